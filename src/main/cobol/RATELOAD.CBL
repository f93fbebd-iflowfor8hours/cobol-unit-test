      **********************************************************************
      * AUTHOR:    M J STEELE
      * INSTALLATION: DATA PROCESSING
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:   LOADS ONE BUSINESS DATE'S EXCHANGE RATES ONTO THE
      *            DATED RATE FILE (XRATES) THAT TRANEDIT CONVERTS
      *            THE DAY'S FOREIGN-CURRENCY DETAILS WITH.  READS A
      *            DECK OF RATE CARDS, PROVES EVERY CARD AGAINST THE
      *            CURRENCY TABLE (CURRTAB), PROVES THE DATE HAS NOT
      *            BEEN LOADED BEFORE, AND ONLY THEN APPENDS THE
      *            WHOLE DECK TO XRATES - A DECK WITH ANY CARD IN
      *            ERROR LOADS NOTHING, SO A DATE IS EITHER LOADED
      *            ONCE AND COMPLETE OR NOT AT ALL.  PRINTS A LOAD
      *            REPORT SHOWING EACH RATE NEXT TO THE LAST RATE
      *            LOADED FOR THE SAME CURRENCY, AND EVERY CURRENCY
      *            ON THE TABLE THAT STILL HAS NO RATE FOR THE DATE.
      *
      *            CARD LAYOUT:
      *              RATEDATE CARD (EXACTLY ONE, ANYWHERE IN THE DECK)
      *                COLS  1-8   RATEDATE
      *                COLS 10-17  BUSINESS DATE YYYYMMDD
      *              RATE CARD (ONE PER FOREIGN CURRENCY)
      *                COLS  1-8   RATE
      *                COLS 10-12  CURRENCY CODE
      *                COLS 14-24  UNITS OF BASE CURRENCY PER ONE
      *                            UNIT, 9(5)V9(6) WITH THE DECIMAL
      *                            IMPLIED (E.G. 00001085000 IS
      *                            1.085000)
      *            A CARD WITH * IN COLUMN 1 IS A COMMENT.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL VERSION
      * 15 OCT 2026  MJS  THE RATE DATE IS PROVED AGAINST THE LENGTH
      *                   OF THE MONTH AND FEBRUARY OF A LEAP YEAR
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATELOAD.
       AUTHOR. M J STEELE.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 15 OCT 2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-CARDS-STATUS.

           SELECT CURRENCY-TABLE-FILE ASSIGN TO CURRTAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-CURRENCY-TABLE-STATUS.

           SELECT RATE-FILE ASSIGN TO XRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-RATE-FILE-STATUS.

           SELECT LOAD-RPT ASSIGN TO RATERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-LOAD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARDS
           RECORDING MODE IS F.
       01  CONTROL-CARD.
           05  CC-ACTION               PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-CURRENCY-CODE        PIC X(03).
           05  FILLER                  PIC X(01).
           05  CC-RATE-X.
               10  CC-RATE             PIC 9(05)V9(06).
           05  FILLER                  PIC X(56).
       01  CONTROL-DATE-CARD REDEFINES CONTROL-CARD.
           05  FILLER                  PIC X(09).
           05  CC-RATE-DATE            PIC 9(08).
           05  FILLER                  PIC X(63).

      *    ONE RECORD PER VALID CURRENCY - SEE THE CURRTAB COPYBOOK.
       FD  CURRENCY-TABLE-FILE
           RECORDING MODE IS F.
       01  CURRENCY-TABLE-RECORD       PIC X(80).

      *    THE DATED EXCHANGE-RATE HISTORY - SEE THE XRATE COPYBOOK.
      *    READ IN FULL TO PROVE THE DATE IS NEW, THEN EXTENDED.
       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-FILE-RECORD            PIC X(80).

       FD  LOAD-RPT
           RECORDING MODE IS F.
       01  LOAD-RPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CURRTAB.

           COPY XRATE.

       01  RL-FILE-STATUS-FIELDS.
           05  RL-CARDS-STATUS             PIC X(02).
           05  RL-CURRENCY-TABLE-STATUS    PIC X(02).
           05  RL-RATE-FILE-STATUS         PIC X(02).
           05  RL-LOAD-RPT-STATUS          PIC X(02).

       01  RL-SWITCHES.
           05  RL-ABEND-SW                 PIC X(01)   VALUE 'N'.
               88  RL-ABEND                    VALUE 'Y'.
           05  RL-CARD-ERROR-SW            PIC X(01)   VALUE 'N'.
               88  RL-CARD-ERROR               VALUE 'Y'.
           05  RL-CARDS-EOF-SW             PIC X(01)   VALUE 'N'.
               88  RL-EOF-CARDS                VALUE 'Y'.
           05  RL-CURRENCY-EOF-SW          PIC X(01)   VALUE 'N'.
               88  RL-EOF-CURRENCY-TABLE       VALUE 'Y'.
           05  RL-RATE-EOF-SW              PIC X(01)   VALUE 'N'.
               88  RL-EOF-RATE-FILE            VALUE 'Y'.
           05  RL-DATE-LOADED-SW           PIC X(01)   VALUE 'N'.
               88  RL-DATE-ALREADY-LOADED      VALUE 'Y'.
           05  RL-LOADED-SW                PIC X(01)   VALUE 'N'.
               88  RL-RATES-LOADED             VALUE 'Y'.
           05  RL-FOUND-SW                 PIC X(01)   VALUE 'N'.
               88  RL-CURRENCY-FOUND           VALUE 'Y'.

      *    THE CURRENCY TABLE, WITH THE RATE THE DECK GIVES EACH
      *    CURRENCY AND THE LAST RATE LOADED FOR IT BEFORE THE DATE.
       01  RL-CURRENCY-TABLE.
           05  RL-CCY-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  RL-CCY-ENTRY OCCURS 20 TIMES
                   INDEXED BY RL-CCY-IX.
               10  RL-CCY-CODE             PIC X(03).
               10  RL-CCY-DESC             PIC X(30).
               10  RL-CCY-BASE-SW          PIC X(01).
                   88  RL-CCY-IS-BASE          VALUE 'Y'.
               10  RL-CCY-CARD-SW          PIC X(01).
                   88  RL-CCY-ON-DECK          VALUE 'Y'.
               10  RL-CCY-NEW-RATE         PIC 9(05)V9(06).
               10  RL-CCY-PRIOR-DATE       PIC 9(08).
               10  RL-CCY-PRIOR-RATE       PIC 9(05)V9(06).

       01  RL-WORK-FIELDS.
           05  RL-CCY-SUB                  PIC 9(04) COMP.
           05  RL-SEARCH-CODE              PIC X(03).
           05  RL-BASE-CURRENCY            PIC X(03)   VALUE SPACES.
           05  RL-LOAD-DATE                PIC 9(08)   VALUE ZERO.
           05  RL-LOAD-TIME                PIC 9(08)   VALUE ZERO.
           05  RL-DATE-CARDS               PIC 9(04) COMP VALUE ZERO.
           05  RL-RATE-CARDS               PIC 9(04) COMP VALUE ZERO.
           05  RL-COUNT-WRITTEN            PIC 9(04) COMP VALUE ZERO.
           05  RL-COUNT-MISSING            PIC 9(04) COMP VALUE ZERO.
           05  RL-HISTORY-READ             PIC 9(07) COMP VALUE ZERO.
           05  RL-DATE-PARTS.
               10  RL-DATE-YYYY            PIC 9(04).
               10  RL-DATE-MM              PIC 9(02).
               10  RL-DATE-DD              PIC 9(02).
           05  RL-MONTH-LENGTHS.
               10  FILLER                  PIC X(24)   VALUE
                   '312831303130313130313031'.
           05  RL-MONTH-TABLE REDEFINES RL-MONTH-LENGTHS.
               10  RL-DAYS-IN-MONTH OCCURS 12 TIMES
                                           PIC 9(02).
           05  RL-MONTH-END                PIC 9(02).
           05  RL-LEAP-QUOTIENT            PIC 9(04) COMP.
           05  RL-LEAP-REMAINDER           PIC 9(04) COMP.
           05  RL-LEAP-SW                  PIC X(01).
               88  RL-LEAP-YEAR                VALUE 'Y'.
           05  RL-DATE-VALID-SW            PIC X(01).
               88  RL-DATE-VALID               VALUE 'Y'.

       01  RL-REPORT-LINES.
           05  RL-RATE-LINE.
               10  RL-RPT-CODE             PIC X(03).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  RL-RPT-DESC             PIC X(30).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  RL-RPT-NEW-RATE         PIC ZZ,ZZ9.999999
                                           BLANK WHEN ZERO.
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  RL-RPT-PRIOR-DATE       PIC X(08).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  RL-RPT-PRIOR-RATE       PIC ZZ,ZZ9.999999
                                           BLANK WHEN ZERO.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  RL-RPT-TAG              PIC X(40).
               10  FILLER                  PIC X(13)   VALUE SPACES.
           05  RL-COUNT-LINE.
               10  RL-CNT-LABEL            PIC X(30).
               10  RL-CNT-VALUE            PIC Z,ZZ9.
               10  FILLER                  PIC X(97)   VALUE SPACES.
           05  RL-BLANK-LINE               PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT RL-ABEND
               PERFORM 2000-EDIT-CARDS THRU 2000-EXIT
           END-IF
           IF NOT RL-ABEND AND NOT RL-CARD-ERROR
               PERFORM 3000-CHECK-RATE-HISTORY THRU 3000-EXIT
           END-IF
           IF NOT RL-ABEND AND NOT RL-CARD-ERROR
               PERFORM 4000-APPEND-RATES THRU 4000-EXIT
           END-IF
           IF NOT RL-ABEND
               PERFORM 5000-WRITE-LOAD-REPORT THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           .
       9999-EXIT.
           GOBACK
           .
      *---------------------------------------------------------------*
      * 1000-INITIALIZE - TABLE THE CURRENCY TABLE AND OPEN THE LOAD
      * REPORT AND THE CARD DECK.  THE TABLE IS PROVED THE SAME WAY
      * TRANEDIT PROVES IT, SO A DECK CANNOT BE LOADED AGAINST A
      * TABLE THE DAILY EDIT WOULD REFUSE.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RL-LOAD-TIME FROM TIME
           OPEN OUTPUT LOAD-RPT
           IF RL-LOAD-RPT-STATUS NOT = '00'
               DISPLAY 'RATELOAD: UNABLE TO OPEN RATERPT, STATUS='
                   RL-LOAD-RPT-STATUS
               SET RL-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO LOAD-RPT-RECORD
           STRING 'EXCHANGE RATE LOAD REPORT'
               DELIMITED BY SIZE INTO LOAD-RPT-RECORD
           WRITE LOAD-RPT-RECORD
           WRITE LOAD-RPT-RECORD FROM RL-BLANK-LINE
           OPEN INPUT CURRENCY-TABLE-FILE
           IF RL-CURRENCY-TABLE-STATUS NOT = '00'
               DISPLAY 'RATELOAD: UNABLE TO OPEN CURRTAB, STATUS='
                   RL-CURRENCY-TABLE-STATUS
               SET RL-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-CURRENCY THRU 1100-EXIT
               UNTIL RL-EOF-CURRENCY-TABLE OR RL-ABEND
           IF RL-ABEND
               GO TO 1000-EXIT
           END-IF
           CLOSE CURRENCY-TABLE-FILE
           IF RL-CCY-COUNT = ZERO
               DISPLAY 'RATELOAD: CURRTAB IS EMPTY'
               SET RL-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF RL-BASE-CURRENCY = SPACES
               DISPLAY 'RATELOAD: CURRTAB HAS NO BASE CURRENCY'
               SET RL-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CONTROL-CARDS
           IF RL-CARDS-STATUS NOT = '00'
               SET RL-EOF-CARDS TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT
           .
       1100-LOAD-ONE-CURRENCY.
           READ CURRENCY-TABLE-FILE INTO CY-CURRENCY-RECORD
               AT END
                   SET RL-EOF-CURRENCY-TABLE TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF CY-CURRENCY-CODE = SPACES
               OR NOT CY-BASE-SW-VALID
               DISPLAY 'RATELOAD: MALFORMED CURRTAB RECORD: '
                   CY-CURRENCY-RECORD(1:36)
               SET RL-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE CY-CURRENCY-CODE TO RL-SEARCH-CODE
           PERFORM 1200-FIND-CURRENCY THRU 1200-EXIT
           IF RL-CURRENCY-FOUND
               DISPLAY 'RATELOAD: DUPLICATE CURRTAB RECORD FOR '
                   'CURRENCY ' CY-CURRENCY-CODE
               SET RL-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF CY-BASE-CURRENCY
               IF RL-BASE-CURRENCY NOT = SPACES
                   DISPLAY 'RATELOAD: CURRTAB HAS TWO BASE '
                       'CURRENCIES - ' RL-BASE-CURRENCY ' AND '
                       CY-CURRENCY-CODE
                   SET RL-ABEND TO TRUE
                   GO TO 1100-EXIT
               END-IF
               MOVE CY-CURRENCY-CODE TO RL-BASE-CURRENCY
           END-IF
           IF RL-CCY-COUNT >= 20
               DISPLAY 'RATELOAD: MORE THAN 20 CURRTAB RECORDS'
               SET RL-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO RL-CCY-COUNT
           SET RL-CCY-IX TO RL-CCY-COUNT
           MOVE CY-CURRENCY-CODE TO RL-CCY-CODE (RL-CCY-IX)
           MOVE CY-DESCRIPTION   TO RL-CCY-DESC (RL-CCY-IX)
           MOVE 'N'              TO RL-CCY-BASE-SW (RL-CCY-IX)
           IF CY-BASE-CURRENCY
               MOVE 'Y'          TO RL-CCY-BASE-SW (RL-CCY-IX)
           END-IF
           MOVE 'N'              TO RL-CCY-CARD-SW (RL-CCY-IX)
           MOVE ZERO             TO RL-CCY-NEW-RATE (RL-CCY-IX)
           MOVE ZERO             TO RL-CCY-PRIOR-DATE (RL-CCY-IX)
           MOVE ZERO             TO RL-CCY-PRIOR-RATE (RL-CCY-IX)
           .
       1100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1200-FIND-CURRENCY - LOOK RL-SEARCH-CODE UP ON THE CURRENCY
      * TABLE.  WHEN FOUND, RL-CCY-IX POINTS AT ITS ENTRY.
      *---------------------------------------------------------------*
       1200-FIND-CURRENCY.
           MOVE 'N' TO RL-FOUND-SW
           SET RL-CCY-IX TO 1
           SEARCH RL-CCY-ENTRY
               AT END
                   CONTINUE
               WHEN RL-CCY-IX > RL-CCY-COUNT
                   CONTINUE
               WHEN RL-CCY-CODE (RL-CCY-IX) = RL-SEARCH-CODE
                   SET RL-CURRENCY-FOUND TO TRUE
           END-SEARCH
           .
       1200-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2000-EDIT-CARDS - EDIT THE WHOLE DECK BEFORE ANYTHING IS
      * WRITTEN.  EXACTLY ONE RATEDATE CARD IS REQUIRED.
      *---------------------------------------------------------------*
       2000-EDIT-CARDS.
           PERFORM 2100-EDIT-ONE-CARD THRU 2100-EXIT
               UNTIL RL-EOF-CARDS OR RL-ABEND
           IF RL-CARDS-STATUS = '00' OR RL-CARDS-STATUS = '10'
               CLOSE CONTROL-CARDS
           END-IF
           IF RL-DATE-CARDS NOT = 1
               DISPLAY 'RATELOAD: EXACTLY ONE RATEDATE CARD IS '
                   'REQUIRED - ' RL-DATE-CARDS ' FOUND'
               SET RL-CARD-ERROR TO TRUE
           END-IF
           IF RL-RATE-CARDS = ZERO
               DISPLAY 'RATELOAD: NO RATE CARDS IN THE DECK'
               SET RL-CARD-ERROR TO TRUE
           END-IF
           .
       2000-EXIT.
           EXIT
           .
       2100-EDIT-ONE-CARD.
           READ CONTROL-CARDS
               AT END
                   SET RL-EOF-CARDS TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF CONTROL-CARD = SPACES OR CONTROL-CARD(1:1) = '*'
               GO TO 2100-EXIT
           END-IF
           EVALUATE CC-ACTION
               WHEN 'RATEDATE'
                   PERFORM 2200-EDIT-DATE-CARD THRU 2200-EXIT
               WHEN 'RATE    '
                   PERFORM 2300-EDIT-RATE-CARD THRU 2300-EXIT
               WHEN OTHER
                   PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
       2200-EDIT-DATE-CARD.
           ADD 1 TO RL-DATE-CARDS
           IF CC-RATE-DATE NOT NUMERIC
               DISPLAY 'RATELOAD: RATEDATE NOT NUMERIC'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE CC-RATE-DATE TO RL-DATE-PARTS
           PERFORM 2250-VALIDATE-DATE THRU 2250-EXIT
           IF NOT RL-DATE-VALID
               DISPLAY 'RATELOAD: RATEDATE ' CC-RATE-DATE
                   ' IS NOT A VALID DATE'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE CC-RATE-DATE TO RL-LOAD-DATE
           .
       2200-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2250-VALIDATE-DATE - RL-DATE-PARTS MUST BE A REAL DATE: MONTH
      * 01-12 AND A DAY WITHIN THAT MONTH (29 FEBRUARY ONLY IN A LEAP
      * YEAR).
      *---------------------------------------------------------------*
       2250-VALIDATE-DATE.
           MOVE 'N' TO RL-DATE-VALID-SW
           IF RL-DATE-YYYY < 1900
               OR RL-DATE-MM < 1 OR RL-DATE-MM > 12
               OR RL-DATE-DD < 1
               GO TO 2250-EXIT
           END-IF
           MOVE RL-DAYS-IN-MONTH (RL-DATE-MM) TO RL-MONTH-END
           IF RL-DATE-MM = 2
               PERFORM 2260-CHECK-LEAP-YEAR THRU 2260-EXIT
               IF RL-LEAP-YEAR
                   MOVE 29 TO RL-MONTH-END
               END-IF
           END-IF
           IF RL-DATE-DD > RL-MONTH-END
               GO TO 2250-EXIT
           END-IF
           SET RL-DATE-VALID TO TRUE
           .
       2250-EXIT.
           EXIT
           .
       2260-CHECK-LEAP-YEAR.
           MOVE 'N' TO RL-LEAP-SW
           DIVIDE RL-DATE-YYYY BY 4 GIVING RL-LEAP-QUOTIENT
               REMAINDER RL-LEAP-REMAINDER
           IF RL-LEAP-REMAINDER = ZERO
               SET RL-LEAP-YEAR TO TRUE
               DIVIDE RL-DATE-YYYY BY 100 GIVING RL-LEAP-QUOTIENT
                   REMAINDER RL-LEAP-REMAINDER
               IF RL-LEAP-REMAINDER = ZERO
                   DIVIDE RL-DATE-YYYY BY 400 GIVING RL-LEAP-QUOTIENT
                       REMAINDER RL-LEAP-REMAINDER
                   IF RL-LEAP-REMAINDER NOT = ZERO
                       MOVE 'N' TO RL-LEAP-SW
                   END-IF
               END-IF
           END-IF
           .
       2260-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2300-EDIT-RATE-CARD - THE CURRENCY MUST BE ON CURRTAB, MUST
      * NOT BE THE BASE CURRENCY (WHICH ALWAYS CONVERTS AT ONE), AND
      * MUST NOT APPEAR TWICE IN THE DECK; THE RATE MUST BE NUMERIC
      * AND ABOVE ZERO.
      *---------------------------------------------------------------*
       2300-EDIT-RATE-CARD.
           ADD 1 TO RL-RATE-CARDS
           MOVE CC-CURRENCY-CODE TO RL-SEARCH-CODE
           PERFORM 1200-FIND-CURRENCY THRU 1200-EXIT
           IF NOT RL-CURRENCY-FOUND
               DISPLAY 'RATELOAD: CURRENCY ' CC-CURRENCY-CODE
                   ' NOT ON CURRTAB'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           IF RL-CCY-IS-BASE (RL-CCY-IX)
               DISPLAY 'RATELOAD: ' CC-CURRENCY-CODE
                   ' IS THE BASE CURRENCY - NO RATE IS LOADED'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           IF RL-CCY-ON-DECK (RL-CCY-IX)
               DISPLAY 'RATELOAD: TWO RATE CARDS FOR CURRENCY '
                   CC-CURRENCY-CODE
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           IF CC-RATE NOT NUMERIC
               DISPLAY 'RATELOAD: RATE NOT NUMERIC FOR CURRENCY '
                   CC-CURRENCY-CODE
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           IF CC-RATE = ZERO
               DISPLAY 'RATELOAD: ZERO RATE FOR CURRENCY '
                   CC-CURRENCY-CODE
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           SET RL-CCY-ON-DECK (RL-CCY-IX) TO TRUE
           MOVE CC-RATE TO RL-CCY-NEW-RATE (RL-CCY-IX)
           .
       2300-EXIT.
           EXIT
           .
       2900-REPORT-CARD-ERROR.
           SET RL-CARD-ERROR TO TRUE
           MOVE SPACES TO LOAD-RPT-RECORD
           STRING 'CARD IN ERROR: ' DELIMITED BY SIZE
               CONTROL-CARD(1:40) DELIMITED BY SIZE
               INTO LOAD-RPT-RECORD
           WRITE LOAD-RPT-RECORD
           .
       2900-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3000-CHECK-RATE-HISTORY - READ THE WHOLE RATE FILE: A RATE
      * ALREADY ON IT FOR THE LOAD DATE MEANS THE DATE HAS BEEN
      * LOADED AND THE DECK IS REFUSED - A CORRECTED RATE FOR A DATE
      * ALREADY POSTED WOULD MAKE THE DAY'S BASE TOTALS UNPROVABLE.
      * ON THE WAY THROUGH, KEEP THE LATEST EARLIER RATE FOR EACH
      * CURRENCY FOR THE REPORT.  A FILE NEVER WRITTEN (STATUS 35)
      * IS AN EMPTY HISTORY.
      *---------------------------------------------------------------*
       3000-CHECK-RATE-HISTORY.
           OPEN INPUT RATE-FILE
           IF RL-RATE-FILE-STATUS = '35'
               GO TO 3000-EXIT
           END-IF
           IF RL-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'RATELOAD: UNABLE TO OPEN XRATES, STATUS='
                   RL-RATE-FILE-STATUS
               SET RL-ABEND TO TRUE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-CHECK-ONE-RATE THRU 3100-EXIT
               UNTIL RL-EOF-RATE-FILE
           CLOSE RATE-FILE
           IF RL-DATE-ALREADY-LOADED
               DISPLAY 'RATELOAD: RATES FOR ' RL-LOAD-DATE
                   ' ARE ALREADY LOADED - DECK REFUSED'
               SET RL-CARD-ERROR TO TRUE
           END-IF
           .
       3000-EXIT.
           EXIT
           .
       3100-CHECK-ONE-RATE.
           READ RATE-FILE INTO XR-RATE-RECORD
               AT END
                   SET RL-EOF-RATE-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO RL-HISTORY-READ
           IF XR-RATE-DATE = RL-LOAD-DATE
               SET RL-DATE-ALREADY-LOADED TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF XR-RATE-DATE > RL-LOAD-DATE
               GO TO 3100-EXIT
           END-IF
           MOVE XR-CURRENCY-CODE TO RL-SEARCH-CODE
           PERFORM 1200-FIND-CURRENCY THRU 1200-EXIT
           IF RL-CURRENCY-FOUND
               IF XR-RATE-DATE > RL-CCY-PRIOR-DATE (RL-CCY-IX)
                   MOVE XR-RATE-DATE TO RL-CCY-PRIOR-DATE (RL-CCY-IX)
                   MOVE XR-RATE      TO RL-CCY-PRIOR-RATE (RL-CCY-IX)
               END-IF
           END-IF
           .
       3100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4000-APPEND-RATES - EVERY CARD PROVED GOOD: EXTEND XRATES
      * WITH ONE RECORD PER CURRENCY ON THE DECK.
      *---------------------------------------------------------------*
       4000-APPEND-RATES.
           OPEN EXTEND RATE-FILE
           IF RL-RATE-FILE-STATUS = '35'
               OPEN OUTPUT RATE-FILE
           END-IF
           IF RL-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'RATELOAD: UNABLE TO EXTEND XRATES, STATUS='
                   RL-RATE-FILE-STATUS
               SET RL-ABEND TO TRUE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-APPEND-ONE-RATE THRU 4100-EXIT
               VARYING RL-CCY-SUB FROM 1 BY 1
               UNTIL RL-CCY-SUB > RL-CCY-COUNT
           CLOSE RATE-FILE
           SET RL-RATES-LOADED TO TRUE
           .
       4000-EXIT.
           EXIT
           .
       4100-APPEND-ONE-RATE.
           IF NOT RL-CCY-ON-DECK (RL-CCY-SUB)
               GO TO 4100-EXIT
           END-IF
           MOVE SPACES                    TO XR-RATE-RECORD
           MOVE RL-LOAD-DATE              TO XR-RATE-DATE
           MOVE RL-CCY-CODE (RL-CCY-SUB)  TO XR-CURRENCY-CODE
           MOVE RL-CCY-NEW-RATE (RL-CCY-SUB)
                                          TO XR-RATE
           MOVE RL-LOAD-TIME              TO XR-LOAD-TIME
           WRITE RATE-FILE-RECORD FROM XR-RATE-RECORD
           ADD 1 TO RL-COUNT-WRITTEN
           .
       4100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5000-WRITE-LOAD-REPORT - ONE LINE PER CURRENCY ON THE TABLE:
      * THE RATE LOADED NEXT TO THE LAST EARLIER RATE, OR WHY THERE
      * IS NONE.  A FOREIGN CURRENCY LEFT WITHOUT A RATE IS FLAGGED
      * - TRANEDIT WILL REFUSE ITS DETAILS AND HOLD THE DAY.
      *---------------------------------------------------------------*
       5000-WRITE-LOAD-REPORT.
           WRITE LOAD-RPT-RECORD FROM RL-BLANK-LINE
           MOVE SPACES TO LOAD-RPT-RECORD
           STRING 'RATE DATE ' DELIMITED BY SIZE
               RL-LOAD-DATE DELIMITED BY SIZE
               '   BASE CURRENCY ' DELIMITED BY SIZE
               RL-BASE-CURRENCY DELIMITED BY SIZE
               INTO LOAD-RPT-RECORD
           WRITE LOAD-RPT-RECORD
           WRITE LOAD-RPT-RECORD FROM RL-BLANK-LINE
           MOVE SPACES TO LOAD-RPT-RECORD
           STRING 'CCY  DESCRIPTION                          NEW RATE'
               '  PRIOR DATE     PRIOR RATE  STATUS'
               DELIMITED BY SIZE INTO LOAD-RPT-RECORD
           WRITE LOAD-RPT-RECORD
           PERFORM 5100-WRITE-ONE-CURRENCY THRU 5100-EXIT
               VARYING RL-CCY-SUB FROM 1 BY 1
               UNTIL RL-CCY-SUB > RL-CCY-COUNT
           WRITE LOAD-RPT-RECORD FROM RL-BLANK-LINE
           MOVE 'RATE CARDS READ       : ' TO RL-CNT-LABEL
           MOVE RL-RATE-CARDS              TO RL-CNT-VALUE
           WRITE LOAD-RPT-RECORD FROM RL-COUNT-LINE
           MOVE 'HISTORY RECORDS READ  : ' TO RL-CNT-LABEL
           MOVE RL-HISTORY-READ            TO RL-CNT-VALUE
           WRITE LOAD-RPT-RECORD FROM RL-COUNT-LINE
           MOVE 'RATES LOADED          : ' TO RL-CNT-LABEL
           MOVE RL-COUNT-WRITTEN           TO RL-CNT-VALUE
           WRITE LOAD-RPT-RECORD FROM RL-COUNT-LINE
           MOVE 'CURRENCIES WITHOUT RATE : '
                                           TO RL-CNT-LABEL
           MOVE RL-COUNT-MISSING           TO RL-CNT-VALUE
           WRITE LOAD-RPT-RECORD FROM RL-COUNT-LINE
           WRITE LOAD-RPT-RECORD FROM RL-BLANK-LINE
           MOVE SPACES TO LOAD-RPT-RECORD
           EVALUATE TRUE
               WHEN RL-CARD-ERROR
                   STRING '*** DECK REFUSED - NOTHING LOADED FOR '
                       'THIS DATE ***'
                       DELIMITED BY SIZE INTO LOAD-RPT-RECORD
               WHEN RL-COUNT-MISSING > ZERO
                   STRING 'RATES LOADED - SOME CURRENCIES HAVE NO '
                       'RATE AND WILL BE REFUSED BY THE DAILY EDIT'
                       DELIMITED BY SIZE INTO LOAD-RPT-RECORD
               WHEN OTHER
                   STRING 'RATES LOADED - EVERY CURRENCY HAS A RATE '
                       'FOR THE DATE'
                       DELIMITED BY SIZE INTO LOAD-RPT-RECORD
           END-EVALUATE
           WRITE LOAD-RPT-RECORD
           .
       5000-EXIT.
           EXIT
           .
       5100-WRITE-ONE-CURRENCY.
           MOVE RL-CCY-CODE (RL-CCY-SUB)     TO RL-RPT-CODE
           MOVE RL-CCY-DESC (RL-CCY-SUB)     TO RL-RPT-DESC
           MOVE ZERO                         TO RL-RPT-NEW-RATE
           MOVE SPACES                       TO RL-RPT-PRIOR-DATE
           MOVE ZERO                         TO RL-RPT-PRIOR-RATE
           MOVE SPACES                       TO RL-RPT-TAG
           IF RL-CCY-PRIOR-DATE (RL-CCY-SUB) NOT = ZERO
               MOVE RL-CCY-PRIOR-DATE (RL-CCY-SUB)
                                             TO RL-RPT-PRIOR-DATE
               MOVE RL-CCY-PRIOR-RATE (RL-CCY-SUB)
                                             TO RL-RPT-PRIOR-RATE
           END-IF
           EVALUATE TRUE
               WHEN RL-CCY-IS-BASE (RL-CCY-SUB)
                   MOVE 1 TO RL-RPT-NEW-RATE
                   MOVE 'BASE CURRENCY' TO RL-RPT-TAG
               WHEN RL-CCY-ON-DECK (RL-CCY-SUB)
                   MOVE RL-CCY-NEW-RATE (RL-CCY-SUB)
                                             TO RL-RPT-NEW-RATE
                   IF RL-RATES-LOADED
                       MOVE 'LOADED' TO RL-RPT-TAG
                   ELSE
                       MOVE 'NOT LOADED - DECK REFUSED' TO RL-RPT-TAG
                   END-IF
               WHEN OTHER
                   ADD 1 TO RL-COUNT-MISSING
                   MOVE '*** NO RATE FOR THIS DATE ***' TO RL-RPT-TAG
           END-EVALUATE
           WRITE LOAD-RPT-RECORD FROM RL-RATE-LINE
           .
       5100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE FILES AND SET THE STEP RETURN CODE:
      *    RC=0   DECK LOADED, EVERY FOREIGN CURRENCY HAS A RATE
      *    RC=4   DECK LOADED, BUT AT LEAST ONE CURRENCY ON CURRTAB
      *           STILL HAS NO RATE FOR THE DATE
      *    RC=8   A CARD IN ERROR OR THE DATE ALREADY LOADED -
      *           NOTHING WAS WRITTEN
      *    RC=16  A FILE WOULD NOT OPEN OR CURRTAB IS BAD
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF RL-LOAD-RPT-STATUS = '00'
               CLOSE LOAD-RPT
           END-IF
           EVALUATE TRUE
               WHEN RL-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN RL-CARD-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN RL-COUNT-MISSING > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       9000-EXIT.
           EXIT
           .
