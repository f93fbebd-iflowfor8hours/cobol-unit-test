      **********************************************************************
      * AUTHOR:    M J STEELE
      * INSTALLATION: DATA PROCESSING
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:   MAINTENANCE AND LISTING FOR THE FEESCHD TABLE THAT
      *            TELLS FEEASSES WHICH CLASSIFIED RESULTS CARRY A
      *            FEE AND HOW MUCH: ONE SCHEDULE LINE PER RESULT
      *            CATEGORY AND TYPE CODE, GIVING A FLAT FEE, A
      *            PERCENTAGE OF THE ITEM'S BASE-CURRENCY AMOUNT, AND
      *            A MINIMUM AND MAXIMUM FEE.  READS THE LIVE TABLE
      *            AND A DECK OF MAINTENANCE CARDS, WRITES THE
      *            UPDATED TABLE TO NEWSCHD (THE JCL SWAPS IT IN ONLY
      *            ON A CLEAN RUN), AND PRINTS AN AUDIT OF EXACTLY
      *            WHAT CHANGED PLUS A FULL LISTING OF THE RESULTING
      *            TABLE, SO A FEE CHANGE IS AN OVERNIGHT DATA CHANGE
      *            WITH A PAPER TRAIL, AS GLMAPMNT IS FOR GLMAP.
      *
      *            THE CATEGORY IS THE RESULT'S RETURN CODE: 1 VALUE
      *            A, 2 VALUE B, 0 NEITHER, 9 REJECTED.  A REVERSAL
      *            (3) HAS NO LINE OF ITS OWN - FEEASSES REFUNDS THE
      *            FEE ITS ORIGINAL WAS CHARGED.  A TYPE CODE OF **
      *            IS THE CATEGORY'S CATCH-ALL LINE, USED FOR ANY
      *            TYPE WITHOUT A LINE OF ITS OWN.  A RESULT WITH NO
      *            LINE AND NO CATCH-ALL IS NOT CHARGED.
      *
      *            THE FEE IS THE FLAT FEE PLUS THE PERCENTAGE OF THE
      *            AMOUNT, RAISED TO THE MINIMUM AND CUT TO THE
      *            MAXIMUM.  A MAXIMUM OF ZERO MEANS NO CAP.
      *
      *            MAINTENANCE CARD LAYOUT (ONE ACTION PER CARD):
      *              COLS  1-8   ACTION: ADD, CHANGE, OR DELETE
      *              COL  10     CATEGORY: 0, 1, 2, OR 9
      *              COLS 12-13  TYPE CODE, OR ** FOR THE CATCH-ALL
      *              COLS 15-21  FLAT FEE    99999V99 (ADD/CHANGE)
      *              COLS 23-29  PERCENT     999V9999 (ADD/CHANGE)
      *              COLS 31-37  MINIMUM FEE 99999V99 (ADD/CHANGE)
      *              COLS 39-45  MAXIMUM FEE 99999V99 (ADD/CHANGE)
      *              COLS 47-76  DESCRIPTION          (ADD/CHANGE)
      *            A DECK WITH NO CARDS AT ALL JUST RELISTS THE
      *            TABLE.  ANY CARD IN ERROR FAILS THE RUN (RC=8)
      *            SO THE SWAP STEP IS HELD.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL VERSION
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEMNT.
       AUTHOR. M J STEELE.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 15 OCT 2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-CARDS-STATUS.

           SELECT OLD-TABLE ASSIGN TO OLDSCHD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-OLD-TABLE-STATUS.

           SELECT NEW-TABLE ASSIGN TO NEWSCHD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-NEW-TABLE-STATUS.

           SELECT MAINT-RPT ASSIGN TO FEEMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-MAINT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARDS
           RECORDING MODE IS F.
       01  CONTROL-CARD.
           05  CC-ACTION               PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-CATEGORY             PIC X(01).
           05  FILLER                  PIC X(01).
           05  CC-TYPE-CODE            PIC X(02).
           05  FILLER                  PIC X(01).
           05  CC-FLAT-FEE             PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  CC-PERCENT              PIC 9(03)V9(04).
           05  FILLER                  PIC X(01).
           05  CC-MIN-FEE              PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  CC-MAX-FEE              PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  CC-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(04).

      *    MUST MATCH THE FEE-SCHEDULE-RECORD LAYOUT FEEASSES LOADS
      *    IN 1100-LOAD-ONE-SCHED-LINE.
       FD  OLD-TABLE
           RECORDING MODE IS F.
       01  OLD-TABLE-RECORD.
           05  OLD-CATEGORY            PIC X(01).
           05  FILLER                  PIC X(01).
           05  OLD-TYPE-CODE           PIC X(02).
           05  FILLER                  PIC X(01).
           05  OLD-FLAT-FEE            PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  OLD-PERCENT             PIC 9(03)V9(04).
           05  FILLER                  PIC X(01).
           05  OLD-MIN-FEE             PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  OLD-MAX-FEE             PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  OLD-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(13).

       FD  NEW-TABLE
           RECORDING MODE IS F.
       01  NEW-TABLE-RECORD.
           05  NEW-CATEGORY            PIC X(01).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  NEW-TYPE-CODE           PIC X(02).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  NEW-FLAT-FEE            PIC 9(05)V99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  NEW-PERCENT             PIC 9(03)V9(04).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  NEW-MIN-FEE             PIC 9(05)V99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  NEW-MAX-FEE             PIC 9(05)V99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  NEW-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(13)   VALUE SPACES.

       FD  MAINT-RPT
           RECORDING MODE IS F.
       01  MAINT-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  FM-FILE-STATUS-FIELDS.
           05  FM-CARDS-STATUS             PIC X(02).
           05  FM-OLD-TABLE-STATUS         PIC X(02).
           05  FM-NEW-TABLE-STATUS         PIC X(02).
           05  FM-MAINT-RPT-STATUS         PIC X(02).

       01  FM-SWITCHES.
           05  FM-ABEND-SW                 PIC X(01)   VALUE 'N'.
               88  FM-ABEND                    VALUE 'Y'.
           05  FM-CARD-ERROR-SW            PIC X(01)   VALUE 'N'.
               88  FM-CARD-ERROR               VALUE 'Y'.
           05  FM-THIS-CARD-SW             PIC X(01)   VALUE 'N'.
               88  FM-THIS-CARD-IN-ERROR       VALUE 'Y'.
           05  FM-OLD-EOF-SW               PIC X(01)   VALUE 'N'.
               88  FM-EOF-OLD-TABLE            VALUE 'Y'.
           05  FM-CARDS-EOF-SW             PIC X(01)   VALUE 'N'.
               88  FM-EOF-CARDS                VALUE 'Y'.
           05  FM-FOUND-SW                 PIC X(01)   VALUE 'N'.
               88  FM-ROW-FOUND                VALUE 'Y'.

      *    THE CATEGORY CODE AS IT IS KEYED, WITH ITS MEANING.
       01  FM-CATEGORY-WORK.
           05  FM-CATEGORY-CODE            PIC X(01).
               88  FM-CATEGORY-VALID           VALUE '0' '1' '2' '9'.
           05  FM-CATEGORY-NAME            PIC X(08).

      *    THE TABLE HELD IN STORAGE WHILE THE CARDS APPLY.  A
      *    DELETED LINE IS MARKED, NOT REMOVED, SO THE AUDIT CAN
      *    STILL PRINT WHAT WENT.
       01  FM-SCHEDULE-TABLE.
           05  FM-SCHED-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  FM-SCHED-ENTRY OCCURS 400 TIMES
                   INDEXED BY FM-SCHED-IX.
               10  FM-ROW-CATEGORY         PIC X(01).
               10  FM-ROW-TYPE-CODE        PIC X(02).
               10  FM-ROW-FLAT-FEE         PIC 9(05)V99.
               10  FM-ROW-PERCENT          PIC 9(03)V9(04).
               10  FM-ROW-MIN-FEE          PIC 9(05)V99.
               10  FM-ROW-MAX-FEE          PIC 9(05)V99.
               10  FM-ROW-DESC             PIC X(30).
               10  FM-ROW-DELETED-SW       PIC X(01).
                   88  FM-ROW-DELETED          VALUE 'Y'.

       01  FM-WORK-FIELDS.
           05  FM-SUB                      PIC 9(04) COMP.
           05  FM-COUNT-ADDED              PIC 9(04) COMP VALUE ZERO.
           05  FM-COUNT-CHANGED            PIC 9(04) COMP VALUE ZERO.
           05  FM-COUNT-DELETED            PIC 9(04) COMP VALUE ZERO.
           05  FM-COUNT-WRITTEN            PIC 9(04) COMP VALUE ZERO.

       01  FM-REPORT-LINES.
           05  FM-AUDIT-HEADING.
               10  FILLER                  PIC X(10)   VALUE 'ACTION'.
               10  FILLER                  PIC X(13)
                                           VALUE 'CATEGORY'.
               10  FILLER                  PIC X(06)   VALUE 'TYPE'.
               10  FILLER                  PIC X(10)
                                           VALUE 'FLAT FEE'.
               10  FILLER                  PIC X(10)
                                           VALUE ' PERCENT'.
               10  FILLER                  PIC X(10)
                                           VALUE ' MIN FEE'.
               10  FILLER                  PIC X(10)
                                           VALUE ' MAX FEE'.
               10  FILLER                  PIC X(32)
                                           VALUE 'DESCRIPTION'.
               10  FILLER                  PIC X(31)   VALUE SPACES.
           05  FM-AUDIT-LINE.
               10  FM-AUD-ACTION           PIC X(08).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FM-AUD-CATEGORY         PIC X(01).
               10  FILLER                  PIC X(01)   VALUE SPACES.
               10  FM-AUD-CATEGORY-NAME    PIC X(08).
               10  FILLER                  PIC X(03)   VALUE SPACES.
               10  FM-AUD-TYPE-CODE        PIC X(02).
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  FM-AUD-FLAT-FEE         PIC ZZZZ9.99.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FM-AUD-PERCENT          PIC ZZ9.9999.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FM-AUD-MIN-FEE          PIC ZZZZ9.99.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FM-AUD-MAX-FEE          PIC ZZZZ9.99.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FM-AUD-DESC             PIC X(30).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FM-AUD-TAG              PIC X(10).
               10  FILLER                  PIC X(21)   VALUE SPACES.
           05  FM-COUNT-LINE.
               10  FM-CNT-LABEL            PIC X(30).
               10  FM-CNT-VALUE            PIC Z,ZZ9.
               10  FILLER                  PIC X(97)   VALUE SPACES.
           05  FM-BLANK-LINE               PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT FM-ABEND
               PERFORM 2000-APPLY-CARDS THRU 2000-EXIT
           END-IF
           IF NOT FM-ABEND
               PERFORM 3000-WRITE-NEW-TABLE THRU 3000-EXIT
               PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           .
       9999-EXIT.
           GOBACK
           .
      *---------------------------------------------------------------*
      * 1000-INITIALIZE - TABLE THE LIVE FEESCHD (A FILE THAT ISN'T
      * THERE YET IS AN EMPTY TABLE - FIRST-TIME LOAD), OPEN THE
      * OUTPUT TABLE, THE AUDIT REPORT, AND THE CARD DECK.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT OLD-TABLE
           EVALUATE FM-OLD-TABLE-STATUS
               WHEN '00'
                   PERFORM 1100-LOAD-ONE-OLD-ROW THRU 1100-EXIT
                       UNTIL FM-EOF-OLD-TABLE OR FM-ABEND
                   CLOSE OLD-TABLE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'FEEMNT: UNABLE TO OPEN OLDSCHD, '
                       'STATUS=' FM-OLD-TABLE-STATUS
                   SET FM-ABEND TO TRUE
                   GO TO 1000-EXIT
           END-EVALUATE
           IF FM-ABEND
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT NEW-TABLE
           IF FM-NEW-TABLE-STATUS NOT = '00'
               DISPLAY 'FEEMNT: UNABLE TO OPEN NEWSCHD, STATUS='
                   FM-NEW-TABLE-STATUS
               SET FM-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT MAINT-RPT
           IF FM-MAINT-RPT-STATUS NOT = '00'
               DISPLAY 'FEEMNT: UNABLE TO OPEN FEEMRPT, STATUS='
                   FM-MAINT-RPT-STATUS
               SET FM-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING 'FEE SCHEDULE TABLE MAINTENANCE AUDIT'
               DELIMITED BY SIZE INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD FROM FM-BLANK-LINE
           WRITE MAINT-RPT-RECORD FROM FM-AUDIT-HEADING
           OPEN INPUT CONTROL-CARDS
           IF FM-CARDS-STATUS NOT = '00'
               SET FM-EOF-CARDS TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT
           .
       1100-LOAD-ONE-OLD-ROW.
           READ OLD-TABLE
               AT END
                   SET FM-EOF-OLD-TABLE TO TRUE
                   GO TO 1100-EXIT
           END-READ
           MOVE OLD-CATEGORY TO FM-CATEGORY-CODE
           IF NOT FM-CATEGORY-VALID
               OR OLD-TYPE-CODE = SPACES
               OR OLD-FLAT-FEE NOT NUMERIC
               OR OLD-PERCENT NOT NUMERIC
               OR OLD-MIN-FEE NOT NUMERIC
               OR OLD-MAX-FEE NOT NUMERIC
               DISPLAY 'FEEMNT: MALFORMED OLDSCHD RECORD: '
                   OLD-TABLE-RECORD(1:36)
               SET FM-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF FM-SCHED-COUNT >= 400
               DISPLAY 'FEEMNT: MORE THAN 400 OLDSCHD RECORDS'
               SET FM-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO FM-SCHED-COUNT
           SET FM-SCHED-IX TO FM-SCHED-COUNT
           MOVE OLD-CATEGORY    TO FM-ROW-CATEGORY (FM-SCHED-IX)
           MOVE OLD-TYPE-CODE   TO FM-ROW-TYPE-CODE (FM-SCHED-IX)
           MOVE OLD-FLAT-FEE    TO FM-ROW-FLAT-FEE (FM-SCHED-IX)
           MOVE OLD-PERCENT     TO FM-ROW-PERCENT (FM-SCHED-IX)
           MOVE OLD-MIN-FEE     TO FM-ROW-MIN-FEE (FM-SCHED-IX)
           MOVE OLD-MAX-FEE     TO FM-ROW-MAX-FEE (FM-SCHED-IX)
           MOVE OLD-DESCRIPTION TO FM-ROW-DESC (FM-SCHED-IX)
           MOVE 'N'             TO FM-ROW-DELETED-SW (FM-SCHED-IX)
           .
       1100-EXIT.
           EXIT
           .
       2000-APPLY-CARDS.
           PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
               UNTIL FM-EOF-CARDS OR FM-ABEND
           IF FM-CARDS-STATUS = '00' OR FM-CARDS-STATUS = '10'
               CLOSE CONTROL-CARDS
           END-IF
           .
       2000-EXIT.
           EXIT
           .
       2100-APPLY-ONE-CARD.
           READ CONTROL-CARDS
               AT END
                   SET FM-EOF-CARDS TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF CONTROL-CARD = SPACES OR CONTROL-CARD(1:1) = '*'
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO FM-THIS-CARD-SW
           MOVE CC-CATEGORY TO FM-CATEGORY-CODE
           IF NOT FM-CATEGORY-VALID
               DISPLAY 'FEEMNT: CATEGORY ' CC-CATEGORY
                   ' IS NOT 0, 1, 2, OR 9'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           IF CC-TYPE-CODE = SPACES
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-FIND-SCHEDULE-LINE THRU 2200-EXIT
           EVALUATE CC-ACTION
               WHEN 'ADD     '
                   PERFORM 2300-ADD-ROW THRU 2300-EXIT
               WHEN 'CHANGE  '
                   PERFORM 2400-CHANGE-ROW THRU 2400-EXIT
               WHEN 'DELETE  '
                   PERFORM 2500-DELETE-ROW THRU 2500-EXIT
               WHEN OTHER
                   PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
       2200-FIND-SCHEDULE-LINE.
           MOVE 'N' TO FM-FOUND-SW
           PERFORM 2250-CHECK-ONE-ROW THRU 2250-EXIT
               VARYING FM-SUB FROM 1 BY 1
               UNTIL FM-SUB > FM-SCHED-COUNT OR FM-ROW-FOUND
           IF FM-ROW-FOUND
               SUBTRACT 1 FROM FM-SUB
           END-IF
           .
       2200-EXIT.
           EXIT
           .
       2250-CHECK-ONE-ROW.
           IF FM-ROW-CATEGORY (FM-SUB) = CC-CATEGORY
               AND FM-ROW-TYPE-CODE (FM-SUB) = CC-TYPE-CODE
               AND NOT FM-ROW-DELETED (FM-SUB)
               SET FM-ROW-FOUND TO TRUE
           END-IF
           .
       2250-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2300-ADD-ROW - A NEW CATEGORY AND TYPE MUST NOT ALREADY HAVE
      * A SCHEDULE LINE AND NEEDS A FEE THAT EDITS CLEAN.
      *---------------------------------------------------------------*
       2300-ADD-ROW.
           IF FM-ROW-FOUND
               DISPLAY 'FEEMNT: CATEGORY ' CC-CATEGORY ' TYPE '
                   CC-TYPE-CODE ' ALREADY SCHEDULED - ADD REFUSED'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2600-EDIT-CARD-FEE THRU 2600-EXIT
           IF FM-THIS-CARD-IN-ERROR
               GO TO 2300-EXIT
           END-IF
           IF FM-SCHED-COUNT >= 400
               DISPLAY 'FEEMNT: FEE SCHEDULE FULL - ADD REFUSED'
               SET FM-ABEND TO TRUE
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO FM-SCHED-COUNT
           MOVE FM-SCHED-COUNT TO FM-SUB
           MOVE CC-CATEGORY    TO FM-ROW-CATEGORY (FM-SUB)
           MOVE CC-TYPE-CODE   TO FM-ROW-TYPE-CODE (FM-SUB)
           MOVE CC-FLAT-FEE    TO FM-ROW-FLAT-FEE (FM-SUB)
           MOVE CC-PERCENT     TO FM-ROW-PERCENT (FM-SUB)
           MOVE CC-MIN-FEE     TO FM-ROW-MIN-FEE (FM-SUB)
           MOVE CC-MAX-FEE     TO FM-ROW-MAX-FEE (FM-SUB)
           MOVE CC-DESCRIPTION TO FM-ROW-DESC (FM-SUB)
           MOVE 'N'            TO FM-ROW-DELETED-SW (FM-SUB)
           ADD 1 TO FM-COUNT-ADDED
           MOVE 'ADD'           TO FM-AUD-ACTION
           MOVE 'NEW LINE'      TO FM-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       2300-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2400-CHANGE-ROW - THE AUDIT PRINTS THE LINE AS IT WAS AND AS
      * IT BECOMES, SO THE PAPER TRAIL SHOWS EXACTLY WHAT MOVED.
      *---------------------------------------------------------------*
       2400-CHANGE-ROW.
           IF NOT FM-ROW-FOUND
               DISPLAY 'FEEMNT: CATEGORY ' CC-CATEGORY ' TYPE '
                   CC-TYPE-CODE ' NOT SCHEDULED - CHANGE REFUSED'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           PERFORM 2600-EDIT-CARD-FEE THRU 2600-EXIT
           IF FM-THIS-CARD-IN-ERROR
               GO TO 2400-EXIT
           END-IF
           MOVE 'CHANGE'   TO FM-AUD-ACTION
           MOVE 'WAS'      TO FM-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           MOVE CC-FLAT-FEE    TO FM-ROW-FLAT-FEE (FM-SUB)
           MOVE CC-PERCENT     TO FM-ROW-PERCENT (FM-SUB)
           MOVE CC-MIN-FEE     TO FM-ROW-MIN-FEE (FM-SUB)
           MOVE CC-MAX-FEE     TO FM-ROW-MAX-FEE (FM-SUB)
           MOVE CC-DESCRIPTION TO FM-ROW-DESC (FM-SUB)
           ADD 1 TO FM-COUNT-CHANGED
           MOVE 'CHANGE'   TO FM-AUD-ACTION
           MOVE 'BECOMES'  TO FM-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       2400-EXIT.
           EXIT
           .
       2500-DELETE-ROW.
           IF NOT FM-ROW-FOUND
               DISPLAY 'FEEMNT: CATEGORY ' CC-CATEGORY ' TYPE '
                   CC-TYPE-CODE ' NOT SCHEDULED - DELETE REFUSED'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF
           SET FM-ROW-DELETED (FM-SUB) TO TRUE
           ADD 1 TO FM-COUNT-DELETED
           MOVE 'DELETE'   TO FM-AUD-ACTION
           MOVE 'REMOVED'  TO FM-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       2500-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2600-EDIT-CARD-FEE - ALL FOUR FEE FIELDS ARE KEYED IN FULL,
      * ZEROS INCLUDED.  A PERCENTAGE OVER 100 IS A KEYING SLIP, A
      * CAP BELOW THE MINIMUM CAN NEVER BE MET, AND A LINE THAT CAN
      * ONLY EVER CHARGE NOTHING BELONGS DELETED, NOT SCHEDULED.
      *---------------------------------------------------------------*
       2600-EDIT-CARD-FEE.
           IF CC-FLAT-FEE NOT NUMERIC
               OR CC-PERCENT NOT NUMERIC
               OR CC-MIN-FEE NOT NUMERIC
               OR CC-MAX-FEE NOT NUMERIC
               DISPLAY 'FEEMNT: FLAT FEE, PERCENT, MINIMUM AND '
                   'MAXIMUM MUST ALL BE NUMERIC FOR CATEGORY '
                   CC-CATEGORY ' TYPE ' CC-TYPE-CODE
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2600-EXIT
           END-IF
           IF CC-PERCENT > 100
               DISPLAY 'FEEMNT: PERCENT OVER 100 FOR CATEGORY '
                   CC-CATEGORY ' TYPE ' CC-TYPE-CODE
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
           END-IF
           IF CC-MAX-FEE NOT = ZERO
               AND CC-MAX-FEE < CC-MIN-FEE
               DISPLAY 'FEEMNT: MAXIMUM FEE BELOW MINIMUM FOR '
                   'CATEGORY ' CC-CATEGORY ' TYPE ' CC-TYPE-CODE
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
           END-IF
           IF CC-FLAT-FEE = ZERO
               AND CC-PERCENT = ZERO
               AND CC-MIN-FEE = ZERO
               DISPLAY 'FEEMNT: LINE WOULD CHARGE NOTHING FOR '
                   'CATEGORY ' CC-CATEGORY ' TYPE ' CC-TYPE-CODE
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
           END-IF
           .
       2600-EXIT.
           EXIT
           .
       2800-WRITE-AUDIT-ROW.
           MOVE FM-ROW-CATEGORY (FM-SUB)  TO FM-AUD-CATEGORY
                                             FM-CATEGORY-CODE
           PERFORM 2850-NAME-CATEGORY THRU 2850-EXIT
           MOVE FM-CATEGORY-NAME          TO FM-AUD-CATEGORY-NAME
           MOVE FM-ROW-TYPE-CODE (FM-SUB) TO FM-AUD-TYPE-CODE
           MOVE FM-ROW-FLAT-FEE (FM-SUB)  TO FM-AUD-FLAT-FEE
           MOVE FM-ROW-PERCENT (FM-SUB)   TO FM-AUD-PERCENT
           MOVE FM-ROW-MIN-FEE (FM-SUB)   TO FM-AUD-MIN-FEE
           MOVE FM-ROW-MAX-FEE (FM-SUB)   TO FM-AUD-MAX-FEE
           MOVE FM-ROW-DESC (FM-SUB)      TO FM-AUD-DESC
           WRITE MAINT-RPT-RECORD FROM FM-AUDIT-LINE
           .
       2800-EXIT.
           EXIT
           .
       2850-NAME-CATEGORY.
           EVALUATE FM-CATEGORY-CODE
               WHEN '1'
                   MOVE 'VALUE A'  TO FM-CATEGORY-NAME
               WHEN '2'
                   MOVE 'VALUE B'  TO FM-CATEGORY-NAME
               WHEN '0'
                   MOVE 'NEITHER'  TO FM-CATEGORY-NAME
               WHEN '9'
                   MOVE 'REJECTED' TO FM-CATEGORY-NAME
               WHEN OTHER
                   MOVE SPACES     TO FM-CATEGORY-NAME
           END-EVALUATE
           .
       2850-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2900-REPORT-CARD-ERROR - ONE ERROR LINE PER CARD, HOWEVER
      * MANY OF ITS FIELDS ARE WRONG.
      *---------------------------------------------------------------*
       2900-REPORT-CARD-ERROR.
           SET FM-CARD-ERROR TO TRUE
           IF FM-THIS-CARD-IN-ERROR
               GO TO 2900-EXIT
           END-IF
           SET FM-THIS-CARD-IN-ERROR TO TRUE
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING 'CARD IN ERROR: ' DELIMITED BY SIZE
               CONTROL-CARD(1:76) DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           .
       2900-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3000-WRITE-NEW-TABLE - THE SURVIVING LINES IN THEIR TABLE
      * ORDER (ADDS AT THE END), FOLLOWED BY A FULL LISTING ON THE
      * AUDIT REPORT.
      *---------------------------------------------------------------*
       3000-WRITE-NEW-TABLE.
           WRITE MAINT-RPT-RECORD FROM FM-BLANK-LINE
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING 'RESULTING FEE SCHEDULE (MAX FEE 0.00 = NO CAP)'
               DELIMITED BY SIZE INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD FROM FM-AUDIT-HEADING
           PERFORM 3100-WRITE-ONE-ROW THRU 3100-EXIT
               VARYING FM-SUB FROM 1 BY 1
               UNTIL FM-SUB > FM-SCHED-COUNT
           .
       3000-EXIT.
           EXIT
           .
       3100-WRITE-ONE-ROW.
           IF FM-ROW-DELETED (FM-SUB)
               GO TO 3100-EXIT
           END-IF
           MOVE FM-ROW-CATEGORY (FM-SUB)  TO NEW-CATEGORY
           MOVE FM-ROW-TYPE-CODE (FM-SUB) TO NEW-TYPE-CODE
           MOVE FM-ROW-FLAT-FEE (FM-SUB)  TO NEW-FLAT-FEE
           MOVE FM-ROW-PERCENT (FM-SUB)   TO NEW-PERCENT
           MOVE FM-ROW-MIN-FEE (FM-SUB)   TO NEW-MIN-FEE
           MOVE FM-ROW-MAX-FEE (FM-SUB)   TO NEW-MAX-FEE
           MOVE FM-ROW-DESC (FM-SUB)      TO NEW-DESCRIPTION
           WRITE NEW-TABLE-RECORD
           ADD 1 TO FM-COUNT-WRITTEN
           MOVE 'LIST'     TO FM-AUD-ACTION
           MOVE SPACES     TO FM-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       3100-EXIT.
           EXIT
           .
       4000-WRITE-TOTALS.
           WRITE MAINT-RPT-RECORD FROM FM-BLANK-LINE
           MOVE 'SCHEDULE LINES ADDED  : ' TO FM-CNT-LABEL
           MOVE FM-COUNT-ADDED             TO FM-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM FM-COUNT-LINE
           MOVE 'SCHEDULE LINES CHANGED: ' TO FM-CNT-LABEL
           MOVE FM-COUNT-CHANGED           TO FM-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM FM-COUNT-LINE
           MOVE 'SCHEDULE LINES DELETED: ' TO FM-CNT-LABEL
           MOVE FM-COUNT-DELETED           TO FM-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM FM-COUNT-LINE
           MOVE 'LINES ON NEW SCHEDULE : ' TO FM-CNT-LABEL
           MOVE FM-COUNT-WRITTEN           TO FM-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM FM-COUNT-LINE
           IF FM-CARD-ERROR
               WRITE MAINT-RPT-RECORD FROM FM-BLANK-LINE
               MOVE SPACES TO MAINT-RPT-RECORD
               STRING '*** CARDS IN ERROR - NEW TABLE MUST NOT '
                   'BE SWAPPED IN ***'
                   DELIMITED BY SIZE INTO MAINT-RPT-RECORD
               WRITE MAINT-RPT-RECORD
           END-IF
           .
       4000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE FILES AND SET THE STEP RETURN CODE:
      *    RC=0   TABLE WRITTEN, EVERY CARD APPLIED
      *    RC=8   AT LEAST ONE CARD IN ERROR - HOLD THE SWAP STEP
      *    RC=16  A FILE WOULD NOT OPEN OR THE TABLE OVERFLOWED
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF FM-NEW-TABLE-STATUS = '00'
               CLOSE NEW-TABLE
           END-IF
           IF FM-MAINT-RPT-STATUS = '00'
               CLOSE MAINT-RPT
           END-IF
           EVALUATE TRUE
               WHEN FM-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN FM-CARD-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       9000-EXIT.
           EXIT
           .
