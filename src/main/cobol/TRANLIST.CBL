      **********************************************************************
      * AUTHOR:    M J STEELE
      * INSTALLATION: DATA PROCESSING
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:   LISTING OF THE TRANSMISSION REGISTER TRANEDIT
      *            EXTENDS WITH EVERY RAW FILE IT ACCEPTS.  ONE LINE
      *            PER REGISTERED TRANSMISSION - THE BUSINESS DATE AND
      *            CYCLE IT WAS PROCESSED UNDER, THE FILE'S OWN HDR
      *            DATE, TRL COUNT AND TRL HASH, THE TIME IT WAS
      *            ACCEPTED, AND ANY OPERATOR OVERRIDE IT WAS TAKEN
      *            ON - WITH A FILE COUNT AND RECORD TOTAL FOR EACH
      *            BUSINESS DATE, SO OPS CAN SEE WHAT WAS RECEIVED
      *            FOR EACH DAY AND CYCLE.  TRANEDIT APPENDS IN RUN
      *            ORDER, SO THE REGISTER IS ALREADY IN BUSINESS DATE
      *            AND CYCLE SEQUENCE.
      *
      *            OPTIONAL SYSIN CARD TO LIMIT THE LISTING:
      *              COLS  1-8   FROM BUSINESS DATE CCYYMMDD
      *              COLS 10-17  TO BUSINESS DATE CCYYMMDD
      *            EITHER DATE MAY BE LEFT BLANK; NO CARD LISTS THE
      *            WHOLE REGISTER.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL VERSION
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANLIST.
       AUTHOR. M J STEELE.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 15 OCT 2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TL-CARDS-STATUS.

           SELECT REGISTER-FILE ASSIGN TO TRANREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TL-REGISTER-STATUS.

           SELECT LIST-RPT ASSIGN TO REGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TL-LIST-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARDS
           RECORDING MODE IS F.
       01  CONTROL-CARD.
           05  CC-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(63).

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-FILE-RECORD        PIC X(80).

       FD  LIST-RPT
           RECORDING MODE IS F.
       01  LIST-RPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY TRANREG.

       01  TL-FILE-STATUS-FIELDS.
           05  TL-CARDS-STATUS             PIC X(02).
           05  TL-REGISTER-STATUS          PIC X(02).
           05  TL-LIST-RPT-STATUS          PIC X(02).

       01  TL-SWITCHES.
           05  TL-EOF-SW                   PIC X(01)   VALUE 'N'.
               88  TL-EOF-REGISTER             VALUE 'Y'.
           05  TL-ABEND-SW                 PIC X(01)   VALUE 'N'.
               88  TL-ABEND                    VALUE 'Y'.
           05  TL-CARD-ERROR-SW            PIC X(01)   VALUE 'N'.
               88  TL-CARD-ERROR               VALUE 'Y'.
           05  TL-FIRST-DATE-SW            PIC X(01)   VALUE 'Y'.
               88  TL-FIRST-DATE               VALUE 'Y'.

       01  TL-SELECTION-CRITERIA.
           05  TL-FROM-DATE                PIC 9(08)   VALUE ZERO.
           05  TL-TO-DATE                  PIC 9(08)   VALUE 99999999.

      *    CONTROL-BREAK FIELDS FOR THE PER-DATE TOTAL LINE.
       01  TL-BREAK-FIELDS.
           05  TL-PREV-DATE                PIC 9(08)   VALUE ZERO.
           05  TL-DATE-FILES               PIC 9(07) COMP VALUE ZERO.
           05  TL-DATE-RECORDS             PIC 9(09) COMP VALUE ZERO.
           05  TL-DATE-HASH                PIC S9(15)V99 COMP-3
                                                       VALUE ZERO.

       01  TL-COUNTERS.
           05  TL-COUNT-READ               PIC 9(07) COMP VALUE ZERO.
           05  TL-COUNT-LISTED             PIC 9(07) COMP VALUE ZERO.
           05  TL-COUNT-DATES              PIC 9(07) COMP VALUE ZERO.
           05  TL-COUNT-DATE-OVRD          PIC 9(07) COMP VALUE ZERO.
           05  TL-COUNT-DUP-OVRD           PIC 9(07) COMP VALUE ZERO.

       01  TL-DATE-EDIT-FIELDS.
           05  TL-DATE-IN                  PIC 9(08).
           05  TL-DATE-IN-X REDEFINES TL-DATE-IN.
               10  TL-DATE-IN-CCYY         PIC X(04).
               10  TL-DATE-IN-MM           PIC X(02).
               10  TL-DATE-IN-DD           PIC X(02).
           05  TL-TIME-IN                  PIC 9(08).
           05  TL-TIME-IN-X REDEFINES TL-TIME-IN.
               10  TL-TIME-IN-HH           PIC X(02).
               10  TL-TIME-IN-MM           PIC X(02).
               10  TL-TIME-IN-SS           PIC X(02).
               10  FILLER                  PIC X(02).

       01  TL-REPORT-LINES.
           05  TL-DETAIL-HEADING.
               10  FILLER                  PIC X(12)   VALUE
                   'BUS DATE'.
               10  FILLER                  PIC X(06)   VALUE 'CYC'.
               10  FILLER                  PIC X(12)   VALUE
                   'HDR DATE'.
               10  FILLER                  PIC X(11)   VALUE
                   '  TRL COUNT'.
               10  FILLER                  PIC X(26)   VALUE
                   '            TRL HASH TOTAL'.
               10  FILLER                  PIC X(12)   VALUE
                   '  ACCEPTED'.
               10  FILLER                  PIC X(53)   VALUE
                   'OVERRIDE'.
           05  TL-DETAIL-LINE.
               10  TL-DET-BUS-DATE         PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  TL-DET-CYCLE            PIC 9(02).
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  TL-DET-HDR-DATE         PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  TL-DET-COUNT            PIC Z,ZZZ,ZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  TL-DET-HASH             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  TL-DET-TIME             PIC X(08).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  TL-DET-OVERRIDE         PIC X(30).
               10  FILLER                  PIC X(25)   VALUE SPACES.
           05  TL-DATE-TOTAL-LINE.
               10  FILLER                  PIC X(12)   VALUE SPACES.
               10  FILLER                  PIC X(14)   VALUE
                   'DATE TOTAL  : '.
               10  TL-TOT-FILES            PIC ZZ9.
               10  FILLER                  PIC X(08)   VALUE
                   ' FILE(S)'.
               10  TL-TOT-RECORDS          PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(01)   VALUE SPACE.
               10  TL-TOT-HASH             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(60)   VALUE SPACES.
           05  TL-COUNT-LINE.
               10  TL-CNT-LABEL            PIC X(30).
               10  TL-CNT-VALUE            PIC Z,ZZZ,ZZ9.
               10  FILLER                  PIC X(93)   VALUE SPACES.
           05  TL-BLANK-LINE               PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT TL-ABEND AND NOT TL-CARD-ERROR
               PERFORM 2000-LIST-REGISTER THRU 2000-EXIT
               PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           .
       9999-EXIT.
           GOBACK
           .
      *---------------------------------------------------------------*
      * 1000-INITIALIZE - PICK UP THE OPTIONAL DATE-RANGE CARD, OPEN
      * THE REGISTER AND THE REPORT, AND PRIME THE FIRST READ.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
           IF TL-CARD-ERROR
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT REGISTER-FILE
           IF TL-REGISTER-STATUS NOT = '00'
               DISPLAY 'TRANLIST: UNABLE TO OPEN TRANREG, STATUS='
                   TL-REGISTER-STATUS
               SET TL-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT LIST-RPT
           IF TL-LIST-RPT-STATUS NOT = '00'
               DISPLAY 'TRANLIST: UNABLE TO OPEN REGRPT, STATUS='
                   TL-LIST-RPT-STATUS
               SET TL-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-WRITE-REPORT-HEADING THRU 1300-EXIT
           PERFORM 1200-PRIME-READ THRU 1200-EXIT
           .
       1000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1100-READ-CONTROL-CARD - NO SYSIN, OR NO CARD ON IT, LISTS
      * THE WHOLE REGISTER.  A DATE THAT IS PRESENT MUST BE NUMERIC.
      *---------------------------------------------------------------*
       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARDS
           IF TL-CARDS-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF
           READ CONTROL-CARDS
               AT END
                   MOVE SPACES TO CONTROL-CARD
           END-READ
           CLOSE CONTROL-CARDS
           IF CC-FROM-DATE NOT = SPACES
               IF CC-FROM-DATE IS NUMERIC
                   MOVE CC-FROM-DATE TO TL-FROM-DATE
               ELSE
                   DISPLAY 'TRANLIST: FROM DATE IN COLS 1-8 MUST BE '
                       'CCYYMMDD, GOT: ' CC-FROM-DATE
                   SET TL-CARD-ERROR TO TRUE
               END-IF
           END-IF
           IF CC-TO-DATE NOT = SPACES
               IF CC-TO-DATE IS NUMERIC
                   MOVE CC-TO-DATE TO TL-TO-DATE
               ELSE
                   DISPLAY 'TRANLIST: TO DATE IN COLS 10-17 MUST BE '
                       'CCYYMMDD, GOT: ' CC-TO-DATE
                   SET TL-CARD-ERROR TO TRUE
               END-IF
           END-IF
           .
       1100-EXIT.
           EXIT
           .
       1200-PRIME-READ.
           READ REGISTER-FILE INTO RG-REGISTER-RECORD
               AT END
                   SET TL-EOF-REGISTER TO TRUE
           END-READ
           .
       1200-EXIT.
           EXIT
           .
       1300-WRITE-REPORT-HEADING.
           MOVE SPACES TO LIST-RPT-RECORD
           STRING 'TRANSMISSION REGISTER LISTING'
               DELIMITED BY SIZE INTO LIST-RPT-RECORD
           WRITE LIST-RPT-RECORD
           MOVE SPACES TO LIST-RPT-RECORD
           STRING 'BUSINESS DATES ' DELIMITED BY SIZE
               TL-FROM-DATE DELIMITED BY SIZE
               ' THROUGH ' DELIMITED BY SIZE
               TL-TO-DATE DELIMITED BY SIZE
               INTO LIST-RPT-RECORD
           WRITE LIST-RPT-RECORD
           WRITE LIST-RPT-RECORD FROM TL-BLANK-LINE
           WRITE LIST-RPT-RECORD FROM TL-DETAIL-HEADING
           .
       1300-EXIT.
           EXIT
           .
       2000-LIST-REGISTER.
           PERFORM 2100-LIST-ONE-ENTRY THRU 2100-EXIT
               UNTIL TL-EOF-REGISTER
           IF NOT TL-FIRST-DATE
               PERFORM 2300-WRITE-DATE-TOTAL THRU 2300-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2100-LIST-ONE-ENTRY - ONE DETAIL LINE PER REGISTERED FILE IN
      * THE DATE RANGE, WITH A TOTAL LINE AT EACH CHANGE OF BUSINESS
      * DATE.
      *---------------------------------------------------------------*
       2100-LIST-ONE-ENTRY.
           ADD 1 TO TL-COUNT-READ
           IF RG-BUSINESS-DATE < TL-FROM-DATE
               OR RG-BUSINESS-DATE > TL-TO-DATE
               PERFORM 1200-PRIME-READ THRU 1200-EXIT
               GO TO 2100-EXIT
           END-IF
           IF TL-FIRST-DATE
               MOVE 'N' TO TL-FIRST-DATE-SW
               MOVE RG-BUSINESS-DATE TO TL-PREV-DATE
               ADD 1 TO TL-COUNT-DATES
           END-IF
           IF RG-BUSINESS-DATE NOT = TL-PREV-DATE
               PERFORM 2300-WRITE-DATE-TOTAL THRU 2300-EXIT
               MOVE RG-BUSINESS-DATE TO TL-PREV-DATE
               ADD 1 TO TL-COUNT-DATES
           END-IF
           PERFORM 2200-WRITE-DETAIL-LINE THRU 2200-EXIT
           ADD 1 TO TL-COUNT-LISTED
           ADD 1 TO TL-DATE-FILES
           ADD RG-TRL-RECORD-COUNT TO TL-DATE-RECORDS
           ADD RG-TRL-HASH-TOTAL TO TL-DATE-HASH
           PERFORM 1200-PRIME-READ THRU 1200-EXIT
           .
       2100-EXIT.
           EXIT
           .
       2200-WRITE-DETAIL-LINE.
           MOVE RG-BUSINESS-DATE TO TL-DATE-IN
           MOVE SPACES TO TL-DET-BUS-DATE
           STRING TL-DATE-IN-CCYY '-' TL-DATE-IN-MM '-'
               TL-DATE-IN-DD
               DELIMITED BY SIZE INTO TL-DET-BUS-DATE
           MOVE RG-CYCLE-NO TO TL-DET-CYCLE
           MOVE RG-HDR-FILE-DATE TO TL-DATE-IN
           MOVE SPACES TO TL-DET-HDR-DATE
           STRING TL-DATE-IN-CCYY '-' TL-DATE-IN-MM '-'
               TL-DATE-IN-DD
               DELIMITED BY SIZE INTO TL-DET-HDR-DATE
           MOVE RG-TRL-RECORD-COUNT TO TL-DET-COUNT
           MOVE RG-TRL-HASH-TOTAL   TO TL-DET-HASH
           MOVE RG-ACCEPT-TIME TO TL-TIME-IN
           MOVE SPACES TO TL-DET-TIME
           STRING TL-TIME-IN-HH ':' TL-TIME-IN-MM ':' TL-TIME-IN-SS
               DELIMITED BY SIZE INTO TL-DET-TIME
           EVALUATE TRUE
               WHEN RG-DATE-OVERRIDDEN AND RG-DUP-OVERRIDDEN
                   MOVE 'DATEOVRD + DUPOVRD' TO TL-DET-OVERRIDE
                   ADD 1 TO TL-COUNT-DATE-OVRD
                   ADD 1 TO TL-COUNT-DUP-OVRD
               WHEN RG-DATE-OVERRIDDEN
                   MOVE 'DATEOVRD - HDR DATE DIFFERS' TO TL-DET-OVERRIDE
                   ADD 1 TO TL-COUNT-DATE-OVRD
               WHEN RG-DUP-OVERRIDDEN
                   MOVE 'DUPOVRD - FILE SEEN BEFORE' TO TL-DET-OVERRIDE
                   ADD 1 TO TL-COUNT-DUP-OVRD
               WHEN OTHER
                   MOVE SPACES TO TL-DET-OVERRIDE
           END-EVALUATE
           WRITE LIST-RPT-RECORD FROM TL-DETAIL-LINE
           .
       2200-EXIT.
           EXIT
           .
       2300-WRITE-DATE-TOTAL.
           MOVE TL-DATE-FILES   TO TL-TOT-FILES
           MOVE TL-DATE-RECORDS TO TL-TOT-RECORDS
           MOVE TL-DATE-HASH    TO TL-TOT-HASH
           WRITE LIST-RPT-RECORD FROM TL-DATE-TOTAL-LINE
           WRITE LIST-RPT-RECORD FROM TL-BLANK-LINE
           MOVE ZERO TO TL-DATE-FILES
           MOVE ZERO TO TL-DATE-RECORDS
           MOVE ZERO TO TL-DATE-HASH
           .
       2300-EXIT.
           EXIT
           .
       3000-WRITE-TOTALS.
           WRITE LIST-RPT-RECORD FROM TL-BLANK-LINE
           MOVE 'REGISTER ENTRIES READ : ' TO TL-CNT-LABEL
           MOVE TL-COUNT-READ              TO TL-CNT-VALUE
           WRITE LIST-RPT-RECORD FROM TL-COUNT-LINE
           MOVE 'ENTRIES LISTED        : ' TO TL-CNT-LABEL
           MOVE TL-COUNT-LISTED            TO TL-CNT-VALUE
           WRITE LIST-RPT-RECORD FROM TL-COUNT-LINE
           MOVE 'BUSINESS DATES        : ' TO TL-CNT-LABEL
           MOVE TL-COUNT-DATES             TO TL-CNT-VALUE
           WRITE LIST-RPT-RECORD FROM TL-COUNT-LINE
           MOVE 'TAKEN ON DATEOVRD     : ' TO TL-CNT-LABEL
           MOVE TL-COUNT-DATE-OVRD         TO TL-CNT-VALUE
           WRITE LIST-RPT-RECORD FROM TL-COUNT-LINE
           MOVE 'TAKEN ON DUPOVRD      : ' TO TL-CNT-LABEL
           MOVE TL-COUNT-DUP-OVRD          TO TL-CNT-VALUE
           WRITE LIST-RPT-RECORD FROM TL-COUNT-LINE
           .
       3000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE FILES AND SET THE STEP RETURN CODE:
      *    RC=0   REGISTER LISTED
      *    RC=8   DATE-RANGE CARD MALFORMED
      *    RC=16  A REQUIRED FILE COULD NOT BE OPENED
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF TL-REGISTER-STATUS = '00' OR TL-REGISTER-STATUS = '10'
               CLOSE REGISTER-FILE
           END-IF
           IF TL-LIST-RPT-STATUS = '00'
               CLOSE LIST-RPT
           END-IF
           EVALUATE TRUE
               WHEN TL-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN TL-CARD-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       9000-EXIT.
           EXIT
           .
