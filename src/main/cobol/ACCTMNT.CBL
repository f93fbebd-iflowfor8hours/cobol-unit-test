      **********************************************************************
      * AUTHOR:    M J STEELE
      * INSTALLATION: DATA PROCESSING
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:   MAINTENANCE AND LISTING FOR THE KEYED ACCOUNT
      *            MASTER (ACCTMSTR) THAT TRANEDIT PROVES EVERY
      *            DETAIL'S ACCOUNT AGAINST.  COPIES THE LIVE MASTER
      *            TO A FRESHLY DEFINED NEWMST CLUSTER, APPLIES A
      *            DECK OF MAINTENANCE CARDS TO THE COPY BY KEY (THE
      *            JCL SWAPS IT IN ONLY ON A CLEAN RUN), AND PRINTS
      *            AN AUDIT OF EXACTLY WHAT CHANGED, SO AN ACCOUNT
      *            OPENING, CLOSURE, FREEZE, OR BRANCH TRANSFER IS AN
      *            OVERNIGHT DATA CHANGE WITH A PAPER TRAIL.
      *
      *            MAINTENANCE CARD LAYOUT (ONE ACTION PER CARD):
      *              COLS  1-8   ACTION: ADD, CHANGE, DELETE, OR LIST
      *              COLS 10-21  ACCOUNT NUMBER
      *              COL  23     STATUS O/C/F/D    (ADD/CHANGE)
      *              COLS 25-32  OPEN DATE CCYYMMDD (ADD/CHANGE)
      *              COLS 34-41  CLOSE DATE CCYYMMDD (ADD/CHANGE)
      *              COLS 43-46  OWNING BRANCH     (ADD/CHANGE)
      *            ON A CHANGE A BLANK FIELD KEEPS ITS CURRENT VALUE.
      *            AN ADD WITH NO STATUS OPENS THE ACCOUNT AS O.  A
      *            CLOSED ACCOUNT NEEDS A CLOSE DATE NOT BEFORE ITS
      *            OPEN DATE; ANY OTHER STATUS CARRIES NO CLOSE DATE,
      *            SO A CHANGE OFF STATUS C CLEARS IT.  ONLY A CLOSED
      *            ACCOUNT MAY BE DELETED.  A LIST CARD (NO ACCOUNT
      *            NUMBER) PRINTS THE WHOLE RESULTING MASTER AFTER
      *            THE AUDIT; A DECK WITH ONLY A LIST CARD JUST
      *            RELISTS IT.  ANY CARD IN ERROR FAILS THE RUN (RC=8)
      *            SO THE SWAP STEP IS HELD.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL VERSION
      * 15 OCT 2026  MJS  OPEN AND CLOSE DATES ARE PROVED AGAINST THE
      *                   LENGTH OF THE MONTH AND FEBRUARY OF A LEAP
      *                   YEAR
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
       AUTHOR. M J STEELE.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 15 OCT 2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-CARDS-STATUS.

           SELECT OLD-MASTER ASSIGN TO OLDMST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-ACCT-KEY
               FILE STATUS IS AC-OLD-MASTER-STATUS.

           SELECT NEW-MASTER ASSIGN TO NEWMST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NEW-ACCT-KEY
               FILE STATUS IS AC-NEW-MASTER-STATUS.

           SELECT MAINT-RPT ASSIGN TO ACCTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-MAINT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARDS
           RECORDING MODE IS F.
       01  CONTROL-CARD.
           05  CC-ACTION               PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-ACCOUNT-NO           PIC X(12).
           05  FILLER                  PIC X(01).
           05  CC-STATUS               PIC X(01).
           05  FILLER                  PIC X(01).
           05  CC-OPEN-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-CLOSE-DATE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-BRANCH-CODE          PIC X(04).
           05  FILLER                  PIC X(34).

      *    BOTH MASTERS CARRY THE ACCTMST LAYOUT; THE FD NAMES ONLY
      *    THE KEY AND RECORDS MOVE THROUGH AM-ACCOUNT-RECORD.
       FD  OLD-MASTER.
       01  OLD-MASTER-RECORD.
           05  OLD-ACCT-KEY            PIC X(12).
           05  FILLER                  PIC X(68).

       FD  NEW-MASTER.
       01  NEW-MASTER-RECORD.
           05  NEW-ACCT-KEY            PIC X(12).
           05  FILLER                  PIC X(68).

       FD  MAINT-RPT
           RECORDING MODE IS F.
       01  MAINT-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY ACCTMST.

       01  AC-FILE-STATUS-FIELDS.
           05  AC-CARDS-STATUS             PIC X(02).
           05  AC-OLD-MASTER-STATUS        PIC X(02).
           05  AC-NEW-MASTER-STATUS        PIC X(02).
           05  AC-MAINT-RPT-STATUS         PIC X(02).

       01  AC-SWITCHES.
           05  AC-ABEND-SW                 PIC X(01)   VALUE 'N'.
               88  AC-ABEND                    VALUE 'Y'.
           05  AC-CARD-ERROR-SW            PIC X(01)   VALUE 'N'.
               88  AC-CARD-ERROR               VALUE 'Y'.
           05  AC-THIS-CARD-SW             PIC X(01)   VALUE 'N'.
               88  AC-THIS-CARD-IN-ERROR       VALUE 'Y'.
           05  AC-OLD-EOF-SW               PIC X(01)   VALUE 'N'.
               88  AC-EOF-OLD-MASTER           VALUE 'Y'.
           05  AC-NEW-EOF-SW               PIC X(01)   VALUE 'N'.
               88  AC-EOF-NEW-MASTER           VALUE 'Y'.
           05  AC-CARDS-EOF-SW             PIC X(01)   VALUE 'N'.
               88  AC-EOF-CARDS                VALUE 'Y'.
           05  AC-FOUND-SW                 PIC X(01)   VALUE 'N'.
               88  AC-ACCOUNT-FOUND            VALUE 'Y'.
           05  AC-NEW-OPEN-SW              PIC X(01)   VALUE 'N'.
               88  AC-NEW-MASTER-OPEN          VALUE 'Y'.
           05  AC-LIST-SW                  PIC X(01)   VALUE 'N'.
               88  AC-LIST-REQUESTED           VALUE 'Y'.

      *    THE RECORD AS IT STOOD BEFORE A CHANGE AND AS THE CARD
      *    LEAVES IT, SO THE AUDIT CAN PRINT BOTH AFTER THE EDIT
      *    HAS PASSED.
       01  AC-RECORD-IMAGES.
           05  AC-WAS-IMAGE                PIC X(80).
           05  AC-BECOMES-IMAGE            PIC X(80).

       01  AC-WORK-FIELDS.
           05  AC-CARD-DATE-X              PIC X(08).
           05  AC-CARD-DATE REDEFINES AC-CARD-DATE-X
                                           PIC 9(08).
           05  AC-CHECK-DATE               PIC 9(08).
           05  AC-CHECK-DATE-PARTS REDEFINES AC-CHECK-DATE.
               10  AC-CHECK-CCYY           PIC 9(04).
               10  AC-CHECK-MM             PIC 9(02).
               10  AC-CHECK-DD             PIC 9(02).
           05  AC-MONTH-LENGTHS.
               10  FILLER                  PIC X(24)   VALUE
                   '312831303130313130313031'.
           05  AC-MONTH-TABLE REDEFINES AC-MONTH-LENGTHS.
               10  AC-DAYS-IN-MONTH OCCURS 12 TIMES
                                           PIC 9(02).
           05  AC-MONTH-END                PIC 9(02).
           05  AC-LEAP-QUOTIENT            PIC 9(04) COMP.
           05  AC-LEAP-REMAINDER           PIC 9(04) COMP.
           05  AC-LEAP-SW                  PIC X(01).
               88  AC-LEAP-YEAR                VALUE 'Y'.
           05  AC-DATE-IN                  PIC 9(08).
           05  AC-DATE-IN-X REDEFINES AC-DATE-IN.
               10  AC-DATE-IN-CCYY         PIC X(04).
               10  AC-DATE-IN-MM           PIC X(02).
               10  AC-DATE-IN-DD           PIC X(02).
           05  AC-DATE-OUT                 PIC X(10).

       01  AC-COUNTERS.
           05  AC-COUNT-COPIED             PIC 9(07) COMP VALUE ZERO.
           05  AC-COUNT-ADDED              PIC 9(07) COMP VALUE ZERO.
           05  AC-COUNT-CHANGED            PIC 9(07) COMP VALUE ZERO.
           05  AC-COUNT-DELETED            PIC 9(07) COMP VALUE ZERO.
           05  AC-COUNT-ON-MASTER          PIC 9(07) COMP VALUE ZERO.
           05  AC-COUNT-LISTED             PIC 9(07) COMP VALUE ZERO.

       01  AC-REPORT-LINES.
           05  AC-AUDIT-HEADING.
               10  FILLER                  PIC X(10)   VALUE 'ACTION'.
               10  FILLER                  PIC X(14)   VALUE
                   'ACCOUNT'.
               10  FILLER                  PIC X(04)   VALUE 'ST'.
               10  FILLER                  PIC X(12)   VALUE
                   'OPENED'.
               10  FILLER                  PIC X(12)   VALUE
                   'CLOSED'.
               10  FILLER                  PIC X(08)   VALUE
                   'BRANCH'.
               10  FILLER                  PIC X(72)   VALUE SPACES.
           05  AC-AUDIT-LINE.
               10  AC-AUD-ACTION           PIC X(08).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  AC-AUD-ACCOUNT          PIC X(12).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  AC-AUD-STATUS           PIC X(01).
               10  FILLER                  PIC X(03)   VALUE SPACES.
               10  AC-AUD-OPEN-DATE        PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  AC-AUD-CLOSE-DATE       PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  AC-AUD-BRANCH           PIC X(04).
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  AC-AUD-TAG              PIC X(10).
               10  FILLER                  PIC X(62)   VALUE SPACES.
           05  AC-COUNT-LINE.
               10  AC-CNT-LABEL            PIC X(30).
               10  AC-CNT-VALUE            PIC Z,ZZZ,ZZ9.
               10  FILLER                  PIC X(93)   VALUE SPACES.
           05  AC-BLANK-LINE               PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT AC-ABEND
               PERFORM 2000-APPLY-CARDS THRU 2000-EXIT
           END-IF
           IF NOT AC-ABEND AND AC-LIST-REQUESTED
               PERFORM 3000-LIST-NEW-MASTER THRU 3000-EXIT
           END-IF
           IF NOT AC-ABEND
               PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           .
       9999-EXIT.
           GOBACK
           .
      *---------------------------------------------------------------*
      * 1000-INITIALIZE - COPY THE LIVE MASTER ONTO THE NEW CLUSTER
      * (A MASTER THAT ISN'T THERE YET IS EMPTY - FIRST-TIME LOAD),
      * REOPEN THE COPY FOR UPDATE BY KEY, AND OPEN THE AUDIT
      * REPORT AND THE CARD DECK.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT NEW-MASTER
           IF AC-NEW-MASTER-STATUS NOT = '00'
               DISPLAY 'ACCTMNT: UNABLE TO OPEN NEWMST, STATUS='
                   AC-NEW-MASTER-STATUS
               SET AC-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT OLD-MASTER
           EVALUATE AC-OLD-MASTER-STATUS
               WHEN '00'
                   PERFORM 1100-COPY-ONE-ACCOUNT THRU 1100-EXIT
                       UNTIL AC-EOF-OLD-MASTER OR AC-ABEND
                   CLOSE OLD-MASTER
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ACCTMNT: UNABLE TO OPEN OLDMST, '
                       'STATUS=' AC-OLD-MASTER-STATUS
                   SET AC-ABEND TO TRUE
           END-EVALUATE
           CLOSE NEW-MASTER
           IF AC-ABEND
               GO TO 1000-EXIT
           END-IF
           MOVE AC-COUNT-COPIED TO AC-COUNT-ON-MASTER
           OPEN I-O NEW-MASTER
           IF AC-NEW-MASTER-STATUS NOT = '00'
               DISPLAY 'ACCTMNT: UNABLE TO REOPEN NEWMST FOR UPDATE, '
                   'STATUS=' AC-NEW-MASTER-STATUS
               SET AC-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET AC-NEW-MASTER-OPEN TO TRUE
           OPEN OUTPUT MAINT-RPT
           IF AC-MAINT-RPT-STATUS NOT = '00'
               DISPLAY 'ACCTMNT: UNABLE TO OPEN ACCTRPT, STATUS='
                   AC-MAINT-RPT-STATUS
               SET AC-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING 'ACCOUNT MASTER MAINTENANCE AUDIT'
               DELIMITED BY SIZE INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD FROM AC-BLANK-LINE
           WRITE MAINT-RPT-RECORD FROM AC-AUDIT-HEADING
           OPEN INPUT CONTROL-CARDS
           IF AC-CARDS-STATUS NOT = '00'
               SET AC-EOF-CARDS TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT
           .
      *    THE OLD MASTER IS READ IN KEY ORDER, SO THE COPY LOADS THE
      *    NEW CLUSTER SEQUENTIALLY.
       1100-COPY-ONE-ACCOUNT.
           READ OLD-MASTER INTO AM-ACCOUNT-RECORD
               AT END
                   SET AC-EOF-OLD-MASTER TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF AC-OLD-MASTER-STATUS NOT = '00'
               DISPLAY 'ACCTMNT: OLDMST READ FAILED, STATUS='
                   AC-OLD-MASTER-STATUS
               SET AC-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           WRITE NEW-MASTER-RECORD FROM AM-ACCOUNT-RECORD
           IF AC-NEW-MASTER-STATUS NOT = '00'
               DISPLAY 'ACCTMNT: NEWMST LOAD FAILED FOR ACCOUNT '
                   AM-ACCOUNT-NO ' STATUS=' AC-NEW-MASTER-STATUS
               SET AC-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO AC-COUNT-COPIED
           .
       1100-EXIT.
           EXIT
           .
       2000-APPLY-CARDS.
           PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
               UNTIL AC-EOF-CARDS OR AC-ABEND
           IF AC-CARDS-STATUS = '00' OR AC-CARDS-STATUS = '10'
               CLOSE CONTROL-CARDS
           END-IF
           .
       2000-EXIT.
           EXIT
           .
       2100-APPLY-ONE-CARD.
           READ CONTROL-CARDS
               AT END
                   SET AC-EOF-CARDS TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF CONTROL-CARD = SPACES OR CONTROL-CARD(1:1) = '*'
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO AC-THIS-CARD-SW
           IF CC-ACTION = 'LIST    '
               SET AC-LIST-REQUESTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF CC-ACCOUNT-NO = SPACES
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-FIND-ACCOUNT THRU 2200-EXIT
           IF AC-ABEND
               GO TO 2100-EXIT
           END-IF
           EVALUATE CC-ACTION
               WHEN 'ADD     '
                   PERFORM 2300-ADD-ACCOUNT THRU 2300-EXIT
               WHEN 'CHANGE  '
                   PERFORM 2400-CHANGE-ACCOUNT THRU 2400-EXIT
               WHEN 'DELETE  '
                   PERFORM 2500-DELETE-ACCOUNT THRU 2500-EXIT
               WHEN OTHER
                   PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2200-FIND-ACCOUNT - READ THE CARD'S ACCOUNT BY KEY.  FOUND
      * LEAVES THE RECORD IN AM-ACCOUNT-RECORD; NOT FOUND (23) IS A
      * NORMAL ANSWER; ANYTHING ELSE MEANS THE CLUSTER IS IN TROUBLE.
      *---------------------------------------------------------------*
       2200-FIND-ACCOUNT.
           MOVE 'N' TO AC-FOUND-SW
           MOVE SPACES TO AM-ACCOUNT-RECORD
           MOVE CC-ACCOUNT-NO TO NEW-ACCT-KEY
           READ NEW-MASTER INTO AM-ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AC-ACCOUNT-FOUND TO TRUE
           END-READ
           IF AC-NEW-MASTER-STATUS NOT = '00'
               AND AC-NEW-MASTER-STATUS NOT = '23'
               DISPLAY 'ACCTMNT: NEWMST READ FAILED FOR ACCOUNT '
                   CC-ACCOUNT-NO ' STATUS=' AC-NEW-MASTER-STATUS
               SET AC-ABEND TO TRUE
           END-IF
           .
       2200-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2300-ADD-ACCOUNT - A NEW ACCOUNT MUST NOT ALREADY EXIST AND
      * NEEDS AN OPEN DATE AND AN OWNING BRANCH.
      *---------------------------------------------------------------*
       2300-ADD-ACCOUNT.
           IF AC-ACCOUNT-FOUND
               DISPLAY 'ACCTMNT: ACCOUNT ' CC-ACCOUNT-NO
                   ' ALREADY ON THE MASTER - ADD REFUSED'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE SPACES        TO AM-ACCOUNT-RECORD
           MOVE CC-ACCOUNT-NO TO AM-ACCOUNT-NO
           MOVE 'O'           TO AM-STATUS
           MOVE ZERO          TO AM-OPEN-DATE
           MOVE ZERO          TO AM-CLOSE-DATE
           PERFORM 2450-APPLY-CARD-FIELDS THRU 2450-EXIT
           IF AC-THIS-CARD-IN-ERROR
               GO TO 2300-EXIT
           END-IF
           PERFORM 2600-EDIT-ACCOUNT THRU 2600-EXIT
           IF AC-THIS-CARD-IN-ERROR
               GO TO 2300-EXIT
           END-IF
           WRITE NEW-MASTER-RECORD FROM AM-ACCOUNT-RECORD
           IF AC-NEW-MASTER-STATUS NOT = '00'
               DISPLAY 'ACCTMNT: NEWMST ADD FAILED FOR ACCOUNT '
                   AM-ACCOUNT-NO ' STATUS=' AC-NEW-MASTER-STATUS
               SET AC-ABEND TO TRUE
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO AC-COUNT-ADDED
           ADD 1 TO AC-COUNT-ON-MASTER
           MOVE 'ADD'        TO AC-AUD-ACTION
           MOVE 'NEW ROW'    TO AC-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       2300-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2400-CHANGE-ACCOUNT - THE AUDIT PRINTS THE RECORD AS IT WAS
      * AND AS IT BECOMES, SO THE PAPER TRAIL SHOWS EXACTLY WHAT
      * MOVED.  NOTHING IS PRINTED OR REWRITTEN UNTIL THE CHANGED
      * RECORD HAS PASSED ITS EDITS.
      *---------------------------------------------------------------*
       2400-CHANGE-ACCOUNT.
           IF NOT AC-ACCOUNT-FOUND
               DISPLAY 'ACCTMNT: ACCOUNT ' CC-ACCOUNT-NO
                   ' NOT ON THE MASTER - CHANGE REFUSED'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           MOVE AM-ACCOUNT-RECORD TO AC-WAS-IMAGE
           PERFORM 2450-APPLY-CARD-FIELDS THRU 2450-EXIT
           IF AC-THIS-CARD-IN-ERROR
               GO TO 2400-EXIT
           END-IF
           PERFORM 2600-EDIT-ACCOUNT THRU 2600-EXIT
           IF AC-THIS-CARD-IN-ERROR
               GO TO 2400-EXIT
           END-IF
           MOVE AM-ACCOUNT-RECORD TO AC-BECOMES-IMAGE
           REWRITE NEW-MASTER-RECORD FROM AM-ACCOUNT-RECORD
           IF AC-NEW-MASTER-STATUS NOT = '00'
               DISPLAY 'ACCTMNT: NEWMST CHANGE FAILED FOR ACCOUNT '
                   AM-ACCOUNT-NO ' STATUS=' AC-NEW-MASTER-STATUS
               SET AC-ABEND TO TRUE
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO AC-COUNT-CHANGED
           MOVE AC-WAS-IMAGE TO AM-ACCOUNT-RECORD
           MOVE 'CHANGE'     TO AC-AUD-ACTION
           MOVE 'WAS'        TO AC-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           MOVE AC-BECOMES-IMAGE TO AM-ACCOUNT-RECORD
           MOVE 'CHANGE'     TO AC-AUD-ACTION
           MOVE 'BECOMES'    TO AC-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       2400-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2450-APPLY-CARD-FIELDS - LAY EVERY NON-BLANK CARD FIELD OVER
      * THE RECORD.  A DATE ON THE CARD MUST BE ALL DIGITS.  A
      * STATUS OTHER THAN C CARRIES NO CLOSE DATE, SO A REOPEN OR
      * FREEZE THAT DOESN'T GIVE ONE CLEARS IT.
      *---------------------------------------------------------------*
       2450-APPLY-CARD-FIELDS.
           IF CC-STATUS NOT = SPACE
               MOVE CC-STATUS TO AM-STATUS
           END-IF
           IF CC-OPEN-DATE NOT = SPACES
               MOVE CC-OPEN-DATE TO AC-CARD-DATE-X
               IF AC-CARD-DATE NOT NUMERIC
                   DISPLAY 'ACCTMNT: OPEN DATE NOT NUMERIC FOR '
                       'ACCOUNT ' CC-ACCOUNT-NO
                   PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
                   GO TO 2450-EXIT
               END-IF
               MOVE AC-CARD-DATE TO AM-OPEN-DATE
           END-IF
           IF CC-CLOSE-DATE NOT = SPACES
               MOVE CC-CLOSE-DATE TO AC-CARD-DATE-X
               IF AC-CARD-DATE NOT NUMERIC
                   DISPLAY 'ACCTMNT: CLOSE DATE NOT NUMERIC FOR '
                       'ACCOUNT ' CC-ACCOUNT-NO
                   PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
                   GO TO 2450-EXIT
               END-IF
               MOVE AC-CARD-DATE TO AM-CLOSE-DATE
           ELSE
               IF NOT AM-STATUS-CLOSED
                   MOVE ZERO TO AM-CLOSE-DATE
               END-IF
           END-IF
           IF CC-BRANCH-CODE NOT = SPACES
               MOVE CC-BRANCH-CODE TO AM-BRANCH-CODE
           END-IF
           .
       2450-EXIT.
           EXIT
           .
       2500-DELETE-ACCOUNT.
           IF NOT AC-ACCOUNT-FOUND
               DISPLAY 'ACCTMNT: ACCOUNT ' CC-ACCOUNT-NO
                   ' NOT ON THE MASTER - DELETE REFUSED'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF
           IF NOT AM-STATUS-CLOSED
               DISPLAY 'ACCTMNT: ACCOUNT ' CC-ACCOUNT-NO
                   ' IS NOT CLOSED - DELETE REFUSED'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF
           DELETE NEW-MASTER RECORD
           IF AC-NEW-MASTER-STATUS NOT = '00'
               DISPLAY 'ACCTMNT: NEWMST DELETE FAILED FOR ACCOUNT '
                   AM-ACCOUNT-NO ' STATUS=' AC-NEW-MASTER-STATUS
               SET AC-ABEND TO TRUE
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO AC-COUNT-DELETED
           SUBTRACT 1 FROM AC-COUNT-ON-MASTER
           MOVE 'DELETE'     TO AC-AUD-ACTION
           MOVE 'REMOVED'    TO AC-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       2500-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2600-EDIT-ACCOUNT - THE RECORD AS THE CARD LEAVES IT: A
      * KNOWN STATUS, A REAL OPEN DATE, AN OWNING BRANCH, AND A
      * CLOSE DATE EXACTLY WHEN THE STATUS IS C, NOT BEFORE THE
      * OPEN DATE.
      *---------------------------------------------------------------*
       2600-EDIT-ACCOUNT.
           IF NOT AM-STATUS-VALID
               DISPLAY 'ACCTMNT: STATUS ' AM-STATUS
                   ' IS NOT O, C, F, OR D FOR ACCOUNT ' CC-ACCOUNT-NO
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2600-EXIT
           END-IF
           MOVE AM-OPEN-DATE TO AC-CHECK-DATE
           PERFORM 2650-CHECK-CALENDAR-DATE THRU 2650-EXIT
           IF AC-THIS-CARD-IN-ERROR
               DISPLAY 'ACCTMNT: OPEN DATE MISSING OR INVALID FOR '
                   'ACCOUNT ' CC-ACCOUNT-NO
               GO TO 2600-EXIT
           END-IF
           IF AM-BRANCH-CODE = SPACES
               DISPLAY 'ACCTMNT: NO OWNING BRANCH FOR ACCOUNT '
                   CC-ACCOUNT-NO
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2600-EXIT
           END-IF
           IF NOT AM-STATUS-CLOSED
               IF AM-CLOSE-DATE NOT = ZERO
                   DISPLAY 'ACCTMNT: CLOSE DATE GIVEN BUT STATUS IS '
                       'NOT C FOR ACCOUNT ' CC-ACCOUNT-NO
                   PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               END-IF
               GO TO 2600-EXIT
           END-IF
           MOVE AM-CLOSE-DATE TO AC-CHECK-DATE
           PERFORM 2650-CHECK-CALENDAR-DATE THRU 2650-EXIT
           IF AC-THIS-CARD-IN-ERROR
               DISPLAY 'ACCTMNT: CLOSE DATE MISSING OR INVALID FOR '
                   'CLOSED ACCOUNT ' CC-ACCOUNT-NO
               GO TO 2600-EXIT
           END-IF
           IF AM-CLOSE-DATE < AM-OPEN-DATE
               DISPLAY 'ACCTMNT: CLOSE DATE BEFORE OPEN DATE FOR '
                   'ACCOUNT ' CC-ACCOUNT-NO
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
           END-IF
           .
       2600-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2650-CHECK-CALENDAR-DATE - AC-CHECK-DATE MUST BE A REAL DATE:
      * MONTH 01-12 AND A DAY WITHIN THAT MONTH (29 FEBRUARY ONLY IN
      * A LEAP YEAR).
      *---------------------------------------------------------------*
       2650-CHECK-CALENDAR-DATE.
           IF AC-CHECK-CCYY < 1900
               OR AC-CHECK-MM < 1 OR AC-CHECK-MM > 12
               OR AC-CHECK-DD < 1
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2650-EXIT
           END-IF
           MOVE AC-DAYS-IN-MONTH (AC-CHECK-MM) TO AC-MONTH-END
           IF AC-CHECK-MM = 2
               PERFORM 2660-CHECK-LEAP-YEAR THRU 2660-EXIT
               IF AC-LEAP-YEAR
                   MOVE 29 TO AC-MONTH-END
               END-IF
           END-IF
           IF AC-CHECK-DD > AC-MONTH-END
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
           END-IF
           .
       2650-EXIT.
           EXIT
           .
       2660-CHECK-LEAP-YEAR.
           MOVE 'N' TO AC-LEAP-SW
           DIVIDE AC-CHECK-CCYY BY 4 GIVING AC-LEAP-QUOTIENT
               REMAINDER AC-LEAP-REMAINDER
           IF AC-LEAP-REMAINDER = ZERO
               SET AC-LEAP-YEAR TO TRUE
               DIVIDE AC-CHECK-CCYY BY 100 GIVING AC-LEAP-QUOTIENT
                   REMAINDER AC-LEAP-REMAINDER
               IF AC-LEAP-REMAINDER = ZERO
                   DIVIDE AC-CHECK-CCYY BY 400 GIVING AC-LEAP-QUOTIENT
                       REMAINDER AC-LEAP-REMAINDER
                   IF AC-LEAP-REMAINDER NOT = ZERO
                       MOVE 'N' TO AC-LEAP-SW
                   END-IF
               END-IF
           END-IF
           .
       2660-EXIT.
           EXIT
           .
       2800-WRITE-AUDIT-ROW.
           MOVE AM-ACCOUNT-NO    TO AC-AUD-ACCOUNT
           MOVE AM-STATUS        TO AC-AUD-STATUS
           MOVE AM-OPEN-DATE     TO AC-DATE-IN
           PERFORM 2850-FORMAT-DATE THRU 2850-EXIT
           MOVE AC-DATE-OUT      TO AC-AUD-OPEN-DATE
           MOVE AM-CLOSE-DATE    TO AC-DATE-IN
           PERFORM 2850-FORMAT-DATE THRU 2850-EXIT
           MOVE AC-DATE-OUT      TO AC-AUD-CLOSE-DATE
           MOVE AM-BRANCH-CODE   TO AC-AUD-BRANCH
           WRITE MAINT-RPT-RECORD FROM AC-AUDIT-LINE
           .
       2800-EXIT.
           EXIT
           .
      *    A ZERO (OR DAMAGED) DATE PRINTS BLANK.
       2850-FORMAT-DATE.
           MOVE SPACES TO AC-DATE-OUT
           IF AC-DATE-IN NOT NUMERIC OR AC-DATE-IN = ZERO
               GO TO 2850-EXIT
           END-IF
           STRING AC-DATE-IN-CCYY '-' AC-DATE-IN-MM '-' AC-DATE-IN-DD
               DELIMITED BY SIZE INTO AC-DATE-OUT
           .
       2850-EXIT.
           EXIT
           .
      *    ONE LINE PER CARD, HOWEVER MANY EDITS IT FAILS.
       2900-REPORT-CARD-ERROR.
           SET AC-CARD-ERROR TO TRUE
           IF AC-THIS-CARD-IN-ERROR
               GO TO 2900-EXIT
           END-IF
           SET AC-THIS-CARD-IN-ERROR TO TRUE
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING 'CARD IN ERROR: ' DELIMITED BY SIZE
               CONTROL-CARD(1:46) DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           .
       2900-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3000-LIST-NEW-MASTER - ON A LIST CARD, EVERY ACCOUNT ON THE
      * RESULTING MASTER IN KEY ORDER.
      *---------------------------------------------------------------*
       3000-LIST-NEW-MASTER.
           CLOSE NEW-MASTER
           MOVE 'N' TO AC-NEW-OPEN-SW
           OPEN INPUT NEW-MASTER
           IF AC-NEW-MASTER-STATUS NOT = '00'
               DISPLAY 'ACCTMNT: UNABLE TO REOPEN NEWMST FOR LISTING, '
                   'STATUS=' AC-NEW-MASTER-STATUS
               SET AC-ABEND TO TRUE
               GO TO 3000-EXIT
           END-IF
           SET AC-NEW-MASTER-OPEN TO TRUE
           WRITE MAINT-RPT-RECORD FROM AC-BLANK-LINE
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING 'RESULTING ACCOUNT MASTER' DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD FROM AC-AUDIT-HEADING
           PERFORM 3100-LIST-ONE-ACCOUNT THRU 3100-EXIT
               UNTIL AC-EOF-NEW-MASTER OR AC-ABEND
           .
       3000-EXIT.
           EXIT
           .
       3100-LIST-ONE-ACCOUNT.
           READ NEW-MASTER NEXT RECORD INTO AM-ACCOUNT-RECORD
               AT END
                   SET AC-EOF-NEW-MASTER TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF AC-NEW-MASTER-STATUS NOT = '00'
               DISPLAY 'ACCTMNT: NEWMST READ FAILED, STATUS='
                   AC-NEW-MASTER-STATUS
               SET AC-ABEND TO TRUE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO AC-COUNT-LISTED
           MOVE 'LIST'     TO AC-AUD-ACTION
           MOVE SPACES     TO AC-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       3100-EXIT.
           EXIT
           .
       4000-WRITE-TOTALS.
           WRITE MAINT-RPT-RECORD FROM AC-BLANK-LINE
           MOVE 'ACCOUNTS ON OLD MASTER: ' TO AC-CNT-LABEL
           MOVE AC-COUNT-COPIED            TO AC-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM AC-COUNT-LINE
           MOVE 'ACCOUNTS ADDED        : ' TO AC-CNT-LABEL
           MOVE AC-COUNT-ADDED             TO AC-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM AC-COUNT-LINE
           MOVE 'ACCOUNTS CHANGED      : ' TO AC-CNT-LABEL
           MOVE AC-COUNT-CHANGED           TO AC-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM AC-COUNT-LINE
           MOVE 'ACCOUNTS DELETED      : ' TO AC-CNT-LABEL
           MOVE AC-COUNT-DELETED           TO AC-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM AC-COUNT-LINE
           MOVE 'ACCOUNTS ON NEW MASTER: ' TO AC-CNT-LABEL
           MOVE AC-COUNT-ON-MASTER         TO AC-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM AC-COUNT-LINE
           IF AC-CARD-ERROR
               WRITE MAINT-RPT-RECORD FROM AC-BLANK-LINE
               MOVE SPACES TO MAINT-RPT-RECORD
               STRING '*** CARDS IN ERROR - NEW MASTER MUST NOT '
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
      *    RC=0   MASTER WRITTEN, EVERY CARD APPLIED
      *    RC=8   AT LEAST ONE CARD IN ERROR - HOLD THE SWAP STEP
      *    RC=16  A FILE WOULD NOT OPEN OR A MASTER I/O FAILED
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF AC-NEW-MASTER-OPEN
               CLOSE NEW-MASTER
           END-IF
           IF AC-MAINT-RPT-STATUS = '00'
               CLOSE MAINT-RPT
           END-IF
           EVALUATE TRUE
               WHEN AC-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN AC-CARD-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       9000-EXIT.
           EXIT
           .
