      **********************************************************************
      * AUTHOR:    M J STEELE
      * INSTALLATION: DATA PROCESSING
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:   MAINTENANCE AND LISTING FOR THE GLMAP TABLE THAT
      *            TELLS GLPOST WHICH GENERAL-LEDGER ACCOUNTS TO
      *            DEBIT AND CREDIT FOR EACH RESULT CATEGORY AND
      *            TYPE CODE.  READS THE LIVE TABLE AND A DECK OF
      *            MAINTENANCE CARDS, WRITES THE UPDATED TABLE TO
      *            NEWMAP (THE JCL SWAPS IT IN ONLY ON A CLEAN RUN),
      *            AND PRINTS AN AUDIT OF EXACTLY WHAT CHANGED PLUS
      *            A FULL LISTING OF THE RESULTING TABLE, SO A
      *            LEDGER MAPPING CHANGE IS AN OVERNIGHT DATA CHANGE
      *            WITH A PAPER TRAIL, AS TYPEMNT IS FOR TYPETAB.
      *
      *            THE CATEGORY IS THE RESULT'S RETURN CODE: 1 VALUE
      *            A, 2 VALUE B, 0 NEITHER, 9 REJECTED.  A REVERSAL
      *            (3) HAS NO ROW OF ITS OWN - GLPOST BOOKS IT AS A
      *            CONTRA ENTRY ON THE ROW ITS ORIGINAL POSTED UNDER.
      *            A TYPE CODE OF ** IS THE CATEGORY'S CATCH-ALL
      *            ROW, USED FOR ANY TYPE WITHOUT A ROW OF ITS OWN.
      *
      *            MAINTENANCE CARD LAYOUT (ONE ACTION PER CARD):
      *              COLS  1-8   ACTION: ADD, CHANGE, OR DELETE
      *              COL  10     CATEGORY: 0, 1, 2, OR 9
      *              COLS 12-13  TYPE CODE, OR ** FOR THE CATCH-ALL
      *              COLS 15-26  DEBIT GL ACCOUNT  (ADD/CHANGE)
      *              COLS 28-39  CREDIT GL ACCOUNT (ADD/CHANGE)
      *              COLS 41-70  DESCRIPTION       (ADD/CHANGE)
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
       PROGRAM-ID. GLMAPMNT.
       AUTHOR. M J STEELE.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 15 OCT 2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-CARDS-STATUS.

           SELECT OLD-TABLE ASSIGN TO OLDMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-OLD-TABLE-STATUS.

           SELECT NEW-TABLE ASSIGN TO NEWMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-NEW-TABLE-STATUS.

           SELECT MAINT-RPT ASSIGN TO GLMAPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-MAINT-RPT-STATUS.

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
           05  CC-DEBIT-ACCOUNT        PIC X(12).
           05  FILLER                  PIC X(01).
           05  CC-CREDIT-ACCOUNT       PIC X(12).
           05  FILLER                  PIC X(01).
           05  CC-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(10).

      *    MUST MATCH THE GL-MAP-RECORD LAYOUT GLPOST LOADS IN
      *    1100-LOAD-ONE-MAP-ROW.
       FD  OLD-TABLE
           RECORDING MODE IS F.
       01  OLD-TABLE-RECORD.
           05  OLD-CATEGORY            PIC X(01).
           05  FILLER                  PIC X(01).
           05  OLD-TYPE-CODE           PIC X(02).
           05  FILLER                  PIC X(01).
           05  OLD-DEBIT-ACCOUNT       PIC X(12).
           05  FILLER                  PIC X(01).
           05  OLD-CREDIT-ACCOUNT      PIC X(12).
           05  FILLER                  PIC X(01).
           05  OLD-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(19).

       FD  NEW-TABLE
           RECORDING MODE IS F.
       01  NEW-TABLE-RECORD.
           05  NEW-CATEGORY            PIC X(01).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  NEW-TYPE-CODE           PIC X(02).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  NEW-DEBIT-ACCOUNT       PIC X(12).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  NEW-CREDIT-ACCOUNT      PIC X(12).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  NEW-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(19)   VALUE SPACES.

       FD  MAINT-RPT
           RECORDING MODE IS F.
       01  MAINT-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  GM-FILE-STATUS-FIELDS.
           05  GM-CARDS-STATUS             PIC X(02).
           05  GM-OLD-TABLE-STATUS         PIC X(02).
           05  GM-NEW-TABLE-STATUS         PIC X(02).
           05  GM-MAINT-RPT-STATUS         PIC X(02).

       01  GM-SWITCHES.
           05  GM-ABEND-SW                 PIC X(01)   VALUE 'N'.
               88  GM-ABEND                    VALUE 'Y'.
           05  GM-CARD-ERROR-SW            PIC X(01)   VALUE 'N'.
               88  GM-CARD-ERROR               VALUE 'Y'.
           05  GM-THIS-CARD-SW             PIC X(01)   VALUE 'N'.
               88  GM-THIS-CARD-IN-ERROR       VALUE 'Y'.
           05  GM-OLD-EOF-SW               PIC X(01)   VALUE 'N'.
               88  GM-EOF-OLD-TABLE            VALUE 'Y'.
           05  GM-CARDS-EOF-SW             PIC X(01)   VALUE 'N'.
               88  GM-EOF-CARDS                VALUE 'Y'.
           05  GM-FOUND-SW                 PIC X(01)   VALUE 'N'.
               88  GM-ROW-FOUND                VALUE 'Y'.

      *    THE CATEGORY CODE AS IT IS KEYED, WITH ITS MEANING.
       01  GM-CATEGORY-WORK.
           05  GM-CATEGORY-CODE            PIC X(01).
               88  GM-CATEGORY-VALID           VALUE '0' '1' '2' '9'.
           05  GM-CATEGORY-NAME            PIC X(08).

      *    THE TABLE HELD IN STORAGE WHILE THE CARDS APPLY.  A
      *    DELETED ROW IS MARKED, NOT REMOVED, SO THE AUDIT CAN
      *    STILL PRINT WHAT WENT.
       01  GM-MAP-TABLE.
           05  GM-MAP-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  GM-MAP-ENTRY OCCURS 400 TIMES
                   INDEXED BY GM-MAP-IX.
               10  GM-ROW-CATEGORY         PIC X(01).
               10  GM-ROW-TYPE-CODE        PIC X(02).
               10  GM-ROW-DEBIT            PIC X(12).
               10  GM-ROW-CREDIT           PIC X(12).
               10  GM-ROW-DESC             PIC X(30).
               10  GM-ROW-DELETED-SW       PIC X(01).
                   88  GM-ROW-DELETED          VALUE 'Y'.

       01  GM-WORK-FIELDS.
           05  GM-SUB                      PIC 9(04) COMP.
           05  GM-COUNT-ADDED              PIC 9(04) COMP VALUE ZERO.
           05  GM-COUNT-CHANGED            PIC 9(04) COMP VALUE ZERO.
           05  GM-COUNT-DELETED            PIC 9(04) COMP VALUE ZERO.
           05  GM-COUNT-WRITTEN            PIC 9(04) COMP VALUE ZERO.

       01  GM-REPORT-LINES.
           05  GM-AUDIT-HEADING.
               10  FILLER                  PIC X(10)   VALUE 'ACTION'.
               10  FILLER                  PIC X(13)
                                           VALUE 'CATEGORY'.
               10  FILLER                  PIC X(06)   VALUE 'TYPE'.
               10  FILLER                  PIC X(14)
                                           VALUE 'DEBIT GL'.
               10  FILLER                  PIC X(14)
                                           VALUE 'CREDIT GL'.
               10  FILLER                  PIC X(32)
                                           VALUE 'DESCRIPTION'.
               10  FILLER                  PIC X(43)   VALUE SPACES.
           05  GM-AUDIT-LINE.
               10  GM-AUD-ACTION           PIC X(08).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  GM-AUD-CATEGORY         PIC X(01).
               10  FILLER                  PIC X(01)   VALUE SPACES.
               10  GM-AUD-CATEGORY-NAME    PIC X(08).
               10  FILLER                  PIC X(03)   VALUE SPACES.
               10  GM-AUD-TYPE-CODE        PIC X(02).
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  GM-AUD-DEBIT            PIC X(12).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  GM-AUD-CREDIT           PIC X(12).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  GM-AUD-DESC             PIC X(30).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  GM-AUD-TAG              PIC X(10).
               10  FILLER                  PIC X(33)   VALUE SPACES.
           05  GM-COUNT-LINE.
               10  GM-CNT-LABEL            PIC X(30).
               10  GM-CNT-VALUE            PIC Z,ZZ9.
               10  FILLER                  PIC X(97)   VALUE SPACES.
           05  GM-BLANK-LINE               PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT GM-ABEND
               PERFORM 2000-APPLY-CARDS THRU 2000-EXIT
           END-IF
           IF NOT GM-ABEND
               PERFORM 3000-WRITE-NEW-TABLE THRU 3000-EXIT
               PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           .
       9999-EXIT.
           GOBACK
           .
      *---------------------------------------------------------------*
      * 1000-INITIALIZE - TABLE THE LIVE GLMAP (A FILE THAT ISN'T
      * THERE YET IS AN EMPTY TABLE - FIRST-TIME LOAD), OPEN THE
      * OUTPUT TABLE, THE AUDIT REPORT, AND THE CARD DECK.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT OLD-TABLE
           EVALUATE GM-OLD-TABLE-STATUS
               WHEN '00'
                   PERFORM 1100-LOAD-ONE-OLD-ROW THRU 1100-EXIT
                       UNTIL GM-EOF-OLD-TABLE OR GM-ABEND
                   CLOSE OLD-TABLE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'GLMAPMNT: UNABLE TO OPEN OLDMAP, '
                       'STATUS=' GM-OLD-TABLE-STATUS
                   SET GM-ABEND TO TRUE
                   GO TO 1000-EXIT
           END-EVALUATE
           IF GM-ABEND
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT NEW-TABLE
           IF GM-NEW-TABLE-STATUS NOT = '00'
               DISPLAY 'GLMAPMNT: UNABLE TO OPEN NEWMAP, STATUS='
                   GM-NEW-TABLE-STATUS
               SET GM-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT MAINT-RPT
           IF GM-MAINT-RPT-STATUS NOT = '00'
               DISPLAY 'GLMAPMNT: UNABLE TO OPEN GLMAPRPT, STATUS='
                   GM-MAINT-RPT-STATUS
               SET GM-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING 'GENERAL-LEDGER MAPPING TABLE MAINTENANCE AUDIT'
               DELIMITED BY SIZE INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD FROM GM-BLANK-LINE
           WRITE MAINT-RPT-RECORD FROM GM-AUDIT-HEADING
           OPEN INPUT CONTROL-CARDS
           IF GM-CARDS-STATUS NOT = '00'
               SET GM-EOF-CARDS TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT
           .
       1100-LOAD-ONE-OLD-ROW.
           READ OLD-TABLE
               AT END
                   SET GM-EOF-OLD-TABLE TO TRUE
                   GO TO 1100-EXIT
           END-READ
           MOVE OLD-CATEGORY TO GM-CATEGORY-CODE
           IF NOT GM-CATEGORY-VALID
               OR OLD-TYPE-CODE = SPACES
               OR OLD-DEBIT-ACCOUNT = SPACES
               OR OLD-CREDIT-ACCOUNT = SPACES
               DISPLAY 'GLMAPMNT: MALFORMED OLDMAP RECORD: '
                   OLD-TABLE-RECORD(1:43)
               SET GM-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF GM-MAP-COUNT >= 400
               DISPLAY 'GLMAPMNT: MORE THAN 400 OLDMAP RECORDS'
               SET GM-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO GM-MAP-COUNT
           SET GM-MAP-IX TO GM-MAP-COUNT
           MOVE OLD-CATEGORY       TO GM-ROW-CATEGORY (GM-MAP-IX)
           MOVE OLD-TYPE-CODE      TO GM-ROW-TYPE-CODE (GM-MAP-IX)
           MOVE OLD-DEBIT-ACCOUNT  TO GM-ROW-DEBIT (GM-MAP-IX)
           MOVE OLD-CREDIT-ACCOUNT TO GM-ROW-CREDIT (GM-MAP-IX)
           MOVE OLD-DESCRIPTION    TO GM-ROW-DESC (GM-MAP-IX)
           MOVE 'N'                TO GM-ROW-DELETED-SW (GM-MAP-IX)
           .
       1100-EXIT.
           EXIT
           .
       2000-APPLY-CARDS.
           PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
               UNTIL GM-EOF-CARDS OR GM-ABEND
           IF GM-CARDS-STATUS = '00' OR GM-CARDS-STATUS = '10'
               CLOSE CONTROL-CARDS
           END-IF
           .
       2000-EXIT.
           EXIT
           .
       2100-APPLY-ONE-CARD.
           READ CONTROL-CARDS
               AT END
                   SET GM-EOF-CARDS TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF CONTROL-CARD = SPACES OR CONTROL-CARD(1:1) = '*'
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO GM-THIS-CARD-SW
           MOVE CC-CATEGORY TO GM-CATEGORY-CODE
           IF NOT GM-CATEGORY-VALID
               DISPLAY 'GLMAPMNT: CATEGORY ' CC-CATEGORY
                   ' IS NOT 0, 1, 2, OR 9'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           IF CC-TYPE-CODE = SPACES
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-FIND-MAP-ROW THRU 2200-EXIT
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
       2200-FIND-MAP-ROW.
           MOVE 'N' TO GM-FOUND-SW
           PERFORM 2250-CHECK-ONE-ROW THRU 2250-EXIT
               VARYING GM-SUB FROM 1 BY 1
               UNTIL GM-SUB > GM-MAP-COUNT OR GM-ROW-FOUND
           IF GM-ROW-FOUND
               SUBTRACT 1 FROM GM-SUB
           END-IF
           .
       2200-EXIT.
           EXIT
           .
       2250-CHECK-ONE-ROW.
           IF GM-ROW-CATEGORY (GM-SUB) = CC-CATEGORY
               AND GM-ROW-TYPE-CODE (GM-SUB) = CC-TYPE-CODE
               AND NOT GM-ROW-DELETED (GM-SUB)
               SET GM-ROW-FOUND TO TRUE
           END-IF
           .
       2250-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2300-ADD-ROW - A NEW CATEGORY AND TYPE MUST NOT ALREADY BE
      * MAPPED AND NEEDS TWO DIFFERENT GL ACCOUNTS.
      *---------------------------------------------------------------*
       2300-ADD-ROW.
           IF GM-ROW-FOUND
               DISPLAY 'GLMAPMNT: CATEGORY ' CC-CATEGORY ' TYPE '
                   CC-TYPE-CODE ' ALREADY MAPPED - ADD REFUSED'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2600-EDIT-CARD-ACCOUNTS THRU 2600-EXIT
           IF GM-THIS-CARD-IN-ERROR
               GO TO 2300-EXIT
           END-IF
           IF GM-MAP-COUNT >= 400
               DISPLAY 'GLMAPMNT: MAPPING TABLE FULL - ADD REFUSED'
               SET GM-ABEND TO TRUE
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO GM-MAP-COUNT
           MOVE GM-MAP-COUNT TO GM-SUB
           MOVE CC-CATEGORY       TO GM-ROW-CATEGORY (GM-SUB)
           MOVE CC-TYPE-CODE      TO GM-ROW-TYPE-CODE (GM-SUB)
           MOVE CC-DEBIT-ACCOUNT  TO GM-ROW-DEBIT (GM-SUB)
           MOVE CC-CREDIT-ACCOUNT TO GM-ROW-CREDIT (GM-SUB)
           MOVE CC-DESCRIPTION    TO GM-ROW-DESC (GM-SUB)
           MOVE 'N'               TO GM-ROW-DELETED-SW (GM-SUB)
           ADD 1 TO GM-COUNT-ADDED
           MOVE 'ADD'           TO GM-AUD-ACTION
           MOVE 'NEW ROW'       TO GM-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       2300-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2400-CHANGE-ROW - THE AUDIT PRINTS THE ROW AS IT WAS AND AS
      * IT BECOMES, SO THE PAPER TRAIL SHOWS EXACTLY WHAT MOVED.
      *---------------------------------------------------------------*
       2400-CHANGE-ROW.
           IF NOT GM-ROW-FOUND
               DISPLAY 'GLMAPMNT: CATEGORY ' CC-CATEGORY ' TYPE '
                   CC-TYPE-CODE ' NOT MAPPED - CHANGE REFUSED'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           PERFORM 2600-EDIT-CARD-ACCOUNTS THRU 2600-EXIT
           IF GM-THIS-CARD-IN-ERROR
               GO TO 2400-EXIT
           END-IF
           MOVE 'CHANGE'   TO GM-AUD-ACTION
           MOVE 'WAS'      TO GM-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           MOVE CC-DEBIT-ACCOUNT  TO GM-ROW-DEBIT (GM-SUB)
           MOVE CC-CREDIT-ACCOUNT TO GM-ROW-CREDIT (GM-SUB)
           MOVE CC-DESCRIPTION    TO GM-ROW-DESC (GM-SUB)
           ADD 1 TO GM-COUNT-CHANGED
           MOVE 'CHANGE'   TO GM-AUD-ACTION
           MOVE 'BECOMES'  TO GM-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       2400-EXIT.
           EXIT
           .
       2500-DELETE-ROW.
           IF NOT GM-ROW-FOUND
               DISPLAY 'GLMAPMNT: CATEGORY ' CC-CATEGORY ' TYPE '
                   CC-TYPE-CODE ' NOT MAPPED - DELETE REFUSED'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF
           SET GM-ROW-DELETED (GM-SUB) TO TRUE
           ADD 1 TO GM-COUNT-DELETED
           MOVE 'DELETE'   TO GM-AUD-ACTION
           MOVE 'REMOVED'  TO GM-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       2500-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2600-EDIT-CARD-ACCOUNTS - BOTH GL ACCOUNTS ARE REQUIRED AND
      * MUST DIFFER; A LINE THAT DEBITS AND CREDITS THE SAME ACCOUNT
      * WOULD POST NOTHING AND HIDE THE DAY FROM THE LEDGER.
      *---------------------------------------------------------------*
       2600-EDIT-CARD-ACCOUNTS.
           IF CC-DEBIT-ACCOUNT = SPACES
               OR CC-CREDIT-ACCOUNT = SPACES
               DISPLAY 'GLMAPMNT: DEBIT AND CREDIT GL ACCOUNTS ARE '
                   'BOTH REQUIRED FOR CATEGORY ' CC-CATEGORY
                   ' TYPE ' CC-TYPE-CODE
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2600-EXIT
           END-IF
           IF CC-DEBIT-ACCOUNT = CC-CREDIT-ACCOUNT
               DISPLAY 'GLMAPMNT: DEBIT AND CREDIT GL ACCOUNTS ARE '
                   'THE SAME FOR CATEGORY ' CC-CATEGORY
                   ' TYPE ' CC-TYPE-CODE
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
           END-IF
           .
       2600-EXIT.
           EXIT
           .
       2800-WRITE-AUDIT-ROW.
           MOVE GM-ROW-CATEGORY (GM-SUB)  TO GM-AUD-CATEGORY
                                             GM-CATEGORY-CODE
           PERFORM 2850-NAME-CATEGORY THRU 2850-EXIT
           MOVE GM-CATEGORY-NAME          TO GM-AUD-CATEGORY-NAME
           MOVE GM-ROW-TYPE-CODE (GM-SUB) TO GM-AUD-TYPE-CODE
           MOVE GM-ROW-DEBIT (GM-SUB)     TO GM-AUD-DEBIT
           MOVE GM-ROW-CREDIT (GM-SUB)    TO GM-AUD-CREDIT
           MOVE GM-ROW-DESC (GM-SUB)      TO GM-AUD-DESC
           WRITE MAINT-RPT-RECORD FROM GM-AUDIT-LINE
           .
       2800-EXIT.
           EXIT
           .
       2850-NAME-CATEGORY.
           EVALUATE GM-CATEGORY-CODE
               WHEN '1'
                   MOVE 'VALUE A'  TO GM-CATEGORY-NAME
               WHEN '2'
                   MOVE 'VALUE B'  TO GM-CATEGORY-NAME
               WHEN '0'
                   MOVE 'NEITHER'  TO GM-CATEGORY-NAME
               WHEN '9'
                   MOVE 'REJECTED' TO GM-CATEGORY-NAME
               WHEN OTHER
                   MOVE SPACES     TO GM-CATEGORY-NAME
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
           SET GM-CARD-ERROR TO TRUE
           IF GM-THIS-CARD-IN-ERROR
               GO TO 2900-EXIT
           END-IF
           SET GM-THIS-CARD-IN-ERROR TO TRUE
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING 'CARD IN ERROR: ' DELIMITED BY SIZE
               CONTROL-CARD(1:70) DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           .
       2900-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3000-WRITE-NEW-TABLE - THE SURVIVING ROWS IN THEIR TABLE
      * ORDER (ADDS AT THE END), FOLLOWED BY A FULL LISTING ON THE
      * AUDIT REPORT.
      *---------------------------------------------------------------*
       3000-WRITE-NEW-TABLE.
           WRITE MAINT-RPT-RECORD FROM GM-BLANK-LINE
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING 'RESULTING GL MAPPING TABLE' DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD FROM GM-AUDIT-HEADING
           PERFORM 3100-WRITE-ONE-ROW THRU 3100-EXIT
               VARYING GM-SUB FROM 1 BY 1
               UNTIL GM-SUB > GM-MAP-COUNT
           .
       3000-EXIT.
           EXIT
           .
       3100-WRITE-ONE-ROW.
           IF GM-ROW-DELETED (GM-SUB)
               GO TO 3100-EXIT
           END-IF
           MOVE GM-ROW-CATEGORY (GM-SUB)  TO NEW-CATEGORY
           MOVE GM-ROW-TYPE-CODE (GM-SUB) TO NEW-TYPE-CODE
           MOVE GM-ROW-DEBIT (GM-SUB)     TO NEW-DEBIT-ACCOUNT
           MOVE GM-ROW-CREDIT (GM-SUB)    TO NEW-CREDIT-ACCOUNT
           MOVE GM-ROW-DESC (GM-SUB)      TO NEW-DESCRIPTION
           WRITE NEW-TABLE-RECORD
           ADD 1 TO GM-COUNT-WRITTEN
           MOVE 'LIST'     TO GM-AUD-ACTION
           MOVE SPACES     TO GM-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       3100-EXIT.
           EXIT
           .
       4000-WRITE-TOTALS.
           WRITE MAINT-RPT-RECORD FROM GM-BLANK-LINE
           MOVE 'MAPPINGS ADDED        : ' TO GM-CNT-LABEL
           MOVE GM-COUNT-ADDED             TO GM-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM GM-COUNT-LINE
           MOVE 'MAPPINGS CHANGED      : ' TO GM-CNT-LABEL
           MOVE GM-COUNT-CHANGED           TO GM-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM GM-COUNT-LINE
           MOVE 'MAPPINGS DELETED      : ' TO GM-CNT-LABEL
           MOVE GM-COUNT-DELETED           TO GM-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM GM-COUNT-LINE
           MOVE 'MAPPINGS ON NEW TABLE : ' TO GM-CNT-LABEL
           MOVE GM-COUNT-WRITTEN           TO GM-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM GM-COUNT-LINE
           IF GM-CARD-ERROR
               WRITE MAINT-RPT-RECORD FROM GM-BLANK-LINE
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
           IF GM-NEW-TABLE-STATUS = '00'
               CLOSE NEW-TABLE
           END-IF
           IF GM-MAINT-RPT-STATUS = '00'
               CLOSE MAINT-RPT
           END-IF
           EVALUATE TRUE
               WHEN GM-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN GM-CARD-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       9000-EXIT.
           EXIT
           .
