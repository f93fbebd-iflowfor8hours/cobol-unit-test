      *              - THE SUMRPT CATEGORY COUNTS
      *              - THE AUDITLOG ENTRIES FOR THE DATE AND CYCLE
      *              - THE RSLTMSTR RECORDS UNDER THE DATE AND CYCLE
      *            DOLLARS BALANCE IN BASE CURRENCY.  EACH CURRENCY'S
      *            ITEMS, ORIGINAL AMOUNT AND BASE EQUIVALENT ARE THEN
      *            PROVED FROM THE EDIT REPORT AND FROM SUMRPT AGAINST
      *            TRANSOUT.
      *            PRINTS ONE CONTROL REPORT WITH A PASS/FAIL
      *            VERDICT PER LEG AND ENDS NON-ZERO WHEN ANY LEG IS
      *            OUT OF BALANCE, SO THE SCHEDULER HOLDS THE
      *                   "DAY OUT OF BALANCE" - OPSRPT ONLY FAILS
      *                   A STEP AT RC 16, SO WITHOUT THE FLAG A
      *                   FAILED BALANCE READ AS A CLEAN NIGHT
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 130 BYTES FOR THE OWNING
      *                   BRANCH THE DRIVER NOW CARRIES THROUGH
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 138 BYTES FOR THE ORIGINAL
      *                   RESULT'S RETURN CODE AND TYPE CODE THE DRIVER
      *                   NOW STAMPS ON AN APPLIED REVERSAL
      * 15 OCT 2026  MJS  TRANSOUT (147), RESULT MASTER (140) AND AUDIT
      *                   LOG (209) LAYOUTS WIDENED FOR THE RULES
      *                   VERSION NOW STAMPED ON EVERY RESULT
      * 15 OCT 2026  MJS  MULTI-CURRENCY.  THE DOLLAR LEG NOW SUMS THE
      *                   BASE-CURRENCY EQUIVALENT ON THE 164-BYTE
      *                   TRANSOUT (MASTER 155 BYTES), AND A LEG PER
      *                   CURRENCY PROVES THE EDIT REPORT'S AND
      *                   SUMRPT'S ITEMS, ORIGINAL AND BASE FIGURES
      *                   AGAINST TRANSOUT
      * 15 OCT 2026  MJS  THE AUDIT-LOG LEG SKIPS THE SEAL RECORDS
      *                   AUDSEAL NOW WRITES INTO THE LOG
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 173 BYTES FOR THE RUN
      *                   DATE OF A REVERSAL'S ORIGINAL
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYBAL.
           05  TRO-ACCOUNT-NO          PIC X(12).
           05  FILLER                  PIC X(01).
           05  TRO-TYPE-CODE           PIC X(02).
           05  FILLER                  PIC X(01).
           05  TRO-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(01).
           05  TRO-ORIG-RETURN-CODE    PIC 9(04).
           05  FILLER                  PIC X(01).
           05  TRO-ORIG-TYPE-CODE      PIC X(02).
           05  FILLER                  PIC X(01).
           05  TRO-RULES-VERSION       PIC X(08).
           05  FILLER                  PIC X(01).
           05  TRO-CURRENCY-CODE       PIC X(03).
           05  FILLER                  PIC X(01).
           05  TRO-BASE-AMOUNT         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  TRO-ORIG-RUN-DATE       PIC 9(08).

       FD  SUMMARY-IN
           RECORDING MODE IS F.
           05  AUD-ARG-2-OUT           PIC X(80).
           05  FILLER                  PIC X(01).
           05  AUD-MODE-IND            PIC X(01).
               88  AUD-SEAL-RECORD             VALUE 'S' 'A'.
           05  FILLER                  PIC X(01).
           05  AUD-RUN-MODE-TEXT       PIC X(15).
           05  FILLER                  PIC X(01).
           05  AUD-CYCLE-NO            PIC 9(02).
           05  FILLER                  PIC X(01).
           05  AUD-RULES-VERSION       PIC X(08).

      *    MUST MATCH THE MASTER-RECORD LAYOUT CALLPGM MAINTAINS IN
      *    2450-UPDATE-RESULT-MASTER.
           05  MST-TYPE-CODE           PIC X(02).
           05  MST-AMOUNT              PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  MST-RULES-VERSION       PIC X(08).
           05  MST-CURRENCY-CODE       PIC X(03).
           05  MST-BASE-AMOUNT         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       FD  CONTROL-RPT
           RECORDING MODE IS F.
           05  DB-AUDIT-COUNT              PIC 9(08) COMP VALUE ZERO.
           05  DB-MASTER-COUNT             PIC 9(08) COMP VALUE ZERO.

      *    THE SAME THREE FIGURES PER CURRENCY FROM EACH OF THE
      *    EDIT REPORT, SUMRPT AND TRANSOUT.  TWENTY IS THE CURRTAB
      *    LIMIT.  A REPORT SECTION IS CLEARED AT ITS HEADING SO
      *    ONLY THE LATEST RUN ON AN ACCUMULATED REPORT COUNTS.
       01  DB-CURRENCY-TABLE.
           05  DB-CCY-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  DB-CCY-ENTRY OCCURS 20 TIMES
                   INDEXED BY DB-CCY-IX.
               10  DB-CCY-CODE             PIC X(03).
               10  DB-CCY-EDIT-ITEMS       PIC 9(08) COMP.
               10  DB-CCY-EDIT-ORIGINAL    PIC S9(13)V99 COMP-3.
               10  DB-CCY-EDIT-BASE        PIC S9(13)V99 COMP-3.
               10  DB-CCY-SUM-ITEMS        PIC 9(08) COMP.
               10  DB-CCY-SUM-ORIGINAL     PIC S9(13)V99 COMP-3.
               10  DB-CCY-SUM-BASE         PIC S9(13)V99 COMP-3.
               10  DB-CCY-TRO-ITEMS        PIC 9(08) COMP.
               10  DB-CCY-TRO-ORIGINAL     PIC S9(13)V99 COMP-3.
               10  DB-CCY-TRO-BASE         PIC S9(13)V99 COMP-3.

       01  DB-CURRENCY-WORK-FIELDS.
           05  DB-CCY-SEARCH-CODE          PIC X(03).
           05  DB-CCY-KIND                 PIC X(08).
           05  DB-CCY-SOURCE-SW            PIC X(01).
               88  DB-CCY-FROM-EDIT            VALUE 'E'.
               88  DB-CCY-FROM-SUMRPT          VALUE 'S'.
           05  DB-TRO-ORIGINAL             PIC S9(09)V99 COMP-3.
           05  DB-TRO-BASE                 PIC S9(09)V99 COMP-3.
           05  DB-LEG-SOURCE-NAME          PIC X(06).

      *    WORK FIELDS FOR LIFTING A NUMBER BACK OFF AN EDITED
      *    REPORT FIELD, AS IN TRANMRG: DIGITS ACCUMULATE LEFT TO
      *    RIGHT AND A TRAILING MINUS NEGATES; AMOUNT FIELDS CARRY
               WHEN DB-SCAN-LINE(1:16) = 'ACCEPTED DOLLARS'
                   PERFORM 3400-EXTRACT-AMOUNT THRU 3400-EXIT
                   MOVE DB-SCAN-HUNDREDTHS TO DB-EDIT-DOLLARS
               WHEN DB-SCAN-LINE(1:28)
                       = 'ACCEPTED DETAILS BY CURRENCY'
                   SET DB-CCY-FROM-EDIT TO TRUE
                   PERFORM 3000-CLEAR-REPORT-CURRENCIES THRU 3000-EXIT
               WHEN DB-SCAN-LINE(1:4) = 'CCY '
                   SET DB-CCY-FROM-EDIT TO TRUE
                   PERFORM 3100-TAKE-CURRENCY-LINE THRU 3100-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *---------------------------------------------------------------*
      * 2200-GATHER-TRANSOUT-FIGURES - COUNT THE OUTPUT RECORDS AND
      * SUM THEIR DOLLARS IN BASE CURRENCY, AND TALLY EACH RECORD
      * UNDER ITS CURRENCY.  A RECORD WITH NO CURRENCY PREDATES THE
      * TAGGING AND ITS AMOUNT IS ALREADY BASE.
      *---------------------------------------------------------------*
       2200-GATHER-TRANSOUT-FIGURES.
           OPEN INPUT TRANSOUT-IN
           END-READ
           ADD 1 TO DB-TRANSOUT-COUNT
           IF TRO-AMOUNT IS NUMERIC
               MOVE TRO-AMOUNT      TO DB-TRO-ORIGINAL
           ELSE
               MOVE ZERO            TO DB-TRO-ORIGINAL
           END-IF
           EVALUATE TRUE
               WHEN TRO-BASE-AMOUNT IS NUMERIC
                   MOVE TRO-BASE-AMOUNT TO DB-TRO-BASE
               WHEN TRO-CURRENCY-CODE = SPACES
                   MOVE DB-TRO-ORIGINAL TO DB-TRO-BASE
               WHEN OTHER
                   MOVE ZERO            TO DB-TRO-BASE
           END-EVALUATE
           ADD DB-TRO-BASE TO DB-TRANSOUT-DOLLARS
           MOVE TRO-CURRENCY-CODE TO DB-CCY-SEARCH-CODE
           PERFORM 3200-FIND-CURRENCY THRU 3200-EXIT
           IF DB-ABEND
               SET DB-EOF-CURRENT-FILE TO TRUE
               GO TO 2300-EXIT
           END-IF
           ADD 1               TO DB-CCY-TRO-ITEMS (DB-CCY-IX)
           ADD DB-TRO-ORIGINAL TO DB-CCY-TRO-ORIGINAL (DB-CCY-IX)
           ADD DB-TRO-BASE     TO DB-CCY-TRO-BASE (DB-CCY-IX)
           .
       2300-EXIT.
           EXIT
               WHEN DB-SCAN-LINE(1:16) = 'REVERSAL CALLS  '
                   PERFORM 3300-EXTRACT-COUNT THRU 3300-EXIT
                   MOVE DB-SCAN-COUNT TO DB-SUMRPT-REVERSED
               WHEN DB-SCAN-LINE(1:16) = 'DOLLARS ABOVE AR'
                   SET DB-CCY-FROM-SUMRPT TO TRUE
                   PERFORM 3000-CLEAR-REPORT-CURRENCIES THRU 3000-EXIT
               WHEN DB-SCAN-LINE(1:4) = 'CCY '
                   SET DB-CCY-FROM-SUMRPT TO TRUE
                   PERFORM 3100-TAKE-CURRENCY-LINE THRU 3100-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      * 2600-GATHER-AUDIT-FIGURES - COUNT THE AUDIT-LOG ENTRIES FOR
      * THIS DATE AND CYCLE.  THE LIVE LOG IS MOD AND SPANS DATES
      * AND CYCLES; AN ENTRY FROM BEFORE THE CYCLE FIELD EXISTED
      * READS AS BLANK AND IS TAKEN AS CYCLE 01.  THE SEALS AUDSEAL
      * WRITES INTO THE LOG ARE NOT CALLS AND ARE NOT COUNTED.
      *---------------------------------------------------------------*
       2600-GATHER-AUDIT-FIGURES.
           OPEN INPUT AUDIT-LOG-IN
                   SET DB-EOF-CURRENT-FILE TO TRUE
                   GO TO 2700-EXIT
           END-READ
           IF AUD-SEAL-RECORD
               GO TO 2700-EXIT
           END-IF
           IF AUD-DATE NOT = DB-REPORT-DATE
               GO TO 2700-EXIT
           END-IF
       2900-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3000-CLEAR-REPORT-CURRENCIES - A REPORT'S CURRENCY SECTION IS
      * STARTING; ZERO WHATEVER AN EARLIER RUN ON THE SAME DATASET
      * LEFT IN THAT REPORT'S COLUMNS.
      *---------------------------------------------------------------*
       3000-CLEAR-REPORT-CURRENCIES.
           PERFORM 3050-CLEAR-ONE-CURRENCY THRU 3050-EXIT
               VARYING DB-CCY-IX FROM 1 BY 1
               UNTIL DB-CCY-IX > DB-CCY-COUNT
           .
       3000-EXIT.
           EXIT
           .
       3050-CLEAR-ONE-CURRENCY.
           IF DB-CCY-FROM-EDIT
               MOVE ZERO TO DB-CCY-EDIT-ITEMS (DB-CCY-IX)
               MOVE ZERO TO DB-CCY-EDIT-ORIGINAL (DB-CCY-IX)
               MOVE ZERO TO DB-CCY-EDIT-BASE (DB-CCY-IX)
           ELSE
               MOVE ZERO TO DB-CCY-SUM-ITEMS (DB-CCY-IX)
               MOVE ZERO TO DB-CCY-SUM-ORIGINAL (DB-CCY-IX)
               MOVE ZERO TO DB-CCY-SUM-BASE (DB-CCY-IX)
           END-IF
           .
       3050-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3100-TAKE-CURRENCY-LINE - 'CCY XXX KIND     : FIGURE'.  THE
      * CODE SITS IN COLUMNS 5-7 AND THE KIND IN 9-16; THE FIGURE IS
      * THE ONLY NUMBER ON THE LINE.
      *---------------------------------------------------------------*
       3100-TAKE-CURRENCY-LINE.
           MOVE DB-SCAN-LINE(5:3) TO DB-CCY-SEARCH-CODE
           MOVE DB-SCAN-LINE(9:8) TO DB-CCY-KIND
           PERFORM 3200-FIND-CURRENCY THRU 3200-EXIT
           IF DB-ABEND
               SET DB-EOF-CURRENT-FILE TO TRUE
               GO TO 3100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN DB-CCY-KIND = 'ITEMS   '
                   PERFORM 3300-EXTRACT-COUNT THRU 3300-EXIT
                   IF DB-CCY-FROM-EDIT
                       MOVE DB-SCAN-COUNT
                           TO DB-CCY-EDIT-ITEMS (DB-CCY-IX)
                   ELSE
                       MOVE DB-SCAN-COUNT
                           TO DB-CCY-SUM-ITEMS (DB-CCY-IX)
                   END-IF
               WHEN DB-CCY-KIND = 'ORIGINAL'
                   PERFORM 3400-EXTRACT-AMOUNT THRU 3400-EXIT
                   IF DB-CCY-FROM-EDIT
                       MOVE DB-SCAN-HUNDREDTHS
                           TO DB-CCY-EDIT-ORIGINAL (DB-CCY-IX)
                   ELSE
                       MOVE DB-SCAN-HUNDREDTHS
                           TO DB-CCY-SUM-ORIGINAL (DB-CCY-IX)
                   END-IF
               WHEN DB-CCY-KIND = 'BASE    '
                   PERFORM 3400-EXTRACT-AMOUNT THRU 3400-EXIT
                   IF DB-CCY-FROM-EDIT
                       MOVE DB-SCAN-HUNDREDTHS
                           TO DB-CCY-EDIT-BASE (DB-CCY-IX)
                   ELSE
                       MOVE DB-SCAN-HUNDREDTHS
                           TO DB-CCY-SUM-BASE (DB-CCY-IX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       3100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3200-FIND-CURRENCY - LOCATE DB-CCY-SEARCH-CODE IN THE TABLE,
      * ADDING A ZEROED ENTRY THE FIRST TIME IT IS SEEN.
      *---------------------------------------------------------------*
       3200-FIND-CURRENCY.
           SET DB-CCY-IX TO 1
           SEARCH DB-CCY-ENTRY
               AT END
                   CONTINUE
               WHEN DB-CCY-IX > DB-CCY-COUNT
                   CONTINUE
               WHEN DB-CCY-CODE (DB-CCY-IX) = DB-CCY-SEARCH-CODE
                   GO TO 3200-EXIT
           END-SEARCH
           IF DB-CCY-COUNT >= 20
               DISPLAY 'DAYBAL: MORE THAN 20 CURRENCIES - CURRENCY '
                   DB-CCY-SEARCH-CODE ' CANNOT BE BALANCED'
               SET DB-ABEND TO TRUE
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO DB-CCY-COUNT
           SET DB-CCY-IX TO DB-CCY-COUNT
           MOVE DB-CCY-SEARCH-CODE TO DB-CCY-CODE (DB-CCY-IX)
           MOVE ZERO TO DB-CCY-EDIT-ITEMS (DB-CCY-IX)
           MOVE ZERO TO DB-CCY-EDIT-ORIGINAL (DB-CCY-IX)
           MOVE ZERO TO DB-CCY-EDIT-BASE (DB-CCY-IX)
           MOVE ZERO TO DB-CCY-SUM-ITEMS (DB-CCY-IX)
           MOVE ZERO TO DB-CCY-SUM-ORIGINAL (DB-CCY-IX)
           MOVE ZERO TO DB-CCY-SUM-BASE (DB-CCY-IX)
           MOVE ZERO TO DB-CCY-TRO-ITEMS (DB-CCY-IX)
           MOVE ZERO TO DB-CCY-TRO-ORIGINAL (DB-CCY-IX)
           MOVE ZERO TO DB-CCY-TRO-BASE (DB-CCY-IX)
           .
       3200-EXIT.
           EXIT
           .
       3300-EXTRACT-COUNT.
           MOVE ZERO TO DB-SCAN-COUNT
           PERFORM 3350-EXTRACT-COUNT-CHAR THRU 3350-EXIT
           END-IF
           WRITE CONTROL-RPT-RECORD FROM DB-LEG-LINE

           IF DB-CCY-COUNT > ZERO
               WRITE CONTROL-RPT-RECORD FROM DB-BLANK-LINE
               MOVE SPACES TO CONTROL-RPT-RECORD
               STRING 'DOLLARS ABOVE ARE BASE CURRENCY; BY CURRENCY:'
                   DELIMITED BY SIZE INTO CONTROL-RPT-RECORD
               WRITE CONTROL-RPT-RECORD
               PERFORM 4100-WRITE-CURRENCY-LEGS THRU 4100-EXIT
                   VARYING DB-CCY-IX FROM 1 BY 1
                   UNTIL DB-CCY-IX > DB-CCY-COUNT
           END-IF

           WRITE CONTROL-RPT-RECORD FROM DB-BLANK-LINE
           MOVE SPACES TO CONTROL-RPT-RECORD
           IF DB-DAY-IN-BALANCE
           EXIT
           .
      *---------------------------------------------------------------*
      * 4100-WRITE-CURRENCY-LEGS - FOR ONE CURRENCY, THE EDIT
      * REPORT'S ACCEPTED FIGURES AND THEN SUMRPT'S GROSS FIGURES,
      * EACH PROVED AGAINST TRANSOUT.
      *---------------------------------------------------------------*
       4100-WRITE-CURRENCY-LEGS.
           MOVE 'EDIT  ' TO DB-LEG-SOURCE-NAME
           PERFORM 4200-WRITE-ONE-CURRENCY-LEG THRU 4200-EXIT
           MOVE 'SUMRPT' TO DB-LEG-SOURCE-NAME
           PERFORM 4200-WRITE-ONE-CURRENCY-LEG THRU 4200-EXIT
           .
       4100-EXIT.
           EXIT
           .
       4200-WRITE-ONE-CURRENCY-LEG.
           MOVE SPACES TO DB-LEG-NAME
           STRING DB-LEG-SOURCE-NAME ' ' DB-CCY-CODE (DB-CCY-IX)
               ' ITEMS    VS TRANSOUT : '
               DELIMITED BY SIZE INTO DB-LEG-NAME
           IF DB-LEG-SOURCE-NAME = 'EDIT  '
               MOVE DB-CCY-EDIT-ITEMS (DB-CCY-IX) TO DB-LEG-LEFT
           ELSE
               MOVE DB-CCY-SUM-ITEMS (DB-CCY-IX)  TO DB-LEG-LEFT
           END-IF
           MOVE DB-CCY-TRO-ITEMS (DB-CCY-IX) TO DB-LEG-RIGHT
           IF (DB-LEG-SOURCE-NAME = 'EDIT  '
                   AND DB-CCY-EDIT-ITEMS (DB-CCY-IX)
                       = DB-CCY-TRO-ITEMS (DB-CCY-IX))
               OR (DB-LEG-SOURCE-NAME = 'SUMRPT'
                   AND DB-CCY-SUM-ITEMS (DB-CCY-IX)
                       = DB-CCY-TRO-ITEMS (DB-CCY-IX))
               MOVE 'PASS'         TO DB-LEG-VERDICT
           ELSE
               MOVE '*** FAIL ***' TO DB-LEG-VERDICT
               SET DB-DAY-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CONTROL-RPT-RECORD FROM DB-LEG-LINE

           MOVE SPACES TO DB-LEG-NAME
           STRING DB-LEG-SOURCE-NAME ' ' DB-CCY-CODE (DB-CCY-IX)
               ' ORIGINAL VS TRANSOUT : '
               DELIMITED BY SIZE INTO DB-LEG-NAME
           IF DB-LEG-SOURCE-NAME = 'EDIT  '
               MOVE DB-CCY-EDIT-ORIGINAL (DB-CCY-IX) TO DB-LEG-LEFT
           ELSE
               MOVE DB-CCY-SUM-ORIGINAL (DB-CCY-IX)  TO DB-LEG-LEFT
           END-IF
           MOVE DB-CCY-TRO-ORIGINAL (DB-CCY-IX) TO DB-LEG-RIGHT
           IF (DB-LEG-SOURCE-NAME = 'EDIT  '
                   AND DB-CCY-EDIT-ORIGINAL (DB-CCY-IX)
                       = DB-CCY-TRO-ORIGINAL (DB-CCY-IX))
               OR (DB-LEG-SOURCE-NAME = 'SUMRPT'
                   AND DB-CCY-SUM-ORIGINAL (DB-CCY-IX)
                       = DB-CCY-TRO-ORIGINAL (DB-CCY-IX))
               MOVE 'PASS'         TO DB-LEG-VERDICT
           ELSE
               MOVE '*** FAIL ***' TO DB-LEG-VERDICT
               SET DB-DAY-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CONTROL-RPT-RECORD FROM DB-LEG-LINE

           MOVE SPACES TO DB-LEG-NAME
           STRING DB-LEG-SOURCE-NAME ' ' DB-CCY-CODE (DB-CCY-IX)
               ' BASE     VS TRANSOUT : '
               DELIMITED BY SIZE INTO DB-LEG-NAME
           IF DB-LEG-SOURCE-NAME = 'EDIT  '
               MOVE DB-CCY-EDIT-BASE (DB-CCY-IX) TO DB-LEG-LEFT
           ELSE
               MOVE DB-CCY-SUM-BASE (DB-CCY-IX)  TO DB-LEG-LEFT
           END-IF
           MOVE DB-CCY-TRO-BASE (DB-CCY-IX) TO DB-LEG-RIGHT
           IF (DB-LEG-SOURCE-NAME = 'EDIT  '
                   AND DB-CCY-EDIT-BASE (DB-CCY-IX)
                       = DB-CCY-TRO-BASE (DB-CCY-IX))
               OR (DB-LEG-SOURCE-NAME = 'SUMRPT'
                   AND DB-CCY-SUM-BASE (DB-CCY-IX)
                       = DB-CCY-TRO-BASE (DB-CCY-IX))
               MOVE 'PASS'         TO DB-LEG-VERDICT
           ELSE
               MOVE '*** FAIL ***' TO DB-LEG-VERDICT
               SET DB-DAY-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CONTROL-RPT-RECORD FROM DB-LEG-LINE
           .
       4200-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE REPORT AND SET THE STEP RETURN
      * CODE:
      *    RC=0   EVERY LEG IN BALANCE
