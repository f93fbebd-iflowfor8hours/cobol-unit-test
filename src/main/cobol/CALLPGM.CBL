      *                   FLAGGED RC=8 ON THE OPERATIONS REPORT.
      *                   AN UNAVAILABLE MASTER ON AN ORDINARY
      *                   HISTORY Y RUN STILL MARKS DEGRADED
      * 15 OCT 2026  MJS  CARRY THE OWNING BRANCH TRANEDIT STAMPS ON
      *                   EVERY DETAIL FROM THE ACCOUNT MASTER THROUGH
      *                   TO THE OUTPUT RECORD SO ACTVRPT CAN SUBTOTAL
      *                   BY BRANCH.  TRANSOUT WIDENED TO 130 BYTES
      * 15 OCT 2026  MJS  STAMP THE ORIGINAL RESULT'S RETURN CODE AND
      *                   TYPE CODE ON AN APPLIED REVERSAL'S OUTPUT SO
      *                   THE GENERAL-LEDGER POSTING CAN BOOK THE CONTRA
      *                   ENTRY AGAINST THE ORIGINAL CATEGORY.  TRANSOUT
      *                   WIDENED TO 138 BYTES
      * 15 OCT 2026  MJS  STAMP THE ID OF THE RULES VERSION SUBPROG
      *                   CLASSIFIED UNDER ON TRANSOUT AND ON THE
      *                   RESULT MASTER.  TRANSOUT GROWS TO 147 BYTES
      *                   AND THE MASTER RECORD TO 140
      * 15 OCT 2026  MJS  MULTI-CURRENCY.  CARRY EACH DETAIL'S CURRENCY
      *                   AND THE BASE-CURRENCY EQUIVALENT TRANEDIT
      *                   STAMPED ONTO TRANSOUT (NOW 164 BYTES), THE
      *                   RESULT MASTER (NOW 155) AND THE WAREHOUSE
      *                   EXTRACT.  SUMRPT CATEGORY DOLLARS ARE NOW
      *                   BASE CURRENCY, WITH A PER-CURRENCY BREAKDOWN
      *                   CARRIED THROUGH THE CHECKPOINT (NOW 1066
      *                   BYTES).  A REVERSAL IN A DIFFERENT CURRENCY
      *                   FROM ITS ORIGINAL IS REJECTED
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 173 BYTES: AN APPLIED
      *                   REVERSAL NOW CARRIES ITS ORIGINAL'S RUN DATE
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLPGM.
      *        UNDER WHICH THE RESULT BEING BACKED OUT WAS POSTED
      *        TO THE MASTER.  ORDINARY DETAILS LEAVE IT BLANK.
               10  TRANS-ORIG-RUN-DATE PIC X(08).
      *        THE ACCOUNT'S OWNING BRANCH, STAMPED BY TRANEDIT OFF
      *        THE ACCOUNT MASTER.
               10  TRANS-BRANCH-CODE   PIC X(04).
      *        THE CURRENCY TRANS-AMOUNT IS IN AND ITS BASE-CURRENCY
      *        EQUIVALENT, BOTH STAMPED BY TRANEDIT.  A FILE THAT
      *        NEVER WENT THROUGH THE EDIT LEAVES BOTH BLANK, AND
      *        TRANS-AMOUNT IS TAKEN AS ALREADY IN BASE CURRENCY.
               10  TRANS-CURRENCY-CODE PIC X(03).
               10  TRANS-BASE-AMOUNT   PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(17).

       FD  OUT-FILE
           RECORDING MODE IS F.
           05  OUT-ACCOUNT-NO          PIC X(12).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  OUT-TYPE-CODE           PIC X(02).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  OUT-BRANCH-CODE         PIC X(04).
      *    SET ONLY ON AN APPLIED REVERSAL (RETURN CODE 3): THE
      *    RETURN CODE AND TYPE CODE THE ORIGINAL RESULT POSTED
      *    UNDER, SO GLPOST CAN BOOK THE CONTRA ENTRY AGAINST THE
      *    ORIGINAL CATEGORY.  ZERO AND SPACES ON EVERY OTHER RECORD.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  OUT-ORIG-RETURN-CODE    PIC 9(04).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  OUT-ORIG-TYPE-CODE      PIC X(02).
      *    THE RULES VERSION SUBPROG CLASSIFIED THE RECORD UNDER.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  OUT-RULES-VERSION       PIC X(08).
      *    OUT-AMOUNT IS IN THIS CURRENCY; OUT-BASE-AMOUNT IS ITS
      *    BASE-CURRENCY EQUIVALENT, AND IS WHAT EVERY TOTAL ADDS.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  OUT-CURRENCY-CODE       PIC X(03).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  OUT-BASE-AMOUNT         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
      *    SET ONLY ON AN APPLIED REVERSAL: THE RUN DATE OF THE
      *    ORIGINAL RESULT, SO FEEASSES REFUNDS THAT DAY'S FEE.
      *    ZERO ON EVERY OTHER RECORD.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  OUT-ORIG-RUN-DATE       PIC 9(08).

       FD  SUMMARY-RPT
           RECORDING MODE IS F.
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  CKPT-CYCLE-NO           PIC 9(02).
      *    THE RUNNING PER-CURRENCY BREAKDOWN.  THE AREA IS CLEARED
      *    TO SPACES BEFORE THE USED ENTRIES ARE FILLED.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  CKPT-CURRENCY-AREA.
               10  CKPT-CURRENCY-COUNT PIC 9(02).
               10  CKPT-CCY-ENTRY OCCURS 20 TIMES.
                   15  CKPT-CCY-GAP-1  PIC X(01).
                   15  CKPT-CCY-CODE   PIC X(03).
                   15  CKPT-CCY-GAP-2  PIC X(01).
                   15  CKPT-CCY-ITEMS  PIC 9(07).
                   15  CKPT-CCY-GAP-3  PIC X(01).
                   15  CKPT-CCY-ORIGINAL
                                       PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
                   15  CKPT-CCY-GAP-4  PIC X(01).
                   15  CKPT-CCY-BASE   PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

      *    ONE RECORD PER SUBPROG CALL, KEYED ON TRANSACTION KEY PLUS
      *    RUN DATE PLUS CYCLE, SO A RERUN OF THE SAME CYCLE REWRITES
           05  MST-TYPE-CODE           PIC X(02).
           05  MST-AMOUNT              PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
      *    THE RULES VERSION THE RESULT WAS CLASSIFIED UNDER; SPACES
      *    ON A RESULT POSTED BEFORE RULES WERE VERSIONED.
           05  MST-RULES-VERSION       PIC X(08).
      *    THE CURRENCY MST-AMOUNT IS IN AND ITS BASE-CURRENCY
      *    EQUIVALENT.  A RESULT POSTED BEFORE CURRENCIES WERE
      *    CARRIED HAS A BLANK CODE AND A BASE AMOUNT EQUAL TO
      *    MST-AMOUNT.
           05  MST-CURRENCY-CODE       PIC X(03).
           05  MST-BASE-AMOUNT         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

      *    ONE RECORD PER CLEAN RUN, APPENDED FOR THE MONTH AND
      *    REPORTED BY TRENDRPT.
           05  CP-ORIG-CYCLE-SUB           PIC 9(04) COMP.
           05  CP-ORIG-FOUND-SW            PIC X(01).
               88  CP-ORIG-RESULT-FOUND        VALUE 'Y'.
           05  CP-ORIG-RETURN-CODE         PIC 9(04)   VALUE ZERO.
           05  CP-ORIG-TYPE-CODE           PIC X(02)   VALUE SPACES.

      *    TRANSACTION AMOUNT EDITED TO A SAFE NUMERIC BEFORE IT IS
      *    TALLIED OR PASSED ALONG - A RECORD WHOSE AMOUNT FIELD IS
      *    GARBAGE IS STILL CLASSIFIED, BUT CONTRIBUTES ZERO DOLLARS.
       77  CP-TRANS-AMOUNT-WORK            PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
      *    THE SAME AMOUNT IN BASE CURRENCY - WHAT THE CATEGORY
      *    DOLLAR TOTALS ADD - AND THE CURRENCY IT CAME IN.
       77  CP-BASE-AMOUNT-WORK             PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
       77  CP-CURRENCY-WORK                PIC X(03)   VALUE SPACES.

      *    EVERY CALL COUNTED ONCE IN ITS OWN CURRENCY, WITH ITS
      *    ORIGINAL AMOUNT AND ITS BASE EQUIVALENT.  THIS IS THE
      *    GROSS ACTIVITY - REVERSALS ARE ONLY NETTED OUT OF THE
      *    CATEGORY DOLLARS.  TWENTY IS THE CURRTAB LIMIT.
       01  CP-CURRENCY-TABLE.
           05  CP-CCY-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  CP-CCY-ENTRY OCCURS 20 TIMES
                   INDEXED BY CP-CCY-IX.
               10  CP-CCY-CODE             PIC X(03).
               10  CP-CCY-ITEMS            PIC 9(07) COMP.
               10  CP-CCY-ORIGINAL         PIC S9(11)V99 COMP-3.
               10  CP-CCY-BASE             PIC S9(11)V99 COMP-3.

       01  CP-CURRENCY-WORK-FIELDS.
           05  CP-CCY-SUB                  PIC 9(04) COMP.
           05  CP-CCY-FOUND-SW             PIC X(01)   VALUE 'N'.
               88  CP-CCY-FOUND                VALUE 'Y'.

       01  CP-REPORT-LINE-FIELDS.
           05  CP-REPORT-COUNT-EDIT        PIC Z,ZZZ,ZZ9.
           05  CP-EXTRACT-SCAN-SUB         PIC 9(04) COMP.
           05  CP-EXTRACT-TOTAL-COUNT      PIC 9(08) COMP.
           05  CP-EXTRACT-COUNT-DISPLAY    PIC 9(08).
           05  CP-EXTRACT-AMOUNT-DISPLAY   PIC +9(09).99.
           05  CP-EXTRACT-BASE-DISPLAY     PIC +9(09).99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                               TO CP-COUNT-REVERSED
                           MOVE CKPT-TOTAL-REVERSED
                               TO CP-TOTAL-REVERSED
                           PERFORM 1150-RESTORE-CURRENCY-TOTALS
                               THRU 1150-EXIT
                           DISPLAY 'CALLPGM: RESTARTING AFTER KEY '
                               CP-LAST-KEY-WS
                       ELSE
       1100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1150-RESTORE-CURRENCY-TOTALS - PICK THE PER-CURRENCY
      * BREAKDOWN BACK UP FROM THE CHECKPOINT.  A CHECKPOINT WRITTEN
      * BEFORE THE BREAKDOWN WAS CARRIED HAS NO COUNT AND RESTORES
      * NOTHING.
      *---------------------------------------------------------------*
       1150-RESTORE-CURRENCY-TOTALS.
           IF CKPT-CURRENCY-COUNT NOT NUMERIC
               OR CKPT-CURRENCY-COUNT > 20
               GO TO 1150-EXIT
           END-IF
           MOVE CKPT-CURRENCY-COUNT TO CP-CCY-COUNT
           PERFORM 1160-RESTORE-ONE-CURRENCY THRU 1160-EXIT
               VARYING CP-CCY-SUB FROM 1 BY 1
               UNTIL CP-CCY-SUB > CP-CCY-COUNT
           .
       1150-EXIT.
           EXIT
           .
       1160-RESTORE-ONE-CURRENCY.
           MOVE CKPT-CCY-CODE (CP-CCY-SUB)
                                 TO CP-CCY-CODE (CP-CCY-SUB)
           MOVE CKPT-CCY-ITEMS (CP-CCY-SUB)
                                 TO CP-CCY-ITEMS (CP-CCY-SUB)
           MOVE CKPT-CCY-ORIGINAL (CP-CCY-SUB)
                                 TO CP-CCY-ORIGINAL (CP-CCY-SUB)
           MOVE CKPT-CCY-BASE (CP-CCY-SUB)
                                 TO CP-CCY-BASE (CP-CCY-SUB)
           .
       1160-EXIT.
           EXIT
           .
       1200-PRIME-READ.
           READ TRANS-FILE INTO TRANS-RECORD
               AT END
           IF NOT CP-RESTART-RECORD-FOUND
               MOVE SPACES TO WHS-EXTRACT-RECORD
               STRING 'TRANS-KEY|RETURN-CODE|RESULT-TEXT|'
                   'RUN-DATE|RUN-MODE|CURRENCY|AMOUNT|BASE-AMOUNT'
                   DELIMITED BY SIZE INTO WHS-EXTRACT-RECORD
               WRITE WHS-EXTRACT-RECORD
           END-IF
           IF CP-SKIPPING-RECORDS
               PERFORM 2200-CHECK-SKIP-COMPLETE THRU 2200-EXIT
           ELSE
               PERFORM 2150-EDIT-AMOUNTS THRU 2150-EXIT
               IF TRANS-TYPE-REVERSAL
                   PERFORM 2700-EDIT-REVERSAL THRU 2700-EXIT
               ELSE
       2200-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2150-EDIT-AMOUNTS - THE TRANSACTION AMOUNT, ITS CURRENCY, AND
      * ITS BASE-CURRENCY EQUIVALENT, EDITED TO SAFE VALUES ONCE PER
      * RECORD BEFORE ANYTHING TALLIES OR NETS THEM.  A FILE THAT
      * NEVER WENT THROUGH THE EDIT CARRIES NO CURRENCY: ITS AMOUNT
      * IS TAKEN AS ALREADY IN BASE.  A CURRENCY WITH NO BASE
      * AMOUNT CONTRIBUTES ZERO BASE DOLLARS RATHER THAN A GUESS.
      *---------------------------------------------------------------*
       2150-EDIT-AMOUNTS.
           IF TRANS-AMOUNT IS NUMERIC
               MOVE TRANS-AMOUNT TO CP-TRANS-AMOUNT-WORK
           ELSE
               MOVE ZERO         TO CP-TRANS-AMOUNT-WORK
           END-IF
           MOVE TRANS-CURRENCY-CODE TO CP-CURRENCY-WORK
           EVALUATE TRUE
               WHEN TRANS-BASE-AMOUNT IS NUMERIC
                   MOVE TRANS-BASE-AMOUNT    TO CP-BASE-AMOUNT-WORK
               WHEN TRANS-CURRENCY-CODE = SPACES
                   MOVE CP-TRANS-AMOUNT-WORK TO CP-BASE-AMOUNT-WORK
               WHEN OTHER
                   MOVE ZERO                 TO CP-BASE-AMOUNT-WORK
           END-EVALUATE
           .
       2150-EXIT.
           EXIT
           .
       2300-CALL-SUBPROG.
           MOVE TRANS-KEY      TO LS-ARG-1
           MOVE SPACES         TO LS-ARG-2
           MOVE ZERO           TO LS-RETURN-CODE
           MOVE CP-TRANS-AMOUNT-WORK TO LS-AMOUNT
           MOVE CP-CALL-FUNCTION      TO LS-FUNCTION-CODE
           MOVE CP-CALL-REJECT-REASON TO LS-REJECT-REASON
           MOVE ZERO           TO LS-RULES-AS-OF-DATE
           MOVE SPACES         TO LS-RULES-VERSION
           CALL 'SUBPROG' USING BY REFERENCE LS-ARGUMENTS
           .
       2300-EXIT.
           MOVE LS-ARG-2         TO OUT-VALUE-TEXT
           MOVE TRANS-ACCOUNT-NO TO OUT-ACCOUNT-NO
           MOVE TRANS-TYPE-CODE  TO OUT-TYPE-CODE
           MOVE TRANS-BRANCH-CODE TO OUT-BRANCH-CODE
           IF LS-RC-REVERSED
               MOVE CP-ORIG-RETURN-CODE TO OUT-ORIG-RETURN-CODE
               MOVE CP-ORIG-TYPE-CODE   TO OUT-ORIG-TYPE-CODE
               MOVE TRANS-ORIG-RUN-DATE TO OUT-ORIG-RUN-DATE
           ELSE
               MOVE ZERO                TO OUT-ORIG-RETURN-CODE
               MOVE SPACES              TO OUT-ORIG-TYPE-CODE
               MOVE ZERO                TO OUT-ORIG-RUN-DATE
           END-IF
           MOVE LS-RULES-VERSION TO OUT-RULES-VERSION
           MOVE CP-CURRENCY-WORK    TO OUT-CURRENCY-CODE
           MOVE CP-BASE-AMOUNT-WORK TO OUT-BASE-AMOUNT
           WRITE OUT-RECORD
           IF CP-MASTER-FILE-OPEN
               PERFORM 2450-UPDATE-RESULT-MASTER THRU 2450-EXIT
           MOVE TRANS-ACCOUNT-NO   TO MST-ACCOUNT-NO
           MOVE TRANS-TYPE-CODE    TO MST-TYPE-CODE
           MOVE CP-TRANS-AMOUNT-WORK TO MST-AMOUNT
           MOVE LS-RULES-VERSION   TO MST-RULES-VERSION
           MOVE CP-CURRENCY-WORK   TO MST-CURRENCY-CODE
           MOVE CP-BASE-AMOUNT-WORK TO MST-BASE-AMOUNT
           WRITE MASTER-RECORD
               INVALID KEY
                   REWRITE MASTER-RECORD
      *---------------------------------------------------------------*
      * 2470-WRITE-EXTRACT-LINE - ONE PIPE-DELIMITED LINE PER CALL
      * FOR THE WAREHOUSE FEED.  THE RESULT TEXT IS TRIMMED OF
      * TRAILING BLANKS SO THE DELIMITERS HUG THE DATA.  THE AMOUNT
      * GOES OUT IN ITS OWN CURRENCY AND IN BASE, SIGNED, WITH AN
      * ACTUAL DECIMAL POINT.
      *---------------------------------------------------------------*
       2470-WRITE-EXTRACT-LINE.
           PERFORM 2480-SIZE-VALUE-TEXT THRU 2480-EXIT
           MOVE LS-RETURN-CODE TO CP-EXTRACT-RC-DISPLAY
           MOVE LS-AMOUNT           TO CP-EXTRACT-AMOUNT-DISPLAY
           MOVE CP-BASE-AMOUNT-WORK TO CP-EXTRACT-BASE-DISPLAY
           MOVE SPACES TO WHS-EXTRACT-RECORD
           IF CP-EXTRACT-TEXT-LEN > ZERO
               STRING TRANS-KEY DELIMITED BY SPACE
                   CP-RUN-DATE-WS DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   LS-MODE-INDICATOR DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   CP-CURRENCY-WORK DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   CP-EXTRACT-AMOUNT-DISPLAY DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   CP-EXTRACT-BASE-DISPLAY DELIMITED BY SIZE
                   INTO WHS-EXTRACT-RECORD
           ELSE
               STRING TRANS-KEY DELIMITED BY SPACE
                   CP-RUN-DATE-WS DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   LS-MODE-INDICATOR DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   CP-CURRENCY-WORK DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   CP-EXTRACT-AMOUNT-DISPLAY DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   CP-EXTRACT-BASE-DISPLAY DELIMITED BY SIZE
                   INTO WHS-EXTRACT-RECORD
           END-IF
           WRITE WHS-EXTRACT-RECORD
           MOVE CP-COUNT-REVERSED TO CKPT-COUNT-REVERSED
           MOVE CP-TOTAL-REVERSED TO CKPT-TOTAL-REVERSED
           MOVE CP-RUN-CYCLE-WS   TO CKPT-CYCLE-NO
           MOVE SPACES            TO CKPT-CURRENCY-AREA
           MOVE CP-CCY-COUNT      TO CKPT-CURRENCY-COUNT
           PERFORM 2550-SAVE-ONE-CURRENCY THRU 2550-EXIT
               VARYING CP-CCY-SUB FROM 1 BY 1
               UNTIL CP-CCY-SUB > CP-CCY-COUNT
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           .
       2500-EXIT.
           EXIT
           .
       2550-SAVE-ONE-CURRENCY.
           MOVE CP-CCY-CODE (CP-CCY-SUB)
                                 TO CKPT-CCY-CODE (CP-CCY-SUB)
           MOVE CP-CCY-ITEMS (CP-CCY-SUB)
                                 TO CKPT-CCY-ITEMS (CP-CCY-SUB)
           MOVE CP-CCY-ORIGINAL (CP-CCY-SUB)
                                 TO CKPT-CCY-ORIGINAL (CP-CCY-SUB)
           MOVE CP-CCY-BASE (CP-CCY-SUB)
                                 TO CKPT-CCY-BASE (CP-CCY-SUB)
           .
       2550-EXIT.
           EXIT
           .
       2600-TALLY-RESULT.
           EVALUATE TRUE
               WHEN LS-RC-VALUE-A
                   ADD 1 TO CP-COUNT-VALUE-A
                   ADD CP-BASE-AMOUNT-WORK TO CP-TOTAL-VALUE-A
               WHEN LS-RC-VALUE-B
                   ADD 1 TO CP-COUNT-VALUE-B
                   ADD CP-BASE-AMOUNT-WORK TO CP-TOTAL-VALUE-B
               WHEN LS-RC-REJECTED
                   ADD 1 TO CP-COUNT-REJECTED
                   ADD CP-BASE-AMOUNT-WORK TO CP-TOTAL-REJECTED
               WHEN LS-RC-REVERSED
                   ADD 1 TO CP-COUNT-REVERSED
                   ADD CP-BASE-AMOUNT-WORK TO CP-TOTAL-REVERSED
               WHEN OTHER
                   ADD 1 TO CP-COUNT-NEITHER
                   ADD CP-BASE-AMOUNT-WORK TO CP-TOTAL-NEITHER
           END-EVALUATE
           PERFORM 2650-TALLY-CURRENCY THRU 2650-EXIT
           .
       2600-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2650-TALLY-CURRENCY - COUNT THE CALL ONCE IN ITS CURRENCY,
      * ADDING A TABLE ENTRY THE FIRST TIME A CURRENCY IS SEEN.
      *---------------------------------------------------------------*
       2650-TALLY-CURRENCY.
           MOVE 'N' TO CP-CCY-FOUND-SW
           SET CP-CCY-IX TO 1
           SEARCH CP-CCY-ENTRY
               AT END
                   CONTINUE
               WHEN CP-CCY-IX > CP-CCY-COUNT
                   CONTINUE
               WHEN CP-CCY-CODE (CP-CCY-IX) = CP-CURRENCY-WORK
                   SET CP-CCY-FOUND TO TRUE
           END-SEARCH
           IF NOT CP-CCY-FOUND
               IF CP-CCY-COUNT >= 20
                   DISPLAY 'CALLPGM: MORE THAN 20 CURRENCIES ON '
                       'TRANSIN - CURRENCY ' CP-CURRENCY-WORK
                   SET CP-ABEND TO TRUE
                   GO TO 2650-EXIT
               END-IF
               ADD 1 TO CP-CCY-COUNT
               SET CP-CCY-IX TO CP-CCY-COUNT
               MOVE CP-CURRENCY-WORK TO CP-CCY-CODE (CP-CCY-IX)
               MOVE ZERO             TO CP-CCY-ITEMS (CP-CCY-IX)
               MOVE ZERO             TO CP-CCY-ORIGINAL (CP-CCY-IX)
               MOVE ZERO             TO CP-CCY-BASE (CP-CCY-IX)
           END-IF
           ADD 1                    TO CP-CCY-ITEMS (CP-CCY-IX)
           ADD CP-TRANS-AMOUNT-WORK TO CP-CCY-ORIGINAL (CP-CCY-IX)
           ADD CP-BASE-AMOUNT-WORK  TO CP-CCY-BASE (CP-CCY-IX)
           .
       2650-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2700-EDIT-REVERSAL - AN RV DETAIL BACKS A PRIOR RESULT OUT.
      * LOCATE THE ORIGINAL ON THE MASTER UNDER THIS KEY PLUS THE
      * ORIGINAL RUN DATE CARRIED ON THE DETAIL, FLAG IT REVERSED,
       2700-EDIT-REVERSAL.
           MOVE 'R'    TO CP-CALL-FUNCTION
           MOVE SPACES TO CP-CALL-REJECT-REASON
           MOVE ZERO   TO CP-ORIG-RETURN-CODE
           MOVE SPACES TO CP-ORIG-TYPE-CODE
           IF NOT CP-MASTER-FILE-OPEN
               MOVE 'REVERSAL REJECTED - MASTER NOT AVAILABLE'
                   TO CP-CALL-REJECT-REASON
                   TO CP-CALL-REJECT-REASON
               GO TO 2700-EXIT
           END-IF
      *    A REVERSAL BACKS OUT THE ORIGINAL IN THE ORIGINAL'S OWN
      *    CURRENCY.  AN ORIGINAL POSTED BEFORE CURRENCIES WERE
      *    CARRIED HAS NO CODE TO COMPARE AND IS TAKEN AS IT STANDS.
           IF MST-CURRENCY-CODE NOT = SPACES
               AND MST-CURRENCY-CODE NOT = CP-CURRENCY-WORK
               MOVE 'REVERSAL CURRENCY DIFFERS FROM ORIGINAL'
                   TO CP-CALL-REJECT-REASON
               GO TO 2700-EXIT
           END-IF
           MOVE MST-RETURN-CODE TO CP-ORIG-RETURN-CODE
           MOVE MST-TYPE-CODE   TO CP-ORIG-TYPE-CODE
           SET MST-RESULT-REVERSED TO TRUE
           REWRITE MASTER-RECORD
           IF CP-MASTER-FILE-STATUS NOT = '00'
      * OUT OF THE DOLLAR TOTAL OF THE CATEGORY THE ORIGINAL RESULT
      * WAS POSTED UNDER, SO THE SUMMARY REPORT SHOWS THE DAY NET OF
      * WHAT WAS BACKED OUT.  THE CATEGORY COUNTS ARE LEFT ALONE -
      * THE ORIGINAL CALL STILL HAPPENED.  THE AMOUNT NETTED IS THE
      * REVERSAL'S OWN BASE EQUIVALENT AT TODAY'S RATE, THE SAME
      * FIGURE ITS TRANSOUT RECORD CARRIES.
      *---------------------------------------------------------------*
       2750-NET-ORIGINAL-CATEGORY.
           EVALUATE MST-RETURN-CODE
               WHEN 1
                   SUBTRACT CP-BASE-AMOUNT-WORK
                       FROM CP-TOTAL-VALUE-A
               WHEN 2
                   SUBTRACT CP-BASE-AMOUNT-WORK
                       FROM CP-TOTAL-VALUE-B
               WHEN 9
                   SUBTRACT CP-BASE-AMOUNT-WORK
                       FROM CP-TOTAL-REJECTED
               WHEN OTHER
                   SUBTRACT CP-BASE-AMOUNT-WORK
                       FROM CP-TOTAL-NEITHER
           END-EVALUATE
           .
               INTO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD

           PERFORM 3100-WRITE-CURRENCY-LINES THRU 3100-EXIT

           CLOSE SUMMARY-RPT
           .
       3000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3100-WRITE-CURRENCY-LINES - THE GROSS CALLS IN EACH CURRENCY
      * WITH THEIR ORIGINAL AMOUNT AND BASE EQUIVALENT.  ONE FIGURE
      * PER LINE, LABELLED BY CURRENCY, SO CYCLMRG, TRANMRG AND
      * DAYBAL CAN PICK THEM UP BY LABEL.
      *---------------------------------------------------------------*
       3100-WRITE-CURRENCY-LINES.
           MOVE SPACES TO SUMMARY-RPT-RECORD
           STRING 'DOLLARS ABOVE ARE BASE CURRENCY; BY CURRENCY, '
               'GROSS:' DELIMITED BY SIZE
               INTO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD
           PERFORM 3150-WRITE-ONE-CURRENCY THRU 3150-EXIT
               VARYING CP-CCY-SUB FROM 1 BY 1
               UNTIL CP-CCY-SUB > CP-CCY-COUNT
           .
       3100-EXIT.
           EXIT
           .
       3150-WRITE-ONE-CURRENCY.
           MOVE CP-CCY-ITEMS (CP-CCY-SUB) TO CP-REPORT-COUNT-EDIT
           MOVE SPACES TO SUMMARY-RPT-RECORD
           STRING 'CCY ' DELIMITED BY SIZE
               CP-CCY-CODE (CP-CCY-SUB) DELIMITED BY SIZE
               ' ITEMS    : ' DELIMITED BY SIZE
               CP-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD
           MOVE CP-CCY-ORIGINAL (CP-CCY-SUB) TO CP-REPORT-AMOUNT-EDIT
           MOVE SPACES TO SUMMARY-RPT-RECORD
           STRING 'CCY ' DELIMITED BY SIZE
               CP-CCY-CODE (CP-CCY-SUB) DELIMITED BY SIZE
               ' ORIGINAL : ' DELIMITED BY SIZE
               CP-REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               INTO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD
           MOVE CP-CCY-BASE (CP-CCY-SUB) TO CP-REPORT-AMOUNT-EDIT
           MOVE SPACES TO SUMMARY-RPT-RECORD
           STRING 'CCY ' DELIMITED BY SIZE
               CP-CCY-CODE (CP-CCY-SUB) DELIMITED BY SIZE
               ' BASE     : ' DELIMITED BY SIZE
               CP-REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               INTO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD
           .
       3150-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE FILES.
      *---------------------------------------------------------------*
       9000-TERMINATE.
           MOVE ZERO           TO CKPT-COUNT-REVERSED
           MOVE ZERO           TO CKPT-TOTAL-REVERSED
           MOVE CP-RUN-CYCLE-WS TO CKPT-CYCLE-NO
           MOVE SPACES          TO CKPT-CURRENCY-AREA
           MOVE ZERO            TO CKPT-CURRENCY-COUNT
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           .
