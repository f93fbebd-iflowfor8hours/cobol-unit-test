      *            PRINTER INSTEAD OF A GREP THROUGH RAW FILES.
      *            REVERSAL ROWS (TYPE RV, RESULT CODE 3) FALL INTO
      *            THE NEITHER COLUMNS; THEIR TYPE CODE IDENTIFIES
      *            THEM ON THE LINE.  A BRANCH SECTION SUBTOTALS THE
      *            SAME COLUMNS BY THE ACCOUNT'S OWNING BRANCH.
      *            EVERY DOLLAR COLUMN IS BASE CURRENCY; A CURRENCY
      *            SECTION SHOWS THE DAY'S ITEMS IN EACH CURRENCY IN
      *            THEIR ORIGINAL AMOUNT AND BASE EQUIVALENT.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      *                   RUN-STATUS FILE SO OPSRPT SEES THE
      *                   ACTIVITY REPORT STEP ON THE NIGHT'S
      *                   PICTURE
      * 15 OCT 2026  MJS  SUBTOTAL THE DAY BY OWNING BRANCH (STAMPED BY
      *                   TRANEDIT OFF THE ACCOUNT MASTER AND CARRIED ON
      *                   THE NOW 130-BYTE TRANSOUT) IN A BRANCH SECTION
      *                   BETWEEN THE DETAIL AND THE TOP MOVERS
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 138 BYTES FOR THE ORIGINAL
      *                   RESULT'S RETURN CODE AND TYPE CODE THE DRIVER
      *                   NOW STAMPS ON AN APPLIED REVERSAL
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 147 BYTES FOR THE RULES
      *                   VERSION THE DRIVER NOW STAMPS ON EVERY RESULT
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 164 BYTES.  ALL DOLLAR
      *                   COLUMNS NOW ADD THE BASE-CURRENCY EQUIVALENT,
      *                   AND A CURRENCY SECTION BREAKS THE DAY DOWN BY
      *                   ORIGINAL CURRENCY
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 173 BYTES FOR THE RUN
      *                   DATE OF A REVERSAL'S ORIGINAL
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTVRPT.
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

       FD  ACTIVITY-RPT
           RECORDING MODE IS F.
               10  AV-ACCT-PICKED-SW       PIC X(01).
                   88  AV-ACCT-PICKED          VALUE 'Y'.

      *    ONE ROW PER OWNING BRANCH SEEN TODAY, SAME COLUMNS AS
      *    THE DETAIL TABLE.  A BLANK BRANCH (A RESULT FROM BEFORE
      *    THE ACCOUNT MASTER, OR A CORRECTION KEYED WITHOUT ONE)
      *    GETS A ROW OF ITS OWN RATHER THAN BEING DROPPED.
       01  AV-BRANCH-TABLE.
           05  AV-BRANCH-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  AV-BRANCH-ENTRY OCCURS 500 TIMES
                   INDEXED BY AV-BRANCH-IX.
               10  AV-BR-CODE              PIC X(04).
               10  AV-BR-CNT-A             PIC 9(07) COMP.
               10  AV-BR-CNT-B             PIC 9(07) COMP.
               10  AV-BR-CNT-N             PIC 9(07) COMP.
               10  AV-BR-CNT-R             PIC 9(07) COMP.
               10  AV-BR-AMT-A             PIC S9(11)V99 COMP-3.
               10  AV-BR-AMT-B             PIC S9(11)V99 COMP-3.
               10  AV-BR-AMT-N             PIC S9(11)V99 COMP-3.
               10  AV-BR-AMT-R             PIC S9(11)V99 COMP-3.

      *    ONE ROW PER CURRENCY SEEN TODAY.  TWENTY IS THE CURRTAB
      *    LIMIT.  A BLANK CODE IS A RESULT FROM BEFORE CURRENCIES
      *    WERE CARRIED AND GETS A ROW OF ITS OWN.
       01  AV-CURRENCY-TABLE.
           05  AV-CCY-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  AV-CCY-ENTRY OCCURS 20 TIMES
                   INDEXED BY AV-CCY-IX.
               10  AV-CCY-CODE             PIC X(03).
               10  AV-CCY-ITEMS            PIC 9(07) COMP.
               10  AV-CCY-ORIGINAL         PIC S9(11)V99 COMP-3.
               10  AV-CCY-BASE             PIC S9(11)V99 COMP-3.

      *    THE ALL-BRANCHES LINE UNDER THE BRANCH SECTION.
       01  AV-ALL-BRANCH-TOTALS.
           05  AV-ALL-CNT-A                PIC 9(07) COMP VALUE ZERO.
           05  AV-ALL-CNT-B                PIC 9(07) COMP VALUE ZERO.
           05  AV-ALL-CNT-N                PIC 9(07) COMP VALUE ZERO.
           05  AV-ALL-CNT-R                PIC 9(07) COMP VALUE ZERO.
           05  AV-ALL-AMT-A                PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  AV-ALL-AMT-B                PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  AV-ALL-AMT-N                PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  AV-ALL-AMT-R                PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

       01  AV-WORK-FIELDS.
           05  AV-WORK-AMOUNT              PIC S9(09)V99 COMP-3.
           05  AV-ORIGINAL-AMOUNT          PIC S9(09)V99 COMP-3.
           05  AV-CCY-SUB                  PIC 9(04) COMP.
           05  AV-ALL-CCY-ITEMS            PIC 9(07) COMP VALUE ZERO.
           05  AV-ALL-CCY-BASE             PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.
           05  AV-ROW-SUB                  PIC 9(04) COMP.
           05  AV-ACCT-SUB                 PIC 9(04) COMP.
           05  AV-BRANCH-SUB               PIC 9(04) COMP.
           05  AV-PICK-SUB                 PIC 9(04) COMP.
           05  AV-BEST-SUB                 PIC 9(04) COMP.
           05  AV-BEST-MAGNITUDE           PIC 9(11)V99 COMP-3.
               10  FILLER                  PIC X(01)   VALUE SPACE.
               10  AV-DET-AMT-R            PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(08)   VALUE SPACES.
           05  AV-BRANCH-HEADING.
               10  FILLER                  PIC X(19)   VALUE
                   'BRANCH'.
               10  FILLER                  PIC X(26)   VALUE
                   '     VALUE A     DOLLARS A'.
               10  FILLER                  PIC X(26)   VALUE
                   '     VALUE B     DOLLARS B'.
               10  FILLER                  PIC X(26)   VALUE
                   '     NEITHER     DOLLARS N'.
               10  FILLER                  PIC X(26)   VALUE
                   '    REJECTED     DOLLARS R'.
               10  FILLER                  PIC X(09)   VALUE SPACES.
           05  AV-MOVER-HEADING.
               10  FILLER                  PIC X(06)   VALUE 'RANK'.
               10  FILLER                  PIC X(14)   VALUE
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  AV-MOV-DOLLARS          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(93)   VALUE SPACES.
           05  AV-CURRENCY-HEADING.
               10  FILLER                  PIC X(14)   VALUE
                   'CURRENCY'.
               10  FILLER                  PIC X(11)   VALUE
                   '      ITEMS'.
               10  FILLER                  PIC X(24)   VALUE
                   '         ORIGINAL AMOUNT'.
               10  FILLER                  PIC X(24)   VALUE
                   '             BASE AMOUNT'.
               10  FILLER                  PIC X(59)   VALUE SPACES.
           05  AV-CURRENCY-LINE.
               10  AV-CUR-CODE             PIC X(12).
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  AV-CUR-ITEMS            PIC Z,ZZZ,ZZ9.
               10  FILLER                  PIC X(05)   VALUE SPACES.
               10  AV-CUR-ORIGINAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  AV-CUR-ORIGINAL-X REDEFINES AV-CUR-ORIGINAL
                                           PIC X(19).
               10  FILLER                  PIC X(05)   VALUE SPACES.
               10  AV-CUR-BASE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(59)   VALUE SPACES.
           05  AV-COUNT-LINE.
               10  AV-CNT-LABEL            PIC X(30).
               10  AV-CNT-VALUE            PIC Z,ZZZ,ZZ9.
           END-IF
           IF NOT AV-ABEND
               PERFORM 3000-WRITE-DETAIL-SECTION THRU 3000-EXIT
               PERFORM 3500-WRITE-BRANCH-SECTION THRU 3500-EXIT
               PERFORM 3700-WRITE-CURRENCY-SECTION THRU 3700-EXIT
               PERFORM 4000-WRITE-TOP-MOVERS THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           .
      *---------------------------------------------------------------*
      * 2100-ROLL-UP-ONE-RECORD - ACCUMULATE THE RECORD UNDER ITS
      * ACCOUNT/TYPE ROW, ITS ACCOUNT TOTAL, ITS BRANCH ROW, AND ITS
      * CURRENCY ROW.  THE WORK AMOUNT IS THE BASE-CURRENCY
      * EQUIVALENT; A RESULT WITH NO CURRENCY PREDATES THE TAGGING
      * AND ITS AMOUNT IS ALREADY BASE.
      *---------------------------------------------------------------*
       2100-ROLL-UP-ONE-RECORD.
           IF TRO-AMOUNT IS NUMERIC
               MOVE TRO-AMOUNT TO AV-ORIGINAL-AMOUNT
           ELSE
               MOVE ZERO       TO AV-ORIGINAL-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN TRO-BASE-AMOUNT IS NUMERIC
                   MOVE TRO-BASE-AMOUNT    TO AV-WORK-AMOUNT
               WHEN TRO-CURRENCY-CODE = SPACES
                   MOVE AV-ORIGINAL-AMOUNT TO AV-WORK-AMOUNT
               WHEN OTHER
                   MOVE ZERO               TO AV-WORK-AMOUNT
           END-EVALUATE
           PERFORM 2200-FIND-DETAIL-ROW THRU 2200-EXIT
           IF AV-ABEND
               GO TO 2100-EXIT
                   ADD AV-WORK-AMOUNT TO AV-ROW-AMT-N (AV-ROW-SUB)
           END-EVALUATE
           PERFORM 2400-ACCUMULATE-ACCOUNT THRU 2400-EXIT
           IF NOT AV-ABEND
               PERFORM 2600-ACCUMULATE-BRANCH THRU 2600-EXIT
           END-IF
           IF NOT AV-ABEND
               PERFORM 2800-ACCUMULATE-CURRENCY THRU 2800-EXIT
           END-IF
           IF NOT AV-ABEND
               PERFORM 1200-PRIME-READ THRU 1200-EXIT
           END-IF
       2500-EXIT.
           EXIT
           .
       2600-ACCUMULATE-BRANCH.
           MOVE 'N' TO AV-ROW-FOUND-SW
           PERFORM 2700-CHECK-ONE-BRANCH THRU 2700-EXIT
               VARYING AV-BRANCH-SUB FROM 1 BY 1
               UNTIL AV-BRANCH-SUB > AV-BRANCH-COUNT OR AV-ROW-FOUND
           IF AV-ROW-FOUND
               SUBTRACT 1 FROM AV-BRANCH-SUB
           ELSE
               IF AV-BRANCH-COUNT >= 500
                   DISPLAY 'ACTVRPT: MORE THAN 500 BRANCHES - '
                       'BRANCH TABLE FULL'
                   SET AV-ABEND TO TRUE
                   GO TO 2600-EXIT
               END-IF
               ADD 1 TO AV-BRANCH-COUNT
               MOVE AV-BRANCH-COUNT TO AV-BRANCH-SUB
               MOVE TRO-BRANCH-CODE TO AV-BR-CODE (AV-BRANCH-SUB)
               MOVE ZERO TO AV-BR-CNT-A (AV-BRANCH-SUB)
               MOVE ZERO TO AV-BR-CNT-B (AV-BRANCH-SUB)
               MOVE ZERO TO AV-BR-CNT-N (AV-BRANCH-SUB)
               MOVE ZERO TO AV-BR-CNT-R (AV-BRANCH-SUB)
               MOVE ZERO TO AV-BR-AMT-A (AV-BRANCH-SUB)
               MOVE ZERO TO AV-BR-AMT-B (AV-BRANCH-SUB)
               MOVE ZERO TO AV-BR-AMT-N (AV-BRANCH-SUB)
               MOVE ZERO TO AV-BR-AMT-R (AV-BRANCH-SUB)
           END-IF
           EVALUATE TRO-RETURN-CODE
               WHEN 1
                   ADD 1 TO AV-BR-CNT-A (AV-BRANCH-SUB)
                   ADD AV-WORK-AMOUNT TO AV-BR-AMT-A (AV-BRANCH-SUB)
               WHEN 2
                   ADD 1 TO AV-BR-CNT-B (AV-BRANCH-SUB)
                   ADD AV-WORK-AMOUNT TO AV-BR-AMT-B (AV-BRANCH-SUB)
               WHEN 9
                   ADD 1 TO AV-BR-CNT-R (AV-BRANCH-SUB)
                   ADD AV-WORK-AMOUNT TO AV-BR-AMT-R (AV-BRANCH-SUB)
               WHEN OTHER
                   ADD 1 TO AV-BR-CNT-N (AV-BRANCH-SUB)
                   ADD AV-WORK-AMOUNT TO AV-BR-AMT-N (AV-BRANCH-SUB)
           END-EVALUATE
           .
       2600-EXIT.
           EXIT
           .
       2700-CHECK-ONE-BRANCH.
           IF AV-BR-CODE (AV-BRANCH-SUB) = TRO-BRANCH-CODE
               SET AV-ROW-FOUND TO TRUE
           END-IF
           .
       2700-EXIT.
           EXIT
           .
       2800-ACCUMULATE-CURRENCY.
           MOVE 'N' TO AV-ROW-FOUND-SW
           PERFORM 2900-CHECK-ONE-CURRENCY THRU 2900-EXIT
               VARYING AV-CCY-SUB FROM 1 BY 1
               UNTIL AV-CCY-SUB > AV-CCY-COUNT OR AV-ROW-FOUND
           IF AV-ROW-FOUND
               SUBTRACT 1 FROM AV-CCY-SUB
           ELSE
               IF AV-CCY-COUNT >= 20
                   DISPLAY 'ACTVRPT: MORE THAN 20 CURRENCIES - '
                       'CURRENCY TABLE FULL'
                   SET AV-ABEND TO TRUE
                   GO TO 2800-EXIT
               END-IF
               ADD 1 TO AV-CCY-COUNT
               MOVE AV-CCY-COUNT TO AV-CCY-SUB
               MOVE TRO-CURRENCY-CODE TO AV-CCY-CODE (AV-CCY-SUB)
               MOVE ZERO TO AV-CCY-ITEMS (AV-CCY-SUB)
               MOVE ZERO TO AV-CCY-ORIGINAL (AV-CCY-SUB)
               MOVE ZERO TO AV-CCY-BASE (AV-CCY-SUB)
           END-IF
           ADD 1                  TO AV-CCY-ITEMS (AV-CCY-SUB)
           ADD AV-ORIGINAL-AMOUNT TO AV-CCY-ORIGINAL (AV-CCY-SUB)
           ADD AV-WORK-AMOUNT     TO AV-CCY-BASE (AV-CCY-SUB)
           .
       2800-EXIT.
           EXIT
           .
       2900-CHECK-ONE-CURRENCY.
           IF AV-CCY-CODE (AV-CCY-SUB) = TRO-CURRENCY-CODE
               SET AV-ROW-FOUND TO TRUE
           END-IF
           .
       2900-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3000-WRITE-DETAIL-SECTION - ONE LINE PER ACCOUNT/TYPE PAIR
      * IN FIRST-SEEN (KEY) ORDER.
               AV-REPORT-CYCLE DELIMITED BY SIZE
               INTO ACTIVITY-RPT-RECORD
           WRITE ACTIVITY-RPT-RECORD
           MOVE SPACES TO ACTIVITY-RPT-RECORD
           STRING 'ALL DOLLAR COLUMNS ARE IN BASE CURRENCY'
               DELIMITED BY SIZE INTO ACTIVITY-RPT-RECORD
           WRITE ACTIVITY-RPT-RECORD
           WRITE ACTIVITY-RPT-RECORD FROM AV-BLANK-LINE
           WRITE ACTIVITY-RPT-RECORD FROM AV-DETAIL-HEADING
           IF AV-ROW-COUNT = ZERO
           EXIT
           .
      *---------------------------------------------------------------*
      * 3500-WRITE-BRANCH-SECTION - ONE SUBTOTAL LINE PER OWNING
      * BRANCH IN FIRST-SEEN ORDER, THEN THE ALL-BRANCHES LINE,
      * WHICH FOOTS TO THE DETAIL SECTION.
      *---------------------------------------------------------------*
       3500-WRITE-BRANCH-SECTION.
           IF AV-BRANCH-COUNT = ZERO
               GO TO 3500-EXIT
           END-IF
           WRITE ACTIVITY-RPT-RECORD FROM AV-BLANK-LINE
           MOVE SPACES TO ACTIVITY-RPT-RECORD
           STRING 'SUBTOTALS BY OWNING BRANCH'
               DELIMITED BY SIZE INTO ACTIVITY-RPT-RECORD
           WRITE ACTIVITY-RPT-RECORD
           WRITE ACTIVITY-RPT-RECORD FROM AV-BRANCH-HEADING
           PERFORM 3600-WRITE-ONE-BRANCH THRU 3600-EXIT
               VARYING AV-BRANCH-SUB FROM 1 BY 1
               UNTIL AV-BRANCH-SUB > AV-BRANCH-COUNT
           MOVE 'ALL BRANCHES'  TO AV-DET-ACCOUNT
           MOVE SPACES          TO AV-DET-TYPE
           MOVE AV-ALL-CNT-A    TO AV-DET-CNT-A
           MOVE AV-ALL-AMT-A    TO AV-DET-AMT-A
           MOVE AV-ALL-CNT-B    TO AV-DET-CNT-B
           MOVE AV-ALL-AMT-B    TO AV-DET-AMT-B
           MOVE AV-ALL-CNT-N    TO AV-DET-CNT-N
           MOVE AV-ALL-AMT-N    TO AV-DET-AMT-N
           MOVE AV-ALL-CNT-R    TO AV-DET-CNT-R
           MOVE AV-ALL-AMT-R    TO AV-DET-AMT-R
           WRITE ACTIVITY-RPT-RECORD FROM AV-DETAIL-LINE
           .
       3500-EXIT.
           EXIT
           .
       3600-WRITE-ONE-BRANCH.
           IF AV-BR-CODE (AV-BRANCH-SUB) = SPACES
               MOVE '(NONE)' TO AV-DET-ACCOUNT
           ELSE
               MOVE AV-BR-CODE (AV-BRANCH-SUB) TO AV-DET-ACCOUNT
           END-IF
           MOVE SPACES                         TO AV-DET-TYPE
           MOVE AV-BR-CNT-A (AV-BRANCH-SUB)    TO AV-DET-CNT-A
           MOVE AV-BR-AMT-A (AV-BRANCH-SUB)    TO AV-DET-AMT-A
           MOVE AV-BR-CNT-B (AV-BRANCH-SUB)    TO AV-DET-CNT-B
           MOVE AV-BR-AMT-B (AV-BRANCH-SUB)    TO AV-DET-AMT-B
           MOVE AV-BR-CNT-N (AV-BRANCH-SUB)    TO AV-DET-CNT-N
           MOVE AV-BR-AMT-N (AV-BRANCH-SUB)    TO AV-DET-AMT-N
           MOVE AV-BR-CNT-R (AV-BRANCH-SUB)    TO AV-DET-CNT-R
           MOVE AV-BR-AMT-R (AV-BRANCH-SUB)    TO AV-DET-AMT-R
           WRITE ACTIVITY-RPT-RECORD FROM AV-DETAIL-LINE
           ADD AV-BR-CNT-A (AV-BRANCH-SUB) TO AV-ALL-CNT-A
           ADD AV-BR-AMT-A (AV-BRANCH-SUB) TO AV-ALL-AMT-A
           ADD AV-BR-CNT-B (AV-BRANCH-SUB) TO AV-ALL-CNT-B
           ADD AV-BR-AMT-B (AV-BRANCH-SUB) TO AV-ALL-AMT-B
           ADD AV-BR-CNT-N (AV-BRANCH-SUB) TO AV-ALL-CNT-N
           ADD AV-BR-AMT-N (AV-BRANCH-SUB) TO AV-ALL-AMT-N
           ADD AV-BR-CNT-R (AV-BRANCH-SUB) TO AV-ALL-CNT-R
           ADD AV-BR-AMT-R (AV-BRANCH-SUB) TO AV-ALL-AMT-R
           .
       3600-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3700-WRITE-CURRENCY-SECTION - ONE LINE PER CURRENCY IN
      * FIRST-SEEN ORDER: ITEMS, ORIGINAL AMOUNT, BASE EQUIVALENT.
      * ORIGINAL AMOUNTS IN DIFFERENT CURRENCIES DO NOT ADD, SO THE
      * TOTAL LINE CARRIES ITEMS AND BASE ONLY; ITS BASE FOOTS TO
      * THE ALL-BRANCHES DOLLARS.
      *---------------------------------------------------------------*
       3700-WRITE-CURRENCY-SECTION.
           IF AV-CCY-COUNT = ZERO
               GO TO 3700-EXIT
           END-IF
           WRITE ACTIVITY-RPT-RECORD FROM AV-BLANK-LINE
           MOVE SPACES TO ACTIVITY-RPT-RECORD
           STRING 'ACTIVITY BY ORIGINAL CURRENCY'
               DELIMITED BY SIZE INTO ACTIVITY-RPT-RECORD
           WRITE ACTIVITY-RPT-RECORD
           WRITE ACTIVITY-RPT-RECORD FROM AV-CURRENCY-HEADING
           PERFORM 3800-WRITE-ONE-CURRENCY THRU 3800-EXIT
               VARYING AV-CCY-SUB FROM 1 BY 1
               UNTIL AV-CCY-SUB > AV-CCY-COUNT
           MOVE 'ALL'            TO AV-CUR-CODE
           MOVE AV-ALL-CCY-ITEMS TO AV-CUR-ITEMS
           MOVE SPACES           TO AV-CUR-ORIGINAL-X
           MOVE AV-ALL-CCY-BASE  TO AV-CUR-BASE
           WRITE ACTIVITY-RPT-RECORD FROM AV-CURRENCY-LINE
           .
       3700-EXIT.
           EXIT
           .
       3800-WRITE-ONE-CURRENCY.
           IF AV-CCY-CODE (AV-CCY-SUB) = SPACES
               MOVE '(NONE)' TO AV-CUR-CODE
           ELSE
               MOVE AV-CCY-CODE (AV-CCY-SUB) TO AV-CUR-CODE
           END-IF
           MOVE AV-CCY-ITEMS (AV-CCY-SUB)    TO AV-CUR-ITEMS
           MOVE AV-CCY-ORIGINAL (AV-CCY-SUB) TO AV-CUR-ORIGINAL
           MOVE AV-CCY-BASE (AV-CCY-SUB)     TO AV-CUR-BASE
           WRITE ACTIVITY-RPT-RECORD FROM AV-CURRENCY-LINE
           ADD AV-CCY-ITEMS (AV-CCY-SUB) TO AV-ALL-CCY-ITEMS
           ADD AV-CCY-BASE (AV-CCY-SUB)  TO AV-ALL-CCY-BASE
           .
       3800-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4000-WRITE-TOP-MOVERS - THE TEN ACCOUNTS THAT MOVED THE
      * MOST DOLLARS (BY MAGNITUDE, SO A HEAVY NEGATIVE DAY RANKS),
      * PICKED BY REPEATED SELECTION OFF THE ACCOUNT TABLE.
