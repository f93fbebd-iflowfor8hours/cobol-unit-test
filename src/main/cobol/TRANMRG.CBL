      *                   WHEN THE STATS RECORD COULD NOT BE
      *                   WRITTEN, SO OPSRPT SEES THE MERGE ON THE
      *                   NIGHT'S PICTURE
      * 15 OCT 2026  MJS  WIDENED THE TRANSOUT RECORDS TO 130 BYTES
      *                   FOR THE OWNING BRANCH THE DRIVER NOW CARRIES
      *                   THROUGH
      * 15 OCT 2026  MJS  WIDENED THE TRANSOUT RECORDS TO 138 BYTES FOR
      *                   THE ORIGINAL-RESULT FIELDS CARRIED ON A
      *                   REVERSAL
      * 15 OCT 2026  MJS  WIDENED THE TRANSOUT RECORDS TO 147 BYTES FOR
      *                   THE RULES VERSION STAMPED ON EVERY RESULT
      * 15 OCT 2026  MJS  WIDENED THE TRANSOUT RECORDS TO 164 BYTES FOR
      *                   THE CURRENCY AND BASE-CURRENCY AMOUNT, AND
      *                   COMBINE THE PER-CURRENCY SUMMARY FIGURES THE
      *                   DRIVER NOW WRITES
      * 15 OCT 2026  MJS  WIDENED THE TRANSOUT RECORDS TO 173 BYTES FOR
      *                   THE RUN DATE OF A REVERSAL'S ORIGINAL
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANMRG.
      *    MERGE.
       FD  PART-IN-1
           RECORDING MODE IS F.
       01  PART-IN-1-RECORD            PIC X(173).

       FD  PART-IN-2
           RECORDING MODE IS F.
       01  PART-IN-2-RECORD            PIC X(173).

       FD  PART-IN-3
           RECORDING MODE IS F.
       01  PART-IN-3-RECORD            PIC X(173).

       FD  PART-IN-4
           RECORDING MODE IS F.
       01  PART-IN-4-RECORD            PIC X(173).

       FD  PART-SUM-1
           RECORDING MODE IS F.

       FD  OUT-FILE
           RECORDING MODE IS F.
       01  OUT-RECORD                  PIC X(173).

       FD  SUMMARY-RPT
           RECORDING MODE IS F.
                   88  TM-SLOT-PRESENT         VALUE 'Y'.
               10  TM-SLOT-ACTIVE-SW       PIC X(01).
                   88  TM-SLOT-ACTIVE          VALUE 'Y'.
               10  TM-SLOT-RECORD          PIC X(173).
               10  TM-SLOT-KEY REDEFINES TM-SLOT-RECORD.
                   15  TM-SLOT-KEY-VALUE   PIC X(10).
                   15  FILLER              PIC X(154).
           05  TM-SLOT-SUB                 PIC 9(04) COMP.
           05  TM-LOW-SLOT                 PIC 9(04) COMP.
           05  TM-LAST-KEY-WRITTEN         PIC X(10).
           05  TM-TOTAL-REVERSED           PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

      *    THE PER-CURRENCY BREAKDOWN, COMBINED ACROSS INPUTS IN
      *    FIRST-SEEN ORDER.  TWENTY IS THE CURRTAB LIMIT.
       01  TM-CURRENCY-TABLE.
           05  TM-CCY-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  TM-CCY-ENTRY OCCURS 20 TIMES
                   INDEXED BY TM-CCY-IX.
               10  TM-CCY-CODE             PIC X(03).
               10  TM-CCY-ITEMS            PIC 9(07) COMP.
               10  TM-CCY-ORIGINAL         PIC S9(11)V99 COMP-3.
               10  TM-CCY-BASE             PIC S9(11)V99 COMP-3.

      *    WORK FIELDS FOR LIFTING A NUMBER BACK OFF AN EDITED
      *    REPORT FIELD: DIGITS ACCUMULATE LEFT TO RIGHT AND A
      *    TRAILING MINUS NEGATES.  THE AMOUNT FIELDS CARRY TWO
               WHEN TM-SCAN-LINE(1:16) = 'REVERSAL DOLLARS'
                   PERFORM 3400-EXTRACT-AMOUNT THRU 3400-EXIT
                   ADD TM-SCAN-HUNDREDTHS TO TM-TOTAL-REVERSED
               WHEN TM-SCAN-LINE(1:4) = 'CCY '
                   PERFORM 3600-APPLY-CURRENCY-LINE THRU 3600-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT
           .
      *---------------------------------------------------------------*
      * 3600-APPLY-CURRENCY-LINE - 'CCY XXX KIND     : FIGURE'.  THE
      * CODE SITS IN COLUMNS 5-7 AND THE KIND IN 9-16; THE FIGURE IS
      * THE ONLY NUMBER ON THE LINE.
      *---------------------------------------------------------------*
       3600-APPLY-CURRENCY-LINE.
           SET TM-CCY-IX TO 1
           SEARCH TM-CCY-ENTRY
               AT END
                   CONTINUE
               WHEN TM-CCY-IX > TM-CCY-COUNT
                   CONTINUE
               WHEN TM-CCY-CODE (TM-CCY-IX) = TM-SCAN-LINE(5:3)
                   GO TO 3650-TAKE-FIGURE
           END-SEARCH
           IF TM-CCY-COUNT >= 20
               DISPLAY 'TRANMRG: MORE THAN 20 CURRENCIES - CURRENCY '
                   TM-SCAN-LINE(5:3) ' CANNOT BE COMBINED'
               SET TM-ABEND TO TRUE
               GO TO 3600-EXIT
           END-IF
           ADD 1 TO TM-CCY-COUNT
           SET TM-CCY-IX TO TM-CCY-COUNT
           MOVE TM-SCAN-LINE(5:3) TO TM-CCY-CODE (TM-CCY-IX)
           MOVE ZERO TO TM-CCY-ITEMS (TM-CCY-IX)
           MOVE ZERO TO TM-CCY-ORIGINAL (TM-CCY-IX)
           MOVE ZERO TO TM-CCY-BASE (TM-CCY-IX)
           .
       3650-TAKE-FIGURE.
           EVALUATE TM-SCAN-LINE(9:8)
               WHEN 'ITEMS   '
                   PERFORM 3300-EXTRACT-COUNT THRU 3300-EXIT
                   ADD TM-SCAN-COUNT TO TM-CCY-ITEMS (TM-CCY-IX)
               WHEN 'ORIGINAL'
                   PERFORM 3400-EXTRACT-AMOUNT THRU 3400-EXIT
                   ADD TM-SCAN-HUNDREDTHS
                       TO TM-CCY-ORIGINAL (TM-CCY-IX)
               WHEN 'BASE    '
                   PERFORM 3400-EXTRACT-AMOUNT THRU 3400-EXIT
                   ADD TM-SCAN-HUNDREDTHS
                       TO TM-CCY-BASE (TM-CCY-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       3600-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4000-WRITE-COMBINED-SUMMARY - SAME LINES, SAME LABELS, SAME
      * ORDER AS THE SERIAL DRIVER'S SUMMARY REPORT, SO RECONRPT AND
      * EVERY EYEBALL THAT KNOWS THE DAILY SUMRPT READS THIS ONE THE
               INTO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD

           MOVE SPACES TO SUMMARY-RPT-RECORD
           STRING 'DOLLARS ABOVE ARE BASE CURRENCY; BY CURRENCY, '
               'GROSS:' DELIMITED BY SIZE
               INTO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD
           PERFORM 4100-WRITE-ONE-CURRENCY THRU 4100-EXIT
               VARYING TM-CCY-IX FROM 1 BY 1
               UNTIL TM-CCY-IX > TM-CCY-COUNT

           CLOSE SUMMARY-RPT
           .
       4000-EXIT.
           EXIT
           .
       4100-WRITE-ONE-CURRENCY.
           MOVE TM-CCY-ITEMS (TM-CCY-IX) TO TM-REPORT-COUNT-EDIT
           MOVE SPACES TO SUMMARY-RPT-RECORD
           STRING 'CCY ' DELIMITED BY SIZE
               TM-CCY-CODE (TM-CCY-IX) DELIMITED BY SIZE
               ' ITEMS    : ' DELIMITED BY SIZE
               TM-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD
           MOVE TM-CCY-ORIGINAL (TM-CCY-IX) TO TM-REPORT-AMOUNT-EDIT
           MOVE SPACES TO SUMMARY-RPT-RECORD
           STRING 'CCY ' DELIMITED BY SIZE
               TM-CCY-CODE (TM-CCY-IX) DELIMITED BY SIZE
               ' ORIGINAL : ' DELIMITED BY SIZE
               TM-REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               INTO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD
           MOVE TM-CCY-BASE (TM-CCY-IX) TO TM-REPORT-AMOUNT-EDIT
           MOVE SPACES TO SUMMARY-RPT-RECORD
           STRING 'CCY ' DELIMITED BY SIZE
               TM-CCY-CODE (TM-CCY-IX) DELIMITED BY SIZE
               ' BASE     : ' DELIMITED BY SIZE
               TM-REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               INTO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD
           .
       4100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE FILES AND SET THE SINGLE OVERALL
      * RETURN CODE FROM THE COMBINED COUNTS, USING THE SAME RULES
