      *                   WHEN THE STATS RECORD COULD NOT BE
      *                   WRITTEN, SO OPSRPT SEES THE CONSOLIDATION
      *                   ON THE NIGHT'S PICTURE
      * 15 OCT 2026  MJS  COMBINE THE PER-CURRENCY ITEMS, ORIGINAL AND
      *                   BASE FIGURES THE DRIVER NOW WRITES UNDER ITS
      *                   BASE-CURRENCY DOLLAR LINES
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLMRG.
           05  CM-TOTAL-REVERSED           PIC S9(11)V99 COMP-3
                                                       VALUE ZERO.

      *    THE PER-CURRENCY BREAKDOWN, COMBINED ACROSS INPUTS IN
      *    FIRST-SEEN ORDER.  TWENTY IS THE CURRTAB LIMIT.
       01  CM-CURRENCY-TABLE.
           05  CM-CCY-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  CM-CCY-ENTRY OCCURS 20 TIMES
                   INDEXED BY CM-CCY-IX.
               10  CM-CCY-CODE             PIC X(03).
               10  CM-CCY-ITEMS            PIC 9(07) COMP.
               10  CM-CCY-ORIGINAL         PIC S9(11)V99 COMP-3.
               10  CM-CCY-BASE             PIC S9(11)V99 COMP-3.

      *    WORK FIELDS FOR LIFTING A NUMBER BACK OFF AN EDITED
      *    REPORT FIELD, AS IN TRANMRG: DIGITS ACCUMULATE LEFT TO
      *    RIGHT AND A TRAILING MINUS NEGATES.  THE AMOUNT FIELDS
               WHEN CM-SCAN-LINE(1:16) = 'REVERSAL DOLLARS'
                   PERFORM 3400-EXTRACT-AMOUNT THRU 3400-EXIT
                   ADD CM-SCAN-HUNDREDTHS TO CM-TOTAL-REVERSED
               WHEN CM-SCAN-LINE(1:4) = 'CCY '
                   PERFORM 3500-APPLY-CURRENCY-LINE THRU 3500-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT
           .
      *---------------------------------------------------------------*
      * 3500-APPLY-CURRENCY-LINE - 'CCY XXX KIND     : FIGURE'.  THE
      * CODE SITS IN COLUMNS 5-7 AND THE KIND IN 9-16; THE FIGURE IS
      * THE ONLY NUMBER ON THE LINE.
      *---------------------------------------------------------------*
       3500-APPLY-CURRENCY-LINE.
           SET CM-CCY-IX TO 1
           SEARCH CM-CCY-ENTRY
               AT END
                   CONTINUE
               WHEN CM-CCY-IX > CM-CCY-COUNT
                   CONTINUE
               WHEN CM-CCY-CODE (CM-CCY-IX) = CM-SCAN-LINE(5:3)
                   GO TO 3550-TAKE-FIGURE
           END-SEARCH
           IF CM-CCY-COUNT >= 20
               DISPLAY 'CYCLMRG: MORE THAN 20 CURRENCIES - CURRENCY '
                   CM-SCAN-LINE(5:3) ' CANNOT BE COMBINED'
               SET CM-ABEND TO TRUE
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO CM-CCY-COUNT
           SET CM-CCY-IX TO CM-CCY-COUNT
           MOVE CM-SCAN-LINE(5:3) TO CM-CCY-CODE (CM-CCY-IX)
           MOVE ZERO TO CM-CCY-ITEMS (CM-CCY-IX)
           MOVE ZERO TO CM-CCY-ORIGINAL (CM-CCY-IX)
           MOVE ZERO TO CM-CCY-BASE (CM-CCY-IX)
           .
       3550-TAKE-FIGURE.
           EVALUATE CM-SCAN-LINE(9:8)
               WHEN 'ITEMS   '
                   PERFORM 3300-EXTRACT-COUNT THRU 3300-EXIT
                   ADD CM-SCAN-COUNT TO CM-CCY-ITEMS (CM-CCY-IX)
               WHEN 'ORIGINAL'
                   PERFORM 3400-EXTRACT-AMOUNT THRU 3400-EXIT
                   ADD CM-SCAN-HUNDREDTHS
                       TO CM-CCY-ORIGINAL (CM-CCY-IX)
               WHEN 'BASE    '
                   PERFORM 3400-EXTRACT-AMOUNT THRU 3400-EXIT
                   ADD CM-SCAN-HUNDREDTHS
                       TO CM-CCY-BASE (CM-CCY-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       3500-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4000-WRITE-COMBINED-SUMMARY - SAME LINES, SAME LABELS, SAME
      * ORDER AS THE SERIAL DRIVER'S SUMMARY REPORT, SO RECONRPT AND
      * EVERY EYEBALL THAT KNOWS THE DAILY SUMRPT READS THE
               INTO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD

           MOVE SPACES TO SUMMARY-RPT-RECORD
           STRING 'DOLLARS ABOVE ARE BASE CURRENCY; BY CURRENCY, '
               'GROSS:' DELIMITED BY SIZE
               INTO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD
           PERFORM 4100-WRITE-ONE-CURRENCY THRU 4100-EXIT
               VARYING CM-CCY-IX FROM 1 BY 1
               UNTIL CM-CCY-IX > CM-CCY-COUNT

           CLOSE SUMMARY-RPT
           .
       4000-EXIT.
           EXIT
           .
       4100-WRITE-ONE-CURRENCY.
           MOVE CM-CCY-ITEMS (CM-CCY-IX) TO CM-REPORT-COUNT-EDIT
           MOVE SPACES TO SUMMARY-RPT-RECORD
           STRING 'CCY ' DELIMITED BY SIZE
               CM-CCY-CODE (CM-CCY-IX) DELIMITED BY SIZE
               ' ITEMS    : ' DELIMITED BY SIZE
               CM-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD
           MOVE CM-CCY-ORIGINAL (CM-CCY-IX) TO CM-REPORT-AMOUNT-EDIT
           MOVE SPACES TO SUMMARY-RPT-RECORD
           STRING 'CCY ' DELIMITED BY SIZE
               CM-CCY-CODE (CM-CCY-IX) DELIMITED BY SIZE
               ' ORIGINAL : ' DELIMITED BY SIZE
               CM-REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               INTO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD
           MOVE CM-CCY-BASE (CM-CCY-IX) TO CM-REPORT-AMOUNT-EDIT
           MOVE SPACES TO SUMMARY-RPT-RECORD
           STRING 'CCY ' DELIMITED BY SIZE
               CM-CCY-CODE (CM-CCY-IX) DELIMITED BY SIZE
               ' BASE     : ' DELIMITED BY SIZE
               CM-REPORT-AMOUNT-EDIT DELIMITED BY SIZE
               INTO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD
           .
       4100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - SET THE DAY'S SINGLE OVERALL RETURN CODE
      * FROM THE COMBINED COUNTS, USING THE SAME RULES AS THE
