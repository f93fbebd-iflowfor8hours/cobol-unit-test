      *              COLS 10-17  ORIGINAL RUN TIME  (FROM ERROR LOG)
      *              COL  18     BLANK
      *              COLS 19-98  CORRECTED TRANSACTION RECORD IN THE
      *                          DAILY TRANSIN LAYOUT, CURRENCY
      *                          IN COLS 49-51 OF IT
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * 02 SEP 2026  MJS  CARRY THE ACCOUNT NUMBER AND TYPE CODE ON
      *                   THE SUPPLEMENTAL OUTPUT, MATCHING THE
      *                   DRIVER'S WIDENED TRANSOUT RECORD
      * 15 OCT 2026  MJS  CARRY THE OWNING BRANCH ONTO THE SUPPLEMENTAL
      *                   OUTPUT, MATCHING THE DRIVER'S 130-BYTE
      *                   TRANSOUT RECORD.  THE BRANCH COMES FROM
      *                   COLS 45-48 OF THE CORRECTED TRANSACTION, THE
      *                   SAME PLACE TRANEDIT STAMPS IT ON TRANSIN
      * 15 OCT 2026  MJS  SUPPLEMENTARY TRANSOUT WIDENED TO 138 BYTES;
      *                   THE ORIGINAL-RESULT FIELDS ARE ONLY SET ON A
      *                   REVERSAL, WHICH NEVER COMES THROUGH HERE
      * 15 OCT 2026  MJS  CLASSIFY EACH CORRECTION UNDER THE RULES
      *                   VERSION IN FORCE ON ITS ORIGINAL BUSINESS
      *                   DATE, NOT TODAY'S; STAMP THE VERSION ON THE
      *                   147-BYTE SUPPLEMENTAL TRANSOUT AND PRINT IT
      *                   ON THE MINI SUMMARY LINE FOR THE DATE
      * 15 OCT 2026  MJS  MULTI-CURRENCY.  A CORRECTION NAMES ITS
      *                   CURRENCY IN COLS 49-51 OF THE CORRECTED
      *                   TRANSACTION (BLANK MEANS THE BASE CURRENCY)
      *                   AND IS CONVERTED TO BASE AT THE XRATES RATE
      *                   FOR ITS ORIGINAL BUSINESS DATE, NEVER TODAY'S.
      *                   AN UNKNOWN CURRENCY OR A MISSING RATE REJECTS
      *                   THE CORRECTION AGAIN WITHOUT CALLING SUBPROG.
      *                   CURRENCY AND BASE AMOUNT STAMPED ON THE
      *                   SUPPLEMENTAL TRANSOUT; THE MINI SUMMARY
      *                   DOLLARS ARE NOW BASE CURRENCY
      * 15 OCT 2026  MJS  SUPPLEMENTAL TRANSOUT WIDENED TO 173 BYTES;
      *                   THE REVERSAL ORIGINAL'S RUN DATE IS ZERO
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPROC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-REPROC-RPT-STATUS.

           SELECT CURRENCY-TABLE-FILE ASSIGN TO CURRTAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-CURRENCY-TABLE-STATUS.

           SELECT RATE-FILE ASSIGN TO XRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    MUST MATCH THE ERROR-LOG-RECORD LAYOUT SUBPROG WRITES IN
           05  SUPL-ACCOUNT-NO         PIC X(12).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  SUPL-TYPE-CODE          PIC X(02).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  SUPL-BRANCH-CODE        PIC X(04).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  SUPL-ORIG-RETURN-CODE   PIC 9(04).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  SUPL-ORIG-TYPE-CODE     PIC X(02).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  SUPL-RULES-VERSION      PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  SUPL-CURRENCY-CODE      PIC X(03).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  SUPL-BASE-AMOUNT        PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  SUPL-ORIG-RUN-DATE      PIC 9(08).

       FD  NEW-ERROR-OUT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  REPROC-RPT-RECORD           PIC X(132).

      *    ONE RECORD PER VALID CURRENCY - SEE THE CURRTAB COPYBOOK.
       FD  CURRENCY-TABLE-FILE
           RECORDING MODE IS F.
       01  CURRENCY-TABLE-RECORD       PIC X(80).

      *    THE DATED EXCHANGE-RATE HISTORY - SEE THE XRATE COPYBOOK.
      *    ONLY THE RATES FOR DATES ON THE CORRECTION FILE ARE
      *    TABLED.
       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-FILE-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY LSARGS.

           COPY CURRTAB.

           COPY XRATE.

       01  RP-FILE-STATUS-FIELDS.
           05  RP-ERROR-IN-STATUS          PIC X(02).
           05  RP-CORRECTION-STATUS        PIC X(02).
           05  RP-SUPPLEMENTAL-STATUS      PIC X(02).
           05  RP-NEW-ERROR-STATUS         PIC X(02).
           05  RP-REPROC-RPT-STATUS        PIC X(02).
           05  RP-CURRENCY-TABLE-STATUS    PIC X(02).
           05  RP-RATE-FILE-STATUS         PIC X(02).

       01  RP-SWITCHES.
           05  RP-ERROR-EOF-SW             PIC X(01)   VALUE 'N'.
               88  RP-ABEND                    VALUE 'Y'.
           05  RP-MATCH-SW                 PIC X(01)   VALUE 'N'.
               88  RP-CORRECTION-MATCHED       VALUE 'Y'.
           05  RP-CURRENCY-EOF-SW          PIC X(01)   VALUE 'N'.
               88  RP-EOF-CURRENCY-TABLE       VALUE 'Y'.
           05  RP-RATE-EOF-SW              PIC X(01)   VALUE 'N'.
               88  RP-EOF-RATE-FILE            VALUE 'Y'.
      *    SET BY 2250 FOR EACH CORRECTION: WHETHER ITS CURRENCY IS
      *    KNOWN AND ITS AMOUNT COULD BE CONVERTED TO BASE.
           05  RP-CURRENCY-STANDING-SW     PIC X(01)   VALUE SPACE.
               88  RP-CURRENCY-CONVERTED       VALUE 'C'.
               88  RP-CURRENCY-UNKNOWN         VALUE 'U'.
               88  RP-CURRENCY-NO-RATE         VALUE 'R'.
               88  RP-BASE-AMOUNT-OVERFLOW     VALUE 'O'.

      *    THE CORRECTION FILE IS SMALL - A HANDFUL OF REJECTS PER
      *    DAY - SO IT IS TABLED UP FRONT AND MATCHED AS THE ERROR
               10  RP-WORK-AMOUNT          PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
               10  RP-WORK-TYPE-CODE       PIC X(02).
               10  FILLER                  PIC X(08).
               10  RP-WORK-BRANCH-CODE     PIC X(04).
               10  RP-WORK-CURRENCY-CODE   PIC X(03).
               10  RP-WORK-BASE-AMOUNT     PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER                  PIC X(17).
           05  RP-WORK-AMOUNT-PACKED       PIC S9(09)V99 COMP-3.

      *    VALID CURRENCIES, TABLED AT STARTUP FROM CURRTAB.  THE
      *    BASE CURRENCY CONVERTS AT ONE AND NEEDS NO RATE RECORD.
       01  RP-CURRENCY-TABLE.
           05  RP-CCY-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  RP-CCY-ENTRY OCCURS 20 TIMES
                   INDEXED BY RP-CCY-IX.
               10  RP-CCY-CODE             PIC X(03).

      *    THE XRATES RATES FOR EVERY ORIGINAL BUSINESS DATE ON THE
      *    CORRECTION FILE, ONE ENTRY PER DATE AND CURRENCY.
       01  RP-RATE-TABLE.
           05  RP-RATE-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  RP-RATE-ENTRY OCCURS 500 TIMES
                   INDEXED BY RP-RATE-IX.
               10  RP-RATE-DATE            PIC 9(08).
               10  RP-RATE-CODE            PIC X(03).
               10  RP-RATE-VALUE           PIC 9(05)V9(06) COMP-3.

       01  RP-CURRENCY-WORK-FIELDS.
           05  RP-CCY-SUB                  PIC 9(04) COMP.
           05  RP-CCY-SEARCH-CODE          PIC X(03).
           05  RP-RATE-SEARCH-DATE         PIC 9(08).
           05  RP-CCY-FOUND-SW             PIC X(01)   VALUE 'N'.
               88  RP-CCY-FOUND                VALUE 'Y'.
           05  RP-RATE-FOUND-SW            PIC X(01)   VALUE 'N'.
               88  RP-RATE-FOUND               VALUE 'Y'.
           05  RP-DATE-WANTED-SW           PIC X(01)   VALUE 'N'.
               88  RP-DATE-WANTED              VALUE 'Y'.
           05  RP-BASE-CURRENCY            PIC X(03)   VALUE SPACES.
           05  RP-BASE-AMOUNT-WORK         PIC S9(09)V99 COMP-3
                                           VALUE ZERO.
           05  RP-REFUSAL-TEXT             PIC X(40).

      *    PER-ORIGINAL-DATE SUMMARY ACCUMULATORS, SO THE MINI
      *    SUMMARY REPORTS THE CORRECTED WORK UNDER THE BUSINESS
      *    DATE IT BELONGS TO.
               10  RP-SUM-NEITHER          PIC 9(07) COMP.
               10  RP-SUM-REJECTED         PIC 9(07) COMP.
               10  RP-SUM-DOLLARS          PIC S9(11)V99 COMP-3.
               10  RP-SUM-RULES-VERSION    PIC X(08).

       01  RP-COUNTERS.
           05  RP-COUNT-ERRORS-READ        PIC 9(07) COMP VALUE ZERO.
               10  RP-SUM-LINE-REJ         PIC Z,ZZZ,ZZ9.
               10  FILLER                  PIC X(05)   VALUE ' $=  '.
               10  RP-SUM-LINE-DOLLARS     PIC ZZ,ZZZ,ZZZ,ZZZ.99-.
               10  FILLER                  PIC X(08)   VALUE
                                           ' RULES= '.
               10  RP-SUM-LINE-VERSION     PIC X(08).
               10  FILLER                  PIC X(28)   VALUE SPACES.
           05  RP-COUNT-LINE.
               10  RP-CNT-LABEL            PIC X(30).
               10  RP-CNT-VALUE            PIC Z,ZZZ,ZZ9.
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-CORRECTION-TABLE THRU 1100-EXIT
           IF RP-ABEND
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-LOAD-CURRENCY-TABLE THRU 1300-EXIT
           IF RP-ABEND
               GO TO 1000-EXIT
           END-IF
           PERFORM 1400-LOAD-EXCHANGE-RATES THRU 1400-EXIT
           IF RP-ABEND
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-PRIME-ERROR-READ THRU 1200-EXIT
           .
       1000-EXIT.
       1200-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1300-LOAD-CURRENCY-TABLE - THE SAME STARTUP CONTRACT AS
      * TRANEDIT: MISSING, EMPTY, OR MALFORMED, A DUPLICATE CODE, OR
      * ANYTHING BUT EXACTLY ONE BASE CURRENCY FAILS THE STEP BEFORE
      * ANY CORRECTION IS APPLIED.
      *---------------------------------------------------------------*
       1300-LOAD-CURRENCY-TABLE.
           OPEN INPUT CURRENCY-TABLE-FILE
           IF RP-CURRENCY-TABLE-STATUS NOT = '00'
               DISPLAY 'REPROC: UNABLE TO OPEN CURRTAB, STATUS='
                   RP-CURRENCY-TABLE-STATUS
               SET RP-ABEND TO TRUE
               GO TO 1300-EXIT
           END-IF
           PERFORM 1350-LOAD-ONE-CURRENCY THRU 1350-EXIT
               UNTIL RP-EOF-CURRENCY-TABLE OR RP-ABEND
           CLOSE CURRENCY-TABLE-FILE
           IF RP-ABEND
               GO TO 1300-EXIT
           END-IF
           IF RP-CCY-COUNT = ZERO
               DISPLAY 'REPROC: CURRTAB IS EMPTY'
               SET RP-ABEND TO TRUE
               GO TO 1300-EXIT
           END-IF
           IF RP-BASE-CURRENCY = SPACES
               DISPLAY 'REPROC: CURRTAB HAS NO BASE CURRENCY'
               SET RP-ABEND TO TRUE
           END-IF
           .
       1300-EXIT.
           EXIT
           .
       1350-LOAD-ONE-CURRENCY.
           READ CURRENCY-TABLE-FILE INTO CY-CURRENCY-RECORD
               AT END
                   SET RP-EOF-CURRENCY-TABLE TO TRUE
                   GO TO 1350-EXIT
           END-READ
           IF CY-CURRENCY-CODE = SPACES
               OR NOT CY-BASE-SW-VALID
               DISPLAY 'REPROC: MALFORMED CURRTAB RECORD: '
                   CY-CURRENCY-RECORD(1:36)
               SET RP-ABEND TO TRUE
               GO TO 1350-EXIT
           END-IF
           MOVE CY-CURRENCY-CODE TO RP-CCY-SEARCH-CODE
           PERFORM 1600-FIND-CURRENCY THRU 1600-EXIT
           IF RP-CCY-FOUND
               DISPLAY 'REPROC: DUPLICATE CURRTAB RECORD FOR '
                   'CURRENCY ' CY-CURRENCY-CODE
               SET RP-ABEND TO TRUE
               GO TO 1350-EXIT
           END-IF
           IF CY-BASE-CURRENCY
               IF RP-BASE-CURRENCY NOT = SPACES
                   DISPLAY 'REPROC: CURRTAB HAS TWO BASE '
                       'CURRENCIES - ' RP-BASE-CURRENCY ' AND '
                       CY-CURRENCY-CODE
                   SET RP-ABEND TO TRUE
                   GO TO 1350-EXIT
               END-IF
               MOVE CY-CURRENCY-CODE TO RP-BASE-CURRENCY
           END-IF
           IF RP-CCY-COUNT >= 20
               DISPLAY 'REPROC: MORE THAN 20 CURRTAB RECORDS'
               SET RP-ABEND TO TRUE
               GO TO 1350-EXIT
           END-IF
           ADD 1 TO RP-CCY-COUNT
           SET RP-CCY-IX TO RP-CCY-COUNT
           MOVE CY-CURRENCY-CODE TO RP-CCY-CODE (RP-CCY-IX)
           .
       1350-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1400-LOAD-EXCHANGE-RATES - TABLE THE RATES FOR EVERY
      * ORIGINAL BUSINESS DATE ON THE CORRECTION FILE, SO EACH
      * CORRECTION CONVERTS AT THE RATE THE DAILY RUN WOULD HAVE
      * USED FOR IT.  AN XRATES FILE THAT HAS NEVER BEEN WRITTEN
      * (STATUS 35) HOLDS NO RATES - BASE-CURRENCY CORRECTIONS STILL
      * GO THROUGH.  A RATE FOR A CURRENCY NOT ON CURRTAB, FOR THE
      * BASE CURRENCY, OR TWICE FOR ONE CURRENCY ON ONE DATE MEANS
      * THE FILE WAS NOT LOADED BY RATELOAD, AND FAILS THE STEP.
      *---------------------------------------------------------------*
       1400-LOAD-EXCHANGE-RATES.
           IF RP-CORR-COUNT = ZERO
               GO TO 1400-EXIT
           END-IF
           OPEN INPUT RATE-FILE
           IF RP-RATE-FILE-STATUS = '35'
               DISPLAY 'REPROC: XRATES NOT FOUND - NO EXCHANGE '
                   'RATES LOADED'
               GO TO 1400-EXIT
           END-IF
           IF RP-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'REPROC: UNABLE TO OPEN XRATES, STATUS='
                   RP-RATE-FILE-STATUS
               SET RP-ABEND TO TRUE
               GO TO 1400-EXIT
           END-IF
           PERFORM 1450-LOAD-ONE-RATE THRU 1450-EXIT
               UNTIL RP-EOF-RATE-FILE OR RP-ABEND
           CLOSE RATE-FILE
           .
       1400-EXIT.
           EXIT
           .
       1450-LOAD-ONE-RATE.
           READ RATE-FILE INTO XR-RATE-RECORD
               AT END
                   SET RP-EOF-RATE-FILE TO TRUE
                   GO TO 1450-EXIT
           END-READ
           MOVE 'N' TO RP-DATE-WANTED-SW
           PERFORM 1470-CHECK-DATE-WANTED THRU 1470-EXIT
               VARYING RP-CORR-IX FROM 1 BY 1
               UNTIL RP-CORR-IX > RP-CORR-COUNT
                   OR RP-DATE-WANTED
           IF NOT RP-DATE-WANTED
               GO TO 1450-EXIT
           END-IF
           IF XR-RATE NOT NUMERIC OR XR-RATE = ZERO
               DISPLAY 'REPROC: MALFORMED XRATES RECORD: '
                   XR-RATE-RECORD(1:24)
               SET RP-ABEND TO TRUE
               GO TO 1450-EXIT
           END-IF
           MOVE XR-CURRENCY-CODE TO RP-CCY-SEARCH-CODE
           PERFORM 1600-FIND-CURRENCY THRU 1600-EXIT
           MOVE XR-RATE-DATE     TO RP-RATE-SEARCH-DATE
           PERFORM 1700-FIND-RATE THRU 1700-EXIT
           EVALUATE TRUE
               WHEN NOT RP-CCY-FOUND
                   DISPLAY 'REPROC: XRATES RATE FOR CURRENCY '
                       XR-CURRENCY-CODE ' WHICH IS NOT ON CURRTAB'
                   SET RP-ABEND TO TRUE
               WHEN XR-CURRENCY-CODE = RP-BASE-CURRENCY
                   DISPLAY 'REPROC: XRATES RATE FOR THE BASE '
                       'CURRENCY ' XR-CURRENCY-CODE
                   SET RP-ABEND TO TRUE
               WHEN RP-RATE-FOUND
                   DISPLAY 'REPROC: TWO XRATES RATES FOR CURRENCY '
                       XR-CURRENCY-CODE ' ON ' XR-RATE-DATE
                   SET RP-ABEND TO TRUE
               WHEN RP-RATE-COUNT >= 500
                   DISPLAY 'REPROC: MORE THAN 500 EXCHANGE RATES FOR '
                       'THE CORRECTED DATES - SPLIT THE CORRECTION '
                       'FILE AND RERUN'
                   SET RP-ABEND TO TRUE
               WHEN OTHER
                   ADD 1 TO RP-RATE-COUNT
                   SET RP-RATE-IX TO RP-RATE-COUNT
                   MOVE XR-RATE-DATE     TO RP-RATE-DATE (RP-RATE-IX)
                   MOVE XR-CURRENCY-CODE TO RP-RATE-CODE (RP-RATE-IX)
                   MOVE XR-RATE          TO RP-RATE-VALUE (RP-RATE-IX)
           END-EVALUATE
           .
       1450-EXIT.
           EXIT
           .
       1470-CHECK-DATE-WANTED.
           IF RP-CORR-ORIG-DATE (RP-CORR-IX) = XR-RATE-DATE
               SET RP-DATE-WANTED TO TRUE
           END-IF
           .
       1470-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1600-FIND-CURRENCY - LOOK RP-CCY-SEARCH-CODE UP ON THE
      * CURRENCY TABLE.
      *---------------------------------------------------------------*
       1600-FIND-CURRENCY.
           MOVE 'N' TO RP-CCY-FOUND-SW
           SET RP-CCY-IX TO 1
           SEARCH RP-CCY-ENTRY
               AT END
                   CONTINUE
               WHEN RP-CCY-IX > RP-CCY-COUNT
                   CONTINUE
               WHEN RP-CCY-CODE (RP-CCY-IX) = RP-CCY-SEARCH-CODE
                   SET RP-CCY-FOUND TO TRUE
           END-SEARCH
           .
       1600-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1700-FIND-RATE - LOOK RP-CCY-SEARCH-CODE UP ON THE RATE
      * TABLE FOR RP-RATE-SEARCH-DATE.  WHEN FOUND, RP-RATE-IX
      * POINTS AT ITS ENTRY.
      *---------------------------------------------------------------*
       1700-FIND-RATE.
           MOVE 'N' TO RP-RATE-FOUND-SW
           SET RP-RATE-IX TO 1
           SEARCH RP-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN RP-RATE-IX > RP-RATE-COUNT
                   CONTINUE
               WHEN RP-RATE-DATE (RP-RATE-IX) = RP-RATE-SEARCH-DATE
                   AND RP-RATE-CODE (RP-RATE-IX) = RP-CCY-SEARCH-CODE
                   SET RP-RATE-FOUND TO TRUE
           END-SEARCH
           .
       1700-EXIT.
           EXIT
           .
       2000-PROCESS-ERROR-LOG.
           PERFORM 2100-PROCESS-ONE-ERROR THRU 2100-EXIT
               UNTIL RP-EOF-ERROR-IN OR RP-ABEND
           EXIT
           .
      *---------------------------------------------------------------*
      * 2250-CONVERT-CORRECTION - LOOK THE CORRECTION'S CURRENCY UP
      * (BLANK IS THE BASE CURRENCY) AND CONVERT ITS AMOUNT TO BASE
      * AT THE RATE FOR ITS ORIGINAL BUSINESS DATE.
      *---------------------------------------------------------------*
       2250-CONVERT-CORRECTION.
           MOVE SPACE TO RP-CURRENCY-STANDING-SW
           MOVE ZERO  TO RP-BASE-AMOUNT-WORK
           IF RP-WORK-CURRENCY-CODE = SPACES
               MOVE RP-BASE-CURRENCY      TO RP-CCY-SEARCH-CODE
           ELSE
               MOVE RP-WORK-CURRENCY-CODE TO RP-CCY-SEARCH-CODE
           END-IF
           PERFORM 1600-FIND-CURRENCY THRU 1600-EXIT
           IF NOT RP-CCY-FOUND
               SET RP-CURRENCY-UNKNOWN TO TRUE
               GO TO 2250-EXIT
           END-IF
           IF RP-CCY-SEARCH-CODE = RP-BASE-CURRENCY
               SET RP-CURRENCY-CONVERTED TO TRUE
               MOVE RP-WORK-AMOUNT-PACKED TO RP-BASE-AMOUNT-WORK
               GO TO 2250-EXIT
           END-IF
           MOVE ERR-DATE TO RP-RATE-SEARCH-DATE
           PERFORM 1700-FIND-RATE THRU 1700-EXIT
           IF NOT RP-RATE-FOUND
               SET RP-CURRENCY-NO-RATE TO TRUE
               GO TO 2250-EXIT
           END-IF
           SET RP-CURRENCY-CONVERTED TO TRUE
           COMPUTE RP-BASE-AMOUNT-WORK ROUNDED =
                   RP-WORK-AMOUNT-PACKED * RP-RATE-VALUE (RP-RATE-IX)
               ON SIZE ERROR
                   SET RP-BASE-AMOUNT-OVERFLOW TO TRUE
                   MOVE ZERO TO RP-BASE-AMOUNT-WORK
           END-COMPUTE
           .
       2250-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2300-REPROCESS-CORRECTION - DRIVE THE CORRECTED RECORD BACK
      * THROUGH THE SAME SUBPROG INTERFACE THE DAILY DRIVER USES,
      * APPEND THE RESULT TO THE SUPPLEMENTAL OUTPUT, AND ACCUMULATE
      * THE RESULT UNDER THE ORIGINAL BUSINESS DATE.  A CORRECTION
      * WHOSE CURRENCY CANNOT BE CONVERTED NEVER REACHES SUBPROG -
      * THE DAILY RUN WOULD HAVE REFUSED IT AT THE EDIT - SO IT IS
      * REJECTED AGAIN HERE AND ITS ENTRY KEPT ON THE NEW LOG.
      *---------------------------------------------------------------*
       2300-REPROCESS-CORRECTION.
           IF RP-WORK-AMOUNT IS NUMERIC
           ELSE
               MOVE ZERO           TO RP-WORK-AMOUNT-PACKED
           END-IF
           PERFORM 2250-CONVERT-CORRECTION THRU 2250-EXIT
           IF NOT RP-CURRENCY-CONVERTED
               PERFORM 2350-REFUSE-CORRECTION THRU 2350-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE RP-WORK-KEY           TO LS-ARG-1
           MOVE SPACES                TO LS-ARG-2
           MOVE ZERO                  TO LS-RETURN-CODE
           MOVE RP-WORK-AMOUNT-PACKED TO LS-AMOUNT
           MOVE 'C'                   TO LS-FUNCTION-CODE
           MOVE SPACES                TO LS-REJECT-REASON
      *    CLASSIFY UNDER THE RULES THAT WERE IN FORCE ON THE DAY
      *    THE TRANSACTION WAS ORIGINALLY PROCESSED.
           MOVE ERR-DATE              TO LS-RULES-AS-OF-DATE
           MOVE SPACES                TO LS-RULES-VERSION
           CALL 'SUBPROG' USING BY REFERENCE LS-ARGUMENTS
           ADD 1 TO RP-COUNT-REPROCESSED
           IF LS-RC-REJECTED
           MOVE LS-ARG-2              TO SUPL-VALUE-TEXT
           MOVE RP-WORK-ACCOUNT-NO    TO SUPL-ACCOUNT-NO
           MOVE RP-WORK-TYPE-CODE     TO SUPL-TYPE-CODE
           MOVE RP-WORK-BRANCH-CODE   TO SUPL-BRANCH-CODE
           MOVE ZERO                  TO SUPL-ORIG-RETURN-CODE
           MOVE SPACES                TO SUPL-ORIG-TYPE-CODE
           MOVE ZERO                  TO SUPL-ORIG-RUN-DATE
           MOVE LS-RULES-VERSION      TO SUPL-RULES-VERSION
           MOVE RP-CCY-SEARCH-CODE    TO SUPL-CURRENCY-CODE
           MOVE RP-BASE-AMOUNT-WORK   TO SUPL-BASE-AMOUNT
           WRITE SUPL-RECORD
           PERFORM 2400-TALLY-UNDER-ORIG-DATE THRU 2400-EXIT
           .
       2300-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2350-REFUSE-CORRECTION - COUNT THE CORRECTION AS REJECTED
      * AGAIN, KEEP ITS ERROR-LOG ENTRY FOR A BETTER CARD, SAY WHY
      * ON THE REPORT, AND TALLY IT UNDER ITS ORIGINAL DATE.
      *---------------------------------------------------------------*
       2350-REFUSE-CORRECTION.
           EVALUATE TRUE
               WHEN RP-CURRENCY-UNKNOWN
                   MOVE 'CURRENCY NOT ON CURRTAB'   TO RP-REFUSAL-TEXT
               WHEN RP-CURRENCY-NO-RATE
                   MOVE 'NO EXCHANGE RATE FOR DATE' TO RP-REFUSAL-TEXT
               WHEN OTHER
                   MOVE 'BASE AMOUNT OVERFLOW'      TO RP-REFUSAL-TEXT
           END-EVALUATE
           ADD 1 TO RP-COUNT-REJECTED-AGAIN
           WRITE NEW-ERROR-RECORD FROM ERROR-IN-RECORD
           MOVE SPACES TO REPROC-RPT-RECORD
           STRING 'CORRECTION REJECTED: DATE ' DELIMITED BY SIZE
               ERR-DATE DELIMITED BY SIZE
               ' TIME ' DELIMITED BY SIZE
               ERR-TIME DELIMITED BY SIZE
               ' KEY ' DELIMITED BY SIZE
               RP-WORK-KEY DELIMITED BY SIZE
               ' CURRENCY ' DELIMITED BY SIZE
               RP-CCY-SEARCH-CODE DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               RP-REFUSAL-TEXT DELIMITED BY SIZE
               INTO REPROC-RPT-RECORD
           WRITE REPROC-RPT-RECORD
           PERFORM 2400-TALLY-UNDER-ORIG-DATE THRU 2400-EXIT
           .
       2350-EXIT.
           EXIT
           .
       2400-TALLY-UNDER-ORIG-DATE.
           SET RP-DATE-IX TO 1
           SEARCH RP-DATE-ENTRY
               GO TO 2400-EXIT
           END-IF
           EVALUATE TRUE
               WHEN NOT RP-CURRENCY-CONVERTED
                   ADD 1 TO RP-SUM-REJECTED (RP-DATE-IX)
               WHEN LS-RC-VALUE-A
                   ADD 1 TO RP-SUM-VALUE-A (RP-DATE-IX)
               WHEN LS-RC-VALUE-B
               WHEN OTHER
                   ADD 1 TO RP-SUM-NEITHER (RP-DATE-IX)
           END-EVALUATE
           ADD RP-BASE-AMOUNT-WORK TO RP-SUM-DOLLARS (RP-DATE-IX)
           IF RP-CURRENCY-CONVERTED
               MOVE LS-RULES-VERSION
                   TO RP-SUM-RULES-VERSION (RP-DATE-IX)
           END-IF
           .
       2400-EXIT.
           EXIT
           MOVE ZERO     TO RP-SUM-NEITHER (RP-DATE-IX)
           MOVE ZERO     TO RP-SUM-REJECTED (RP-DATE-IX)
           MOVE ZERO     TO RP-SUM-DOLLARS (RP-DATE-IX)
           MOVE SPACES   TO RP-SUM-RULES-VERSION (RP-DATE-IX)
           .
       2450-EXIT.
           EXIT
           MOVE RP-SUM-NEITHER (RP-DATE-IX)  TO RP-SUM-LINE-N
           MOVE RP-SUM-REJECTED (RP-DATE-IX) TO RP-SUM-LINE-REJ
           MOVE RP-SUM-DOLLARS (RP-DATE-IX)  TO RP-SUM-LINE-DOLLARS
           MOVE RP-SUM-RULES-VERSION (RP-DATE-IX)
                                             TO RP-SUM-LINE-VERSION
           WRITE REPROC-RPT-RECORD FROM RP-DATE-SUMMARY-LINE
           .
       4100-EXIT.
