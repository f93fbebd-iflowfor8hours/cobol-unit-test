      *            ARCHIVE - RECORDS DATED BEFORE THE RETENTION DATE
      *            ARE CUT TO THE DATED ARCHIVE FILE; THE CURRENT
      *            PERIOD IS REWRITTEN TO THE NEW LIVE LOG, WHICH THE
      *            JCL SWAPS IN BEHIND THIS STEP.  THE PERIOD MUST
      *            FIRST VERIFY CLEAN AGAINST THE SEALS AUDSEAL
      *            CHAINS THROUGH THE LOG: EVERY SEAL IN IT PROVED,
      *            ITS LAST RECORD A SEAL, AND NOTHING RETAINED AHEAD
      *            OF ANYTHING CUT.  A PERIOD THAT DOES NOT IS NEITHER
      *            ARCHIVED NOR PURGED - NOTHING IS WRITTEN AND THE
      *            STEP ENDS RC=8.  THE NEW LIVE LOG OPENS WITH THE
      *            PERIOD'S LAST SEAL BROUGHT FORWARD, SO THE CHAIN
      *            CARRIES ACROSS THE CUT.
      *
      *            SELECT - RECORDS MATCHING A DATE RANGE, A KEY
      *            PREFIX, AND/OR A MODE INDICATOR ARE WRITTEN TO A
      *            FORMATTED AUDIT REPORT FOR COMPLIANCE (E.G. "ALL
      *            TEST-MODE CALLS IN JULY").  SEAL RECORDS ARE NOT
      *            CALLS AND ARE NEVER SELECTED.
      *
      *            CONTROL CARD LAYOUT:
      *              COLS  1-8   FUNCTION: ARCHIVE OR SELECT
      * 02 SEP 2026  MJS  CARRY THE NEW CYCLE NUMBER ON THE AUDIT-LOG
      *                   LAYOUT - ARCHIVE AND SELECT PASS IT
      *                   THROUGH UNCHANGED
      * 15 OCT 2026  MJS  AUDIT LOG RECORD WIDENED TO 209 BYTES FOR THE
      *                   RULES VERSION SUBPROG NOW STAMPS ON IT
      * 15 OCT 2026  MJS  ARCHIVE REFUSES A PERIOD THAT DOES NOT VERIFY
      *                   AGAINST THE AUDSEAL CHAIN AND BRINGS THE
      *                   PERIOD'S LAST SEAL FORWARD TO THE NEW LOG;
      *                   SELECT SKIPS SEAL RECORDS
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDARCH.
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

       FD  ARCHIVE-OUT
           RECORDING MODE IS F.
       01  ARCHIVE-OUT-RECORD          PIC X(209).

       FD  NEWLOG-OUT
           RECORDING MODE IS F.
       01  NEWLOG-OUT-RECORD           PIC X(209).

       FD  AUDIT-RPT
           RECORDING MODE IS F.
       01  AUDIT-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY SEALREC.

       01  AA-FILE-STATUS-FIELDS.
           05  AA-CARDS-STATUS             PIC X(02).
           05  AA-AUDIT-IN-STATUS          PIC X(02).
           05  AA-FUNCTION-SW              PIC X(01)   VALUE ' '.
               88  AA-FUNCTION-ARCHIVE         VALUE 'A'.
               88  AA-FUNCTION-SELECT          VALUE 'S'.
           05  AA-REFUSED-SW               PIC X(01)   VALUE 'N'.
               88  AA-PERIOD-REFUSED           VALUE 'Y'.
           05  AA-RETAINED-SEEN-SW         PIC X(01)   VALUE 'N'.
               88  AA-RETAINED-SEEN            VALUE 'Y'.
           05  AA-FAILED-SW                PIC X(01)   VALUE 'N'.
               88  AA-RECORD-FAILED            VALUE 'Y'.

       01  AA-SELECTION-CRITERIA.
           05  AA-RETAIN-DATE              PIC 9(08)   VALUE ZERO.
           05  AA-COUNT-ARCHIVED           PIC 9(07) COMP VALUE ZERO.
           05  AA-COUNT-RETAINED           PIC 9(07) COMP VALUE ZERO.
           05  AA-COUNT-SELECTED           PIC 9(07) COMP VALUE ZERO.
           05  AA-COUNT-CARRIED            PIC 9(07) COMP VALUE ZERO.

      *    THE VERIFICATION PASS AHEAD OF AN ARCHIVE - THE SAME WALK
      *    AS AUDSEAL'S.  AA-CHAIN-HASH AND AA-LAST-SEAL-NO ARE WHAT
      *    THE NEXT SEAL MUST CARRY FORWARD; THE SEGMENT FIELDS COVER
      *    THE RECORDS SINCE THAT SEAL.
       01  AA-CHAIN-FIELDS.
           05  AA-CHAIN-HASH               PIC 9(15)   VALUE ZERO.
           05  AA-LAST-SEAL-NO             PIC 9(07)   VALUE ZERO.
           05  AA-SEGMENT-HASH             PIC 9(15)   VALUE ZERO.
           05  AA-SEGMENT-COUNT            PIC 9(09) COMP VALUE ZERO.
           05  AA-VERIFY-REC-NO            PIC 9(09) COMP VALUE ZERO.
           05  AA-CUT-RECORDS              PIC 9(09) COMP VALUE ZERO.
           05  AA-LAST-CUT-REC-NO          PIC 9(09) COMP VALUE ZERO.
           05  AA-CUT-FAILURES             PIC 9(07) COMP VALUE ZERO.
           05  AA-LATER-FAILURES           PIC 9(07) COMP VALUE ZERO.
           05  AA-LAST-CUT-KIND            PIC X(01)   VALUE SPACE.
               88  AA-CUT-ENDS-ON-SEAL         VALUE 'S' 'A'.
           05  AA-FAILURE-TEXT             PIC X(80)   VALUE SPACES.
      *    THE LAST SEAL OF THE PERIOD BEING CUT.
           05  AA-CARRY-SEAL               PIC X(209)  VALUE SPACES.

      *    THE CHAIN HASH.  MUST MATCH AUDSEAL'S 8100-HASH-TEXT AND
      *    8150-HASH-ONE-BYTE: EACH BYTE IN TURN, H = (H * 257 + BYTE
      *    VALUE + 1) MOD A 15-DIGIT PRIME, THE BYTE'S VALUE READ
      *    THROUGH THE LOW-ORDER BYTE OF A HALFWORD.
       01  AA-HASH-FIELDS.
           05  AA-HASH                     PIC 9(18) COMP.
           05  AA-QUOTIENT                 PIC 9(18) COMP.
           05  AA-HASH-MODULUS             PIC 9(15) COMP
                                           VALUE 999999999999989.
           05  AA-BYTE-SUB                 PIC S9(04) COMP.
           05  AA-BYTE-VALUE               PIC 9(04) COMP.
           05  AA-BYTE-PAIR REDEFINES AA-BYTE-VALUE.
               10  AA-BYTE-HIGH            PIC X(01).
               10  AA-BYTE-LOW             PIC X(01).

       01  AA-HASH-AREA.
           05  AA-HASH-TEXT                PIC X(209).
           05  AA-HASH-BYTES REDEFINES AA-HASH-TEXT.
               10  AA-HASH-BYTE            PIC X(01)
                                           OCCURS 209 TIMES.
           05  AA-HASH-SEAL-VIEW REDEFINES AA-HASH-TEXT.
               10  FILLER                  PIC X(61).
               10  AA-HASH-SEAL-FIELD      PIC 9(15).
               10  FILLER                  PIC X(133).

       01  AA-SCAN-FIELDS.
           05  AA-SCAN-SUB                 PIC 9(04) COMP.
               10  AA-CNT-LABEL            PIC X(30).
               10  AA-CNT-VALUE            PIC Z,ZZZ,ZZ9.
               10  FILLER                  PIC X(93)   VALUE SPACES.
           05  AA-EXCEPTION-LINE.
               10  FILLER                  PIC X(20)   VALUE
                   'EXCEPTION AT RECORD '.
               10  AA-EX-RECORD-NO         PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(03)   VALUE ' - '.
               10  AA-EX-TEXT              PIC X(80).
               10  FILLER                  PIC X(18)   VALUE SPACES.
           05  AA-CHAIN-LINE.
               10  AA-CH-LABEL             PIC X(40).
               10  FILLER                  PIC X(05)   VALUE 'SEAL '.
               10  AA-CH-SEAL-NO           PIC 9(07).
               10  FILLER                  PIC X(07)   VALUE '  HASH '.
               10  AA-CH-HASH              PIC 9(15).
               10  FILLER                  PIC X(58)   VALUE SPACES.
           05  AA-BLANK-LINE               PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT AA-ABEND AND NOT AA-CARD-ERROR
               AND NOT AA-PERIOD-REFUSED
               PERFORM 2000-PROCESS-AUDIT-LOG THRU 2000-EXIT
               PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
           END-IF
      * 1000-INITIALIZE - READ AND EDIT THE CONTROL CARD, THEN OPEN
      * THE FILES THE CHOSEN FUNCTION NEEDS.  ARCHOUT AND NEWLOG ARE
      * ONLY OPENED FOR AN ARCHIVE RUN, SO A SELECT RUN CAN DD-DUMMY
      * THEM.  AN ARCHIVE RUN VERIFIES THE PERIOD BEFORE ANYTHING IS
      * CUT.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARDS
               END-IF
           END-IF
           PERFORM 1300-WRITE-REPORT-HEADING THRU 1300-EXIT
           IF AA-FUNCTION-ARCHIVE
               PERFORM 1400-VERIFY-PERIOD THRU 1400-EXIT
               IF AA-ABEND OR AA-PERIOD-REFUSED
                   GO TO 1000-EXIT
               END-IF
           END-IF
           PERFORM 1200-PRIME-READ THRU 1200-EXIT
           .
       1000-EXIT.
       1300-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1400-VERIFY-PERIOD - WALK THE WHOLE LOG THROUGH THE SEAL
      * CHAIN BEFORE AN ARCHIVE CUTS ANY OF IT.  THE PERIOD TO BE CUT
      * IS REFUSED WHEN A SEAL OR BROUGHT-FORWARD SEAL IN IT FAILS,
      * WHEN ITS LAST RECORD IS NOT A SEAL (A RUN IN IT WAS NEVER
      * SEALED, OR ITS RECORDS WOULD BE SPLIT FROM THEIR SEAL), OR
      * WHEN A RECORD TO BE RETAINED LIES AHEAD OF ONE TO BE CUT.
      * AUDSEAL VERIFY PRINTS THE FULL ATTESTATION.  A FAILURE IN THE
      * RETAINED PERIOD DOES NOT STOP THE CUT BUT IS REPORTED.  THE
      * LOG IS THEN REOPENED FOR THE CUT ITSELF.
      *---------------------------------------------------------------*
       1400-VERIFY-PERIOD.
           PERFORM 1410-VERIFY-ONE-RECORD THRU 1410-EXIT
               UNTIL AA-EOF-AUDIT-IN
           IF AA-CUT-RECORDS > ZERO AND NOT AA-CUT-ENDS-ON-SEAL
               MOVE AA-LAST-CUT-REC-NO TO AA-EX-RECORD-NO
               MOVE 'THE PERIOD TO BE ARCHIVED DOES NOT END ON A SEAL'
                   TO AA-EX-TEXT
               WRITE AUDIT-RPT-RECORD FROM AA-EXCEPTION-LINE
               ADD 1 TO AA-CUT-FAILURES
           END-IF
           IF AA-CUT-FAILURES > ZERO
               SET AA-PERIOD-REFUSED TO TRUE
               WRITE AUDIT-RPT-RECORD FROM AA-BLANK-LINE
               MOVE SPACES TO AUDIT-RPT-RECORD
               STRING 'ARCHIVE REFUSED - THE PERIOD DOES NOT VERIFY '
                   'AGAINST ITS SEALS.  NOTHING WAS ARCHIVED OR '
                   'PURGED.' DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
               WRITE AUDIT-RPT-RECORD
               DISPLAY 'AUDARCH: ARCHIVE REFUSED - THE PERIOD DOES '
                   'NOT VERIFY AGAINST ITS SEALS'
               GO TO 1400-EXIT
           END-IF
           IF AA-CUT-RECORDS > ZERO
               MOVE AA-CARRY-SEAL TO AS-SEAL-RECORD
               MOVE 'PERIOD VERIFIED - CLOSING SEAL' TO AA-CH-LABEL
               MOVE AS-SEAL-NO   TO AA-CH-SEAL-NO
               MOVE AS-SEAL-HASH TO AA-CH-HASH
               WRITE AUDIT-RPT-RECORD FROM AA-CHAIN-LINE
           END-IF
           IF AA-LATER-FAILURES > ZERO
               MOVE SPACES TO AUDIT-RPT-RECORD
               STRING 'THE RETAINED PERIOD DOES NOT VERIFY - RUN '
                   'AUDSEAL VERIFY AGAINST THE NEW LIVE LOG'
                   DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
               WRITE AUDIT-RPT-RECORD
           END-IF
           CLOSE AUDIT-IN
           OPEN INPUT AUDIT-IN
           IF AA-AUDIT-IN-STATUS NOT = '00'
               DISPLAY 'AUDARCH: UNABLE TO REOPEN AUDITIN, STATUS='
                   AA-AUDIT-IN-STATUS
               SET AA-ABEND TO TRUE
               GO TO 1400-EXIT
           END-IF
           MOVE 'N' TO AA-EOF-SW
           IF AA-CUT-RECORDS > ZERO
               PERFORM 1480-CARRY-SEAL-FORWARD THRU 1480-EXIT
           END-IF
           .
       1400-EXIT.
           EXIT
           .
       1410-VERIFY-ONE-RECORD.
           READ AUDIT-IN INTO AS-SEAL-RECORD
               AT END
                   SET AA-EOF-AUDIT-IN TO TRUE
                   GO TO 1410-EXIT
           END-READ
           ADD 1 TO AA-VERIFY-REC-NO
           MOVE 'N' TO AA-FAILED-SW
           EVALUATE TRUE
               WHEN AS-SEAL
                   PERFORM 1430-CHECK-SEAL THRU 1430-EXIT
               WHEN AS-BROUGHT-FORWARD
                   PERFORM 1420-TAKE-ANCHOR THRU 1420-EXIT
               WHEN OTHER
                   PERFORM 1440-ADD-TO-SEGMENT THRU 1440-EXIT
           END-EVALUATE
           IF AUD-DATE < AA-RETAIN-DATE
               ADD 1 TO AA-CUT-RECORDS
               MOVE AA-VERIFY-REC-NO TO AA-LAST-CUT-REC-NO
               MOVE AS-RECORD-KIND TO AA-LAST-CUT-KIND
               IF AS-SEAL-OR-ANCHOR
                   MOVE AS-SEAL-RECORD TO AA-CARRY-SEAL
               END-IF
               IF AA-RETAINED-SEEN AND NOT AA-RECORD-FAILED
                   MOVE 'ARCHIVED RECORD FOLLOWS A RETAINED ONE'
                       TO AA-FAILURE-TEXT
                   SET AA-RECORD-FAILED TO TRUE
               END-IF
           ELSE
               SET AA-RETAINED-SEEN TO TRUE
           END-IF
           IF NOT AA-RECORD-FAILED
               GO TO 1410-EXIT
           END-IF
           IF AUD-DATE < AA-RETAIN-DATE
               ADD 1 TO AA-CUT-FAILURES
           ELSE
               ADD 1 TO AA-LATER-FAILURES
           END-IF
           MOVE AA-VERIFY-REC-NO TO AA-EX-RECORD-NO
           MOVE AA-FAILURE-TEXT  TO AA-EX-TEXT
           WRITE AUDIT-RPT-RECORD FROM AA-EXCEPTION-LINE
           .
       1410-EXIT.
           EXIT
           .
       1420-TAKE-ANCHOR.
           IF AA-VERIFY-REC-NO NOT = 1
               MOVE 'BROUGHT-FORWARD SEAL IS NOT THE FIRST RECORD'
                   TO AA-FAILURE-TEXT
               SET AA-RECORD-FAILED TO TRUE
           END-IF
           MOVE AS-SEAL-HASH TO AA-CHAIN-HASH
           MOVE AS-SEAL-NO   TO AA-LAST-SEAL-NO
           .
       1420-EXIT.
           EXIT
           .
      *    THE SAME CHECKS, IN THE SAME ORDER, AS AUDSEAL'S
      *    2400-CHECK-SEAL.
       1430-CHECK-SEAL.
           IF AS-SEAL-NO IS NUMERIC AND AS-RECORD-COUNT IS NUMERIC
               AND AS-PRIOR-HASH IS NUMERIC
               AND AS-SEAL-HASH IS NUMERIC
               MOVE AS-SEAL-RECORD  TO AA-HASH-TEXT
               MOVE ZERO            TO AA-HASH-SEAL-FIELD
               MOVE AA-SEGMENT-HASH TO AA-HASH
               PERFORM 8100-HASH-TEXT THRU 8100-EXIT
           END-IF
           SET AA-RECORD-FAILED TO TRUE
           EVALUATE TRUE
               WHEN AS-SEAL-NO NOT NUMERIC
                   OR AS-RECORD-COUNT NOT NUMERIC
                   OR AS-PRIOR-HASH NOT NUMERIC
                   OR AS-SEAL-HASH NOT NUMERIC
                   MOVE 'SEAL RECORD UNREADABLE' TO AA-FAILURE-TEXT
               WHEN AS-PRIOR-HASH NOT = AA-CHAIN-HASH
                   MOVE 'BROKEN LINK - PRIOR HASH DIFFERS'
                       TO AA-FAILURE-TEXT
               WHEN AS-SEAL-NO NOT = AA-LAST-SEAL-NO + 1
                   MOVE 'SEAL NUMBER OUT OF SEQUENCE'
                       TO AA-FAILURE-TEXT
               WHEN AS-RECORD-COUNT NOT = AA-SEGMENT-COUNT
                   MOVE 'COUNT MISMATCH - RECORDS ADDED OR REMOVED'
                       TO AA-FAILURE-TEXT
               WHEN AA-HASH NOT = AS-SEAL-HASH
                   MOVE 'HASH MISMATCH - RECORDS ALTERED'
                       TO AA-FAILURE-TEXT
               WHEN OTHER
                   MOVE 'N' TO AA-FAILED-SW
           END-EVALUATE
           IF AS-SEAL-HASH IS NUMERIC
               MOVE AS-SEAL-HASH TO AA-CHAIN-HASH
           END-IF
           IF AS-SEAL-NO IS NUMERIC
               MOVE AS-SEAL-NO   TO AA-LAST-SEAL-NO
           END-IF
           MOVE ZERO TO AA-SEGMENT-HASH
           MOVE ZERO TO AA-SEGMENT-COUNT
           .
       1430-EXIT.
           EXIT
           .
       1440-ADD-TO-SEGMENT.
           ADD 1 TO AA-SEGMENT-COUNT
           MOVE AS-SEAL-RECORD  TO AA-HASH-TEXT
           MOVE AA-SEGMENT-HASH TO AA-HASH
           PERFORM 8100-HASH-TEXT THRU 8100-EXIT
           MOVE AA-HASH         TO AA-SEGMENT-HASH
           .
       1440-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1480-CARRY-SEAL-FORWARD - OPEN THE NEW LIVE LOG WITH THE LAST
      * SEAL OF THE PERIOD BEING CUT, MARKED BROUGHT FORWARD, SO THE
      * NEXT SEAL CHAINS FROM IT AND AUDSEAL VERIFY OF THE NEW LOG
      * STARTS FROM THE ARCHIVE'S CLOSING SEAL.
      *---------------------------------------------------------------*
       1480-CARRY-SEAL-FORWARD.
           MOVE AA-CARRY-SEAL     TO AS-SEAL-RECORD
           SET AS-BROUGHT-FORWARD TO TRUE
           MOVE 'BROUGHT FORWARD' TO AS-KIND-TEXT
           WRITE NEWLOG-OUT-RECORD FROM AS-SEAL-RECORD
           ADD 1 TO AA-COUNT-CARRIED
           .
       1480-EXIT.
           EXIT
           .
       2000-PROCESS-AUDIT-LOG.
           PERFORM 2100-PROCESS-ONE-RECORD THRU 2100-EXIT
               UNTIL AA-EOF-AUDIT-IN
      * EVERYTHING.
      *---------------------------------------------------------------*
       2300-SELECT-ONE-RECORD.
           IF AUD-SEAL-RECORD
               GO TO 2300-EXIT
           END-IF
           IF AUD-DATE < AA-FROM-DATE OR AUD-DATE > AA-TO-DATE
               GO TO 2300-EXIT
           END-IF
               MOVE 'RECORDS RETAINED      : ' TO AA-CNT-LABEL
               MOVE AA-COUNT-RETAINED          TO AA-CNT-VALUE
               WRITE AUDIT-RPT-RECORD FROM AA-COUNT-LINE
               MOVE 'SEALS BROUGHT FORWARD : ' TO AA-CNT-LABEL
               MOVE AA-COUNT-CARRIED           TO AA-CNT-VALUE
               WRITE AUDIT-RPT-RECORD FROM AA-COUNT-LINE
           ELSE
               MOVE 'RECORDS SELECTED      : ' TO AA-CNT-LABEL
               MOVE AA-COUNT-SELECTED          TO AA-CNT-VALUE
           EXIT
           .
      *---------------------------------------------------------------*
      * 8100-HASH-TEXT - RUN AA-HASH FORWARD OVER THE 209 BYTES OF
      * AA-HASH-TEXT.
      *---------------------------------------------------------------*
       8100-HASH-TEXT.
           MOVE ZERO TO AA-BYTE-VALUE
           PERFORM 8150-HASH-ONE-BYTE THRU 8150-EXIT
               VARYING AA-BYTE-SUB FROM 1 BY 1
               UNTIL AA-BYTE-SUB > 209
           .
       8100-EXIT.
           EXIT
           .
       8150-HASH-ONE-BYTE.
           MOVE AA-HASH-BYTE (AA-BYTE-SUB) TO AA-BYTE-LOW
           COMPUTE AA-HASH = AA-HASH * 257 + AA-BYTE-VALUE + 1
           DIVIDE AA-HASH BY AA-HASH-MODULUS GIVING AA-QUOTIENT
               REMAINDER AA-HASH
           .
       8150-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE FILES AND SET THE STEP RETURN CODE:
      *    RC=0   FUNCTION COMPLETED
      *    RC=8   CONTROL CARD MISSING OR MALFORMED, OR THE PERIOD
      *           TO BE ARCHIVED DID NOT VERIFY AND WAS LEFT ALONE
      *    RC=16  A REQUIRED FILE COULD NOT BE OPENED
      *---------------------------------------------------------------*
       9000-TERMINATE.
           EVALUATE TRUE
               WHEN AA-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN AA-CARD-ERROR OR AA-PERIOD-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
