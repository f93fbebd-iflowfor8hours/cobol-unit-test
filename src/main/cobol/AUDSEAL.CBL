      **********************************************************************
      * AUTHOR:    M J STEELE
      * INSTALLATION: DATA PROCESSING
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:   SEALS AND VERIFIES THE AUDIT LOG SUBPROG APPENDS TO
      *            ON EVERY CALL, SO THE LOG CAN BE PROVED COMPLETE AND
      *            UNALTERED - NO RECORD LOST, EDITED OR REMOVED -
      *            RIGHT UP TO THE ARCHIVE.
      *
      *            SEAL RUNS AS THE STEP AFTER EVERY JOB THAT WRITES
      *            THE LIVE LOG.  IT CLOSES THE RUN'S PORTION OF THE
      *            LOG WITH ONE SEAL RECORD (SEALREC COPYBOOK) FOR
      *            THE BUSINESS DATE AND CYCLE ON BUSDATE, HOLDING
      *            THE NUMBER OF RECORDS WRITTEN SINCE THE SEAL
      *            BEFORE, THAT SEAL'S HASH, AND A HASH OF ITS OWN
      *            RUN FORWARD FROM THAT ONE OVER EVERY RECORD IT
      *            COVERS AND OVER THE SEAL ITSELF.  EVERY SEAL SO
      *            DEPENDS ON EVERY RECORD BEFORE IT.  A RUN THAT
      *            ABENDED BEFORE ITS SEAL STEP LEAVES ITS RECORDS
      *            UNSEALED; THE NEXT SEAL COVERS THEM, AND SAYS SO.
      *            NOTHING WRITTEN SINCE THE LAST SEAL IS NOT AN
      *            ERROR - THERE IS SIMPLY NOTHING TO SEAL.
      *
      *            VERIFY WALKS THE LOG ON AUDITLOG - THE LIVE LOG OR
      *            ANY ARCHIVE GENERATION - RECOMPUTES THE CHAIN, AND
      *            PRINTS AN ATTESTATION REPORT: EVERY SEAL WITH ITS
      *            DATE, CYCLE, RECORDS FOUND, RECORDS SEALED AND
      *            HASHES, THE OPENING ANCHOR THE CHAIN STARTS FROM
      *            AND THE CLOSING SEAL IT ENDS ON.  THE CLOSING SEAL
      *            OF ONE ARCHIVE GENERATION IS THE OPENING ANCHOR OF
      *            THE NEXT AND OF THE LIVE LOG AFTER IT, SO THE
      *            REPORTS TIE THE GENERATIONS TOGETHER.  A SEAL
      *            FAILS ON A BROKEN LINK (ITS PRIOR HASH IS NOT THE
      *            HASH OF THE SEAL BEFORE), A SEAL NUMBER OUT OF
      *            SEQUENCE, A COUNT MISMATCH, OR A HASH MISMATCH
      *            (A COVERED RECORD OR THE SEAL WAS ALTERED).
      *            RECORDS AFTER THE LAST SEAL ARE A MISSING SEAL.
      *
      *            A LOG THAT HAS NEVER BEEN CUT STARTS AT SEAL 1 WITH
      *            A PRIOR HASH OF ZERO.  AFTER AUDARCH CUTS A PERIOD,
      *            THE NEW LIVE LOG OPENS WITH THE LAST SEAL ARCHIVED,
      *            BROUGHT FORWARD; THE CHAIN STARTS FROM IT, AND IT
      *            IS AN EXCEPTION ANYWHERE BUT THE FIRST RECORD.
      *
      *            SYSIN CONTROL CARD (ONE PER RUN):
      *              COLS  1-8   FUNCTION: SEAL OR VERIFY
      *
      *            RETURN CODES:
      *              RC=0   SEALED, OR NOTHING TO SEAL; LOG VERIFIES
      *              RC=4   LOG VERIFIES, BUT A SEAL COVERS RECORDS
      *                     OF AN EARLIER DATE OR CYCLE - THAT RUN
      *                     ENDED WITHOUT ITS OWN SEAL
      *              RC=8   CONTROL CARD IN ERROR, OR THE LOG DOES
      *                     NOT VERIFY.  SEAL STILL SEALS THE NEW
      *                     RECORDS SO THEY ARE PROTECTED, BUT ENDS
      *                     RC=8 ON THE EARLIER BREAK
      *              RC=16  A FILE FAILED
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL VERSION
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSEAL.
       AUTHOR. M J STEELE.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 15 OCT 2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-CARDS-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-BUSDATE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-AUDIT-LOG-STATUS.

           SELECT SEAL-RPT ASSIGN TO SEALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-SEAL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARDS
           RECORDING MODE IS F.
       01  CONTROL-CARD.
           05  CC-FUNCTION             PIC X(08).
           05  FILLER                  PIC X(72).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSDATE-RECORD              PIC X(80).

      *    MUST MATCH THE AUDIT-LOG-RECORD LAYOUT SUBPROG WRITES IN
      *    0900-WRITE-AUDIT-RECORD.  A SEAL IS THE SAME 209 BYTES
      *    READ THROUGH THE SEALREC COPYBOOK.
       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           05  AUD-DATE                PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AUD-TIME                PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AUD-ARG-1-IN            PIC X(80).
           05  FILLER                  PIC X(01).
           05  AUD-ARG-2-OUT           PIC X(80).
           05  FILLER                  PIC X(01).
           05  AUD-MODE-IND            PIC X(01).
           05  FILLER                  PIC X(01).
           05  AUD-RUN-MODE-TEXT       PIC X(15).
           05  FILLER                  PIC X(01).
           05  AUD-CYCLE-NO            PIC 9(02).
           05  FILLER                  PIC X(01).
           05  AUD-RULES-VERSION       PIC X(08).

       FD  SEAL-RPT
           RECORDING MODE IS F.
       01  SEAL-RPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.

           COPY SEALREC.

       01  AU-FILE-STATUS-FIELDS.
           05  AU-CARDS-STATUS             PIC X(02).
           05  AU-BUSDATE-STATUS           PIC X(02).
           05  AU-AUDIT-LOG-STATUS         PIC X(02).
           05  AU-SEAL-RPT-STATUS          PIC X(02).

       01  AU-SWITCHES.
           05  AU-ABEND-SW                 PIC X(01)   VALUE 'N'.
               88  AU-ABEND                    VALUE 'Y'.
           05  AU-CARD-ERROR-SW            PIC X(01)   VALUE 'N'.
               88  AU-CARD-ERROR               VALUE 'Y'.
           05  AU-FUNCTION-SW              PIC X(01)   VALUE ' '.
               88  AU-FUNCTION-SEAL            VALUE 'S'.
               88  AU-FUNCTION-VERIFY          VALUE 'V'.
           05  AU-EOF-SW                   PIC X(01)   VALUE 'N'.
               88  AU-EOF-AUDIT-LOG            VALUE 'Y'.
           05  AU-MIXED-SW                 PIC X(01)   VALUE 'N'.
               88  AU-SEGMENT-MIXED            VALUE 'Y'.
           05  AU-FAILED-SW                PIC X(01)   VALUE 'N'.
               88  AU-SEAL-FAILED              VALUE 'Y'.

      *    THE RUN THIS SEAL CLOSES, FROM BUSDATE.
       01  AU-SCOPE-FIELDS.
           05  AU-SEAL-DATE                PIC 9(08)   VALUE ZERO.
           05  AU-SEAL-CYCLE               PIC 9(02)   VALUE ZERO.
           05  AU-SEAL-TIME                PIC 9(08)   VALUE ZERO.

      *    THE CHAIN AS FAR AS THE WALK HAS GOT.  AU-CHAIN-HASH AND
      *    AU-LAST-SEAL-NO ARE WHAT THE NEXT SEAL MUST CARRY FORWARD;
      *    THE SEGMENT FIELDS COVER THE RECORDS SINCE THAT SEAL.
       01  AU-CHAIN-FIELDS.
           05  AU-CHAIN-HASH               PIC 9(15)   VALUE ZERO.
           05  AU-LAST-SEAL-NO             PIC 9(07)   VALUE ZERO.
           05  AU-OPEN-HASH                PIC 9(15)   VALUE ZERO.
           05  AU-OPEN-SEAL-NO             PIC 9(07)   VALUE ZERO.
           05  AU-SEGMENT-HASH             PIC 9(15)   VALUE ZERO.
           05  AU-SEGMENT-COUNT            PIC 9(09) COMP VALUE ZERO.
           05  AU-SEGMENT-FIRST-REC        PIC 9(09) COMP VALUE ZERO.
           05  AU-SEGMENT-KEY.
               10  AU-SEGMENT-DATE         PIC 9(08)   VALUE ZERO.
               10  AU-SEGMENT-CYCLE        PIC 9(02)   VALUE ZERO.
           05  AU-RECORD-KEY.
               10  AU-RECORD-DATE          PIC 9(08)   VALUE ZERO.
               10  AU-RECORD-CYCLE         PIC 9(02)   VALUE ZERO.
           05  AU-SEAL-KEY.
               10  AU-SEAL-KEY-DATE        PIC 9(08)   VALUE ZERO.
               10  AU-SEAL-KEY-CYCLE       PIC 9(02)   VALUE ZERO.

      *    THE CHAIN HASH: EACH BYTE IN TURN, H = (H * 257 + BYTE
      *    VALUE + 1) MOD A 15-DIGIT PRIME.  THE BYTE'S VALUE IS READ
      *    BY DROPPING IT INTO THE LOW-ORDER BYTE OF A HALFWORD WHOSE
      *    HIGH-ORDER BYTE IS HELD AT LOW-VALUE.  AUDARCH CARRIES THE
      *    SAME ARITHMETIC AND MUST BE KEPT IN STEP WITH IT.
       01  AU-HASH-FIELDS.
           05  AU-HASH                     PIC 9(18) COMP.
           05  AU-QUOTIENT                 PIC 9(18) COMP.
           05  AU-HASH-MODULUS             PIC 9(15) COMP
                                           VALUE 999999999999989.
           05  AU-BYTE-SUB                 PIC S9(04) COMP.
           05  AU-BYTE-VALUE               PIC 9(04) COMP.
           05  AU-BYTE-PAIR REDEFINES AU-BYTE-VALUE.
               10  AU-BYTE-HIGH            PIC X(01).
               10  AU-BYTE-LOW             PIC X(01).

      *    THE 209 BYTES BEING HASHED.  A SEAL IS HASHED WITH ITS OWN
      *    HASH FIELD HELD AT ZERO.
       01  AU-HASH-AREA.
           05  AU-HASH-TEXT                PIC X(209).
           05  AU-HASH-BYTES REDEFINES AU-HASH-TEXT.
               10  AU-HASH-BYTE            PIC X(01)
                                           OCCURS 209 TIMES.
           05  AU-HASH-SEAL-VIEW REDEFINES AU-HASH-TEXT.
               10  FILLER                  PIC X(61).
               10  AU-HASH-SEAL-FIELD      PIC 9(15).
               10  FILLER                  PIC X(133).

       01  AU-COUNTERS.
           05  AU-RECORD-NO                PIC 9(09) COMP VALUE ZERO.
           05  AU-CALLS-SEALED             PIC 9(09) COMP VALUE ZERO.
           05  AU-SEALS-CHECKED            PIC 9(07) COMP VALUE ZERO.
           05  AU-SEALS-FAILED             PIC 9(07) COMP VALUE ZERO.
           05  AU-SEALS-LATE               PIC 9(07) COMP VALUE ZERO.
           05  AU-EXCEPTIONS               PIC 9(07) COMP VALUE ZERO.
           05  AU-RECORDS-UNSEALED         PIC 9(09) COMP VALUE ZERO.
           05  AU-RECORDS-SEALED-NOW       PIC 9(09) COMP VALUE ZERO.

       01  AU-SEAL-VERDICT                 PIC X(46)   VALUE SPACES.
       01  AU-EXCEPTION-TEXT               PIC X(80)   VALUE SPACES.

       01  AU-REPORT-LINES.
           05  AU-SEAL-HEADING.
               10  FILLER                  PIC X(09)   VALUE 'SEAL NO'.
               10  FILLER                  PIC X(12)   VALUE 'DATE'.
               10  FILLER                  PIC X(05)   VALUE 'CYC'.
               10  FILLER                  PIC X(13)   VALUE
                   '    RECORDS'.
               10  FILLER                  PIC X(13)   VALUE
                   '     SEALED'.
               10  FILLER                  PIC X(17)   VALUE
                   'PRIOR HASH'.
               10  FILLER                  PIC X(17)   VALUE
                   'SEAL HASH'.
               10  FILLER                  PIC X(46)   VALUE 'RESULT'.
           05  AU-SEAL-LINE.
               10  AU-SL-SEAL-NO           PIC ZZZZZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  AU-SL-DATE              PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  AU-SL-CYCLE             PIC X(02).
               10  FILLER                  PIC X(03)   VALUE SPACES.
               10  AU-SL-FOUND             PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  AU-SL-SEALED            PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  AU-SL-PRIOR-HASH        PIC X(15).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  AU-SL-SEAL-HASH         PIC X(15).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  AU-SL-VERDICT           PIC X(46).
           05  AU-EXCEPTION-LINE.
               10  FILLER                  PIC X(20)   VALUE
                   'EXCEPTION AT RECORD '.
               10  AU-EX-RECORD-NO         PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(03)   VALUE ' - '.
               10  AU-EX-TEXT              PIC X(80).
               10  FILLER                  PIC X(18)   VALUE SPACES.
           05  AU-COUNT-LINE.
               10  AU-CNT-LABEL            PIC X(40).
               10  AU-CNT-VALUE            PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(81)   VALUE SPACES.
           05  AU-CHAIN-LINE.
               10  AU-CH-LABEL             PIC X(40).
               10  FILLER                  PIC X(05)   VALUE 'SEAL '.
               10  AU-CH-SEAL-NO           PIC 9(07).
               10  FILLER                  PIC X(07)   VALUE '  HASH '.
               10  AU-CH-HASH              PIC 9(15).
               10  FILLER                  PIC X(58)   VALUE SPACES.
           05  AU-BLANK-LINE               PIC X(132)  VALUE SPACES.

       01  AU-DATE-EDIT-FIELDS.
           05  AU-DATE-IN                  PIC 9(08).
           05  AU-DATE-IN-X REDEFINES AU-DATE-IN.
               10  AU-DATE-IN-CCYY         PIC X(04).
               10  AU-DATE-IN-MM           PIC X(02).
               10  AU-DATE-IN-DD           PIC X(02).
           05  AU-DATE-OUT                 PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT AU-ABEND AND NOT AU-CARD-ERROR
               PERFORM 2000-WALK-AUDIT-LOG THRU 2000-EXIT
           END-IF
           IF NOT AU-ABEND AND NOT AU-CARD-ERROR
               IF AU-FUNCTION-SEAL
                   PERFORM 4000-WRITE-SEAL THRU 4000-EXIT
               ELSE
                   PERFORM 3000-CHECK-LOG-END THRU 3000-EXIT
               END-IF
           END-IF
           IF NOT AU-ABEND AND NOT AU-CARD-ERROR
               PERFORM 5000-WRITE-ATTESTATION THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           .
       9999-EXIT.
           GOBACK
           .
      *---------------------------------------------------------------*
      * 1000-INITIALIZE - READ AND EDIT THE CONTROL CARD, TAKE THE
      * BUSINESS DATE AND CYCLE A SEAL IS FOR, AND OPEN THE REPORT.
      * VERIFY NEEDS NO BUSDATE, SO AN ARCHIVE GENERATION CAN BE
      * VERIFIED FROM ANY JOB.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARDS
           IF AU-CARDS-STATUS NOT = '00'
               DISPLAY 'AUDSEAL: UNABLE TO OPEN SYSIN, STATUS='
                   AU-CARDS-STATUS
               SET AU-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ CONTROL-CARDS
               AT END
                   DISPLAY 'AUDSEAL: NO CONTROL CARD ON SYSIN'
                   SET AU-CARD-ERROR TO TRUE
           END-READ
           CLOSE CONTROL-CARDS
           IF AU-CARD-ERROR
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
           IF AU-CARD-ERROR
               GO TO 1000-EXIT
           END-IF
           IF AU-FUNCTION-SEAL
               PERFORM 1200-READ-BUSINESS-DATE THRU 1200-EXIT
               IF AU-ABEND
                   GO TO 1000-EXIT
               END-IF
           END-IF
           OPEN OUTPUT SEAL-RPT
           IF AU-SEAL-RPT-STATUS NOT = '00'
               DISPLAY 'AUDSEAL: UNABLE TO OPEN SEALRPT, STATUS='
                   AU-SEAL-RPT-STATUS
               SET AU-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-WRITE-REPORT-HEADING THRU 1300-EXIT
           .
       1000-EXIT.
           EXIT
           .
       1100-EDIT-CONTROL-CARD.
           EVALUATE CC-FUNCTION
               WHEN 'SEAL    '
                   SET AU-FUNCTION-SEAL TO TRUE
               WHEN 'VERIFY  '
                   SET AU-FUNCTION-VERIFY TO TRUE
               WHEN OTHER
                   DISPLAY 'AUDSEAL: FUNCTION MUST BE SEAL OR '
                       'VERIFY, GOT: ' CC-FUNCTION
                   SET AU-CARD-ERROR TO TRUE
           END-EVALUATE
           .
       1100-EXIT.
           EXIT
           .
       1200-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF AU-BUSDATE-STATUS NOT = '00'
               DISPLAY 'AUDSEAL: UNABLE TO OPEN BUSDATE, STATUS='
                   AU-BUSDATE-STATUS
               SET AU-ABEND TO TRUE
               GO TO 1200-EXIT
           END-IF
           READ BUSDATE-FILE INTO BD-CONTROL-RECORD
               AT END
                   DISPLAY 'AUDSEAL: BUSDATE CONTROL FILE IS EMPTY'
                   SET AU-ABEND TO TRUE
           END-READ
           CLOSE BUSDATE-FILE
           IF AU-ABEND
               GO TO 1200-EXIT
           END-IF
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'AUDSEAL: BUSDATE CONTROL RECORD UNREADABLE'
               SET AU-ABEND TO TRUE
               GO TO 1200-EXIT
           END-IF
           MOVE BD-BUSINESS-DATE TO AU-SEAL-DATE
           IF BD-CYCLE-NO IS NUMERIC
               MOVE BD-CYCLE-NO TO AU-SEAL-CYCLE
           ELSE
               MOVE 1           TO AU-SEAL-CYCLE
           END-IF
           .
       1200-EXIT.
           EXIT
           .
       1300-WRITE-REPORT-HEADING.
           MOVE SPACES TO SEAL-RPT-RECORD
           IF AU-FUNCTION-SEAL
               MOVE AU-SEAL-DATE TO AU-DATE-IN
               PERFORM 7900-EDIT-DATE THRU 7900-EXIT
               STRING 'AUDIT LOG SEAL - ' DELIMITED BY SIZE
                   AU-DATE-OUT ' CYCLE ' AU-SEAL-CYCLE
                   DELIMITED BY SIZE
                   INTO SEAL-RPT-RECORD
           ELSE
               STRING 'AUDIT LOG ATTESTATION - CHAIN VERIFICATION'
                   DELIMITED BY SIZE INTO SEAL-RPT-RECORD
           END-IF
           WRITE SEAL-RPT-RECORD
           WRITE SEAL-RPT-RECORD FROM AU-BLANK-LINE
           WRITE SEAL-RPT-RECORD FROM AU-SEAL-HEADING
           .
       1300-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2000-WALK-AUDIT-LOG - RECOMPUTE THE CHAIN OVER THE WHOLE LOG.
      * A LOG THAT HAS NEVER BEEN WRITTEN (STATUS 35) IS EMPTY.
      *---------------------------------------------------------------*
       2000-WALK-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG
           EVALUATE AU-AUDIT-LOG-STATUS
               WHEN '00'
                   PERFORM 2100-CHECK-ONE-RECORD THRU 2100-EXIT
                       UNTIL AU-EOF-AUDIT-LOG
                   CLOSE AUDIT-LOG
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'AUDSEAL: UNABLE TO OPEN AUDITLOG, STATUS='
                       AU-AUDIT-LOG-STATUS
                   SET AU-ABEND TO TRUE
           END-EVALUATE
           .
       2000-EXIT.
           EXIT
           .
       2100-CHECK-ONE-RECORD.
           READ AUDIT-LOG INTO AS-SEAL-RECORD
               AT END
                   SET AU-EOF-AUDIT-LOG TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO AU-RECORD-NO
           EVALUATE TRUE
               WHEN AS-SEAL
                   PERFORM 2400-CHECK-SEAL THRU 2400-EXIT
               WHEN AS-BROUGHT-FORWARD
                   PERFORM 2300-TAKE-ANCHOR THRU 2300-EXIT
               WHEN OTHER
                   PERFORM 2200-ADD-TO-SEGMENT THRU 2200-EXIT
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2200-ADD-TO-SEGMENT - HASH ONE CALL RECORD INTO THE RECORDS
      * SINCE THE LAST SEAL, AND NOTE WHETHER THEY ALL BELONG TO ONE
      * DATE AND CYCLE.  A RECORD FROM BEFORE THE CYCLE FIELD
      * EXISTED READS AS BLANK AND IS TAKEN AS CYCLE 01.
      *---------------------------------------------------------------*
       2200-ADD-TO-SEGMENT.
           MOVE AUD-DATE TO AU-RECORD-DATE
           IF AUD-CYCLE-NO IS NUMERIC
               MOVE AUD-CYCLE-NO TO AU-RECORD-CYCLE
           ELSE
               MOVE 1            TO AU-RECORD-CYCLE
           END-IF
           IF AU-SEGMENT-COUNT = ZERO
               MOVE AU-RECORD-KEY TO AU-SEGMENT-KEY
               MOVE AU-RECORD-NO  TO AU-SEGMENT-FIRST-REC
           ELSE
               IF AU-RECORD-KEY NOT = AU-SEGMENT-KEY
                   SET AU-SEGMENT-MIXED TO TRUE
               END-IF
           END-IF
           ADD 1 TO AU-SEGMENT-COUNT
           MOVE AS-SEAL-RECORD  TO AU-HASH-TEXT
           MOVE AU-SEGMENT-HASH TO AU-HASH
           PERFORM 8100-HASH-TEXT THRU 8100-EXIT
           MOVE AU-HASH         TO AU-SEGMENT-HASH
           .
       2200-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2300-TAKE-ANCHOR - THE LAST SEAL OF THE PERIOD AUDARCH CUT
      * AWAY, BROUGHT FORWARD AS THE FIRST RECORD OF THE NEW LOG.
      * THE CHAIN STARTS FROM IT.  ANYWHERE ELSE IT IS AN EXCEPTION,
      * THOUGH THE WALK STILL CARRIES ON FROM IT.
      *---------------------------------------------------------------*
       2300-TAKE-ANCHOR.
           IF AU-RECORD-NO NOT = 1
               MOVE 'BROUGHT-FORWARD SEAL IS NOT THE FIRST RECORD'
                   TO AU-EXCEPTION-TEXT
               PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
           ELSE
               MOVE AS-SEAL-HASH TO AU-OPEN-HASH
               MOVE AS-SEAL-NO   TO AU-OPEN-SEAL-NO
           END-IF
           MOVE AS-SEAL-HASH TO AU-CHAIN-HASH
           MOVE AS-SEAL-NO   TO AU-LAST-SEAL-NO
           .
       2300-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2400-CHECK-SEAL - PROVE ONE SEAL AGAINST THE CHAIN AND THE
      * RECORDS SINCE THE SEAL BEFORE IT.  THE FIRST CHECK THAT
      * FAILS IS THE SEAL'S RESULT.  THE WALK THEN CARRIES ON FROM
      * THE HASH THE SEAL HOLDS, SO ONE BAD STRETCH OF THE LOG DOES
      * NOT FAIL EVERY SEAL AFTER IT.  A SEAL RUN LISTS ONLY FAILED
      * SEALS, AND AN OLD SEAL COVERING AN EARLIER RUN, REPORTED BY
      * THE SEAL RUN THAT WROTE IT, DOES NOT RAISE ITS RC AGAIN.
      *---------------------------------------------------------------*
       2400-CHECK-SEAL.
           ADD 1 TO AU-SEALS-CHECKED
           MOVE 'N' TO AU-FAILED-SW
           MOVE AS-BUSINESS-DATE TO AU-SEAL-KEY-DATE
           MOVE AS-CYCLE-NO      TO AU-SEAL-KEY-CYCLE
           IF AS-SEAL-NO IS NUMERIC AND AS-RECORD-COUNT IS NUMERIC
               AND AS-PRIOR-HASH IS NUMERIC
               AND AS-SEAL-HASH IS NUMERIC
               MOVE AS-SEAL-RECORD  TO AU-HASH-TEXT
               MOVE ZERO            TO AU-HASH-SEAL-FIELD
               MOVE AU-SEGMENT-HASH TO AU-HASH
               PERFORM 8100-HASH-TEXT THRU 8100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN AS-SEAL-NO NOT NUMERIC
                   OR AS-RECORD-COUNT NOT NUMERIC
                   OR AS-PRIOR-HASH NOT NUMERIC
                   OR AS-SEAL-HASH NOT NUMERIC
                   MOVE 'SEAL RECORD UNREADABLE' TO AU-SEAL-VERDICT
                   SET AU-SEAL-FAILED TO TRUE
               WHEN AS-PRIOR-HASH NOT = AU-CHAIN-HASH
                   MOVE 'BROKEN LINK - PRIOR HASH DIFFERS'
                       TO AU-SEAL-VERDICT
                   SET AU-SEAL-FAILED TO TRUE
               WHEN AS-SEAL-NO NOT = AU-LAST-SEAL-NO + 1
                   MOVE 'SEAL NUMBER OUT OF SEQUENCE'
                       TO AU-SEAL-VERDICT
                   SET AU-SEAL-FAILED TO TRUE
               WHEN AS-RECORD-COUNT NOT = AU-SEGMENT-COUNT
                   MOVE 'COUNT MISMATCH - RECORDS ADDED OR REMOVED'
                       TO AU-SEAL-VERDICT
                   SET AU-SEAL-FAILED TO TRUE
               WHEN AU-HASH NOT = AS-SEAL-HASH
                   MOVE 'HASH MISMATCH - RECORDS ALTERED'
                       TO AU-SEAL-VERDICT
                   SET AU-SEAL-FAILED TO TRUE
               WHEN AU-SEGMENT-COUNT > ZERO
                   AND (AU-SEGMENT-MIXED
                        OR AU-SEGMENT-KEY NOT = AU-SEAL-KEY)
                   MOVE 'VERIFIED - COVERS AN EARLIER RUN'
                       TO AU-SEAL-VERDICT
                   IF AU-FUNCTION-VERIFY
                       ADD 1 TO AU-SEALS-LATE
                   END-IF
               WHEN OTHER
                   MOVE 'VERIFIED' TO AU-SEAL-VERDICT
           END-EVALUATE
           IF AU-SEAL-FAILED
               ADD 1 TO AU-SEALS-FAILED
               ADD 1 TO AU-EXCEPTIONS
           END-IF
           IF AU-FUNCTION-VERIFY OR AU-SEAL-FAILED
               MOVE AS-SEAL-NO       TO AU-SL-SEAL-NO
               MOVE AS-BUSINESS-DATE TO AU-DATE-IN
               MOVE AS-CYCLE-NO      TO AU-SL-CYCLE
               MOVE AS-RECORD-COUNT  TO AU-SL-SEALED
               MOVE AS-PRIOR-HASH    TO AU-SL-PRIOR-HASH
               MOVE AS-SEAL-HASH     TO AU-SL-SEAL-HASH
               PERFORM 2450-WRITE-SEAL-LINE THRU 2450-EXIT
           END-IF
           ADD AU-SEGMENT-COUNT TO AU-CALLS-SEALED
           IF AS-SEAL-HASH IS NUMERIC
               MOVE AS-SEAL-HASH TO AU-CHAIN-HASH
           END-IF
           IF AS-SEAL-NO IS NUMERIC
               MOVE AS-SEAL-NO   TO AU-LAST-SEAL-NO
           END-IF
           PERFORM 2500-START-SEGMENT THRU 2500-EXIT
           .
       2400-EXIT.
           EXIT
           .
      *    THE SEAL'S OWN FIGURES ARE SET BY THE CALLER; THIS FILLS
      *    IN WHAT THE WALK FOUND.
       2450-WRITE-SEAL-LINE.
           PERFORM 7900-EDIT-DATE THRU 7900-EXIT
           MOVE AU-DATE-OUT      TO AU-SL-DATE
           MOVE AU-SEGMENT-COUNT TO AU-SL-FOUND
           MOVE AU-SEAL-VERDICT  TO AU-SL-VERDICT
           WRITE SEAL-RPT-RECORD FROM AU-SEAL-LINE
           .
       2450-EXIT.
           EXIT
           .
       2500-START-SEGMENT.
           MOVE ZERO TO AU-SEGMENT-HASH
           MOVE ZERO TO AU-SEGMENT-COUNT
           MOVE ZERO TO AU-SEGMENT-FIRST-REC
           MOVE ZERO TO AU-SEGMENT-KEY
           MOVE 'N'  TO AU-MIXED-SW
           .
       2500-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3000-CHECK-LOG-END - ON VERIFY, RECORDS AFTER THE LAST SEAL
      * ARE A MISSING SEAL: NOTHING PROVES THEM.
      *---------------------------------------------------------------*
       3000-CHECK-LOG-END.
           IF AU-SEGMENT-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF
           MOVE AU-SEGMENT-COUNT TO AU-RECORDS-UNSEALED
           MOVE AU-SEGMENT-FIRST-REC TO AU-RECORD-NO
           MOVE 'MISSING SEAL - NO SEAL FROM HERE TO THE END OF THE LOG'
               TO AU-EXCEPTION-TEXT
           PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
           .
       3000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4000-WRITE-SEAL - CLOSE THE RECORDS SINCE THE LAST SEAL WITH
      * A NEW ONE, CHAINED FROM THE LAST SEAL'S HASH.  THE SEAL IS
      * WRITTEN EVEN WHEN THE WALK FOUND AN EARLIER BREAK, SO THE NEW
      * RECORDS ARE PROTECTED; THE BREAK STILL ENDS THE STEP RC=8.
      *---------------------------------------------------------------*
       4000-WRITE-SEAL.
           IF AU-SEGMENT-COUNT = ZERO
               MOVE SPACES TO SEAL-RPT-RECORD
               STRING 'NOTHING TO SEAL - NO RECORDS SINCE THE LAST '
                   'SEAL' DELIMITED BY SIZE INTO SEAL-RPT-RECORD
               WRITE SEAL-RPT-RECORD
               DISPLAY 'AUDSEAL: NOTHING TO SEAL'
               GO TO 4000-EXIT
           END-IF
           ACCEPT AU-SEAL-TIME FROM TIME
           MOVE SPACES            TO AS-SEAL-RECORD
           MOVE AU-SEAL-DATE      TO AS-BUSINESS-DATE
           MOVE AU-SEAL-TIME      TO AS-SEAL-TIME
           MOVE '*SEAL*'          TO AS-SEAL-TAG
           COMPUTE AS-SEAL-NO = AU-LAST-SEAL-NO + 1
           MOVE AU-SEGMENT-COUNT  TO AS-RECORD-COUNT
           MOVE AU-CHAIN-HASH     TO AS-PRIOR-HASH
           MOVE ZERO              TO AS-SEAL-HASH
           SET AS-SEAL            TO TRUE
           MOVE 'AUDIT LOG SEAL'  TO AS-KIND-TEXT
           MOVE AU-SEAL-CYCLE     TO AS-CYCLE-NO
           MOVE AS-SEAL-RECORD    TO AU-HASH-TEXT
           MOVE AU-SEGMENT-HASH   TO AU-HASH
           PERFORM 8100-HASH-TEXT THRU 8100-EXIT
           MOVE AU-HASH           TO AS-SEAL-HASH
           OPEN EXTEND AUDIT-LOG
           IF AU-AUDIT-LOG-STATUS NOT = '00'
               DISPLAY 'AUDSEAL: UNABLE TO EXTEND AUDITLOG, STATUS='
                   AU-AUDIT-LOG-STATUS
               SET AU-ABEND TO TRUE
               GO TO 4000-EXIT
           END-IF
           WRITE AUDIT-LOG-RECORD FROM AS-SEAL-RECORD
           IF AU-AUDIT-LOG-STATUS NOT = '00'
               DISPLAY 'AUDSEAL: UNABLE TO WRITE THE SEAL, STATUS='
                   AU-AUDIT-LOG-STATUS
               SET AU-ABEND TO TRUE
               CLOSE AUDIT-LOG
               GO TO 4000-EXIT
           END-IF
           CLOSE AUDIT-LOG
           MOVE AU-SEAL-DATE TO AU-SEAL-KEY-DATE
           MOVE AU-SEAL-CYCLE TO AU-SEAL-KEY-CYCLE
           IF AU-SEGMENT-MIXED OR AU-SEGMENT-KEY NOT = AU-SEAL-KEY
               MOVE 'SEALED - COVERS AN EARLIER RUN' TO AU-SEAL-VERDICT
               ADD 1 TO AU-SEALS-LATE
           ELSE
               MOVE 'SEALED' TO AU-SEAL-VERDICT
           END-IF
           MOVE AS-SEAL-NO       TO AU-SL-SEAL-NO
           MOVE AS-BUSINESS-DATE TO AU-DATE-IN
           MOVE AS-CYCLE-NO      TO AU-SL-CYCLE
           MOVE AS-RECORD-COUNT  TO AU-SL-SEALED
           MOVE AS-PRIOR-HASH    TO AU-SL-PRIOR-HASH
           MOVE AS-SEAL-HASH     TO AU-SL-SEAL-HASH
           PERFORM 2450-WRITE-SEAL-LINE THRU 2450-EXIT
           DISPLAY 'AUDSEAL: SEAL ' AS-SEAL-NO ' WRITTEN OVER '
               AS-RECORD-COUNT ' RECORDS'
           MOVE AU-SEGMENT-COUNT TO AU-RECORDS-SEALED-NOW
           MOVE AS-SEAL-HASH     TO AU-CHAIN-HASH
           MOVE AS-SEAL-NO       TO AU-LAST-SEAL-NO
           PERFORM 2500-START-SEGMENT THRU 2500-EXIT
           .
       4000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5000-WRITE-ATTESTATION - THE FIGURES, THE ENDS OF THE CHAIN
      * AND THE VERDICT.  THE OPENING ANCHOR IS SEAL 0 HASH 0 ON A
      * LOG THAT HAS NEVER BEEN CUT.
      *---------------------------------------------------------------*
       5000-WRITE-ATTESTATION.
           WRITE SEAL-RPT-RECORD FROM AU-BLANK-LINE
           MOVE 'AUDIT LOG RECORDS READ' TO AU-CNT-LABEL
           MOVE AU-RECORD-NO TO AU-CNT-VALUE
           WRITE SEAL-RPT-RECORD FROM AU-COUNT-LINE
           MOVE 'SEALS CHECKED' TO AU-CNT-LABEL
           MOVE AU-SEALS-CHECKED TO AU-CNT-VALUE
           WRITE SEAL-RPT-RECORD FROM AU-COUNT-LINE
           MOVE 'RECORDS UNDER THOSE SEALS' TO AU-CNT-LABEL
           MOVE AU-CALLS-SEALED TO AU-CNT-VALUE
           WRITE SEAL-RPT-RECORD FROM AU-COUNT-LINE
           MOVE 'SEALS FAILED' TO AU-CNT-LABEL
           MOVE AU-SEALS-FAILED TO AU-CNT-VALUE
           WRITE SEAL-RPT-RECORD FROM AU-COUNT-LINE
           MOVE 'SEALS COVERING AN EARLIER RUN' TO AU-CNT-LABEL
           MOVE AU-SEALS-LATE TO AU-CNT-VALUE
           WRITE SEAL-RPT-RECORD FROM AU-COUNT-LINE
           IF AU-FUNCTION-SEAL
               MOVE 'RECORDS SEALED BY THIS RUN' TO AU-CNT-LABEL
               MOVE AU-RECORDS-SEALED-NOW TO AU-CNT-VALUE
           ELSE
               MOVE 'RECORDS AFTER THE LAST SEAL' TO AU-CNT-LABEL
               MOVE AU-RECORDS-UNSEALED TO AU-CNT-VALUE
           END-IF
           WRITE SEAL-RPT-RECORD FROM AU-COUNT-LINE
           MOVE 'OTHER EXCEPTIONS' TO AU-CNT-LABEL
           COMPUTE AU-CNT-VALUE = AU-EXCEPTIONS - AU-SEALS-FAILED
           WRITE SEAL-RPT-RECORD FROM AU-COUNT-LINE
           WRITE SEAL-RPT-RECORD FROM AU-BLANK-LINE
           MOVE 'OPENING ANCHOR' TO AU-CH-LABEL
           MOVE AU-OPEN-SEAL-NO  TO AU-CH-SEAL-NO
           MOVE AU-OPEN-HASH     TO AU-CH-HASH
           WRITE SEAL-RPT-RECORD FROM AU-CHAIN-LINE
           MOVE 'CLOSING SEAL' TO AU-CH-LABEL
           MOVE AU-LAST-SEAL-NO  TO AU-CH-SEAL-NO
           MOVE AU-CHAIN-HASH    TO AU-CH-HASH
           WRITE SEAL-RPT-RECORD FROM AU-CHAIN-LINE
           WRITE SEAL-RPT-RECORD FROM AU-BLANK-LINE
           MOVE SPACES TO SEAL-RPT-RECORD
           EVALUATE TRUE
               WHEN AU-EXCEPTIONS > ZERO
                   STRING 'ATTESTATION: THE LOG DOES NOT VERIFY - '
                       'SEE THE EXCEPTIONS ABOVE'
                       DELIMITED BY SIZE INTO SEAL-RPT-RECORD
                   DISPLAY 'AUDSEAL: THE LOG DOES NOT VERIFY'
               WHEN AU-SEALS-LATE > ZERO
                   STRING 'ATTESTATION: THE LOG VERIFIES - A SEAL '
                       'COVERS RECORDS OF AN EARLIER RUN'
                       DELIMITED BY SIZE INTO SEAL-RPT-RECORD
               WHEN OTHER
                   STRING 'ATTESTATION: THE LOG VERIFIES CLEAN'
                       DELIMITED BY SIZE INTO SEAL-RPT-RECORD
           END-EVALUATE
           WRITE SEAL-RPT-RECORD
           .
       5000-EXIT.
           EXIT
           .
       7900-EDIT-DATE.
           MOVE SPACES TO AU-DATE-OUT
           STRING AU-DATE-IN-CCYY '-' AU-DATE-IN-MM '-'
               AU-DATE-IN-DD
               DELIMITED BY SIZE INTO AU-DATE-OUT
           .
       7900-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 8100-HASH-TEXT - RUN AU-HASH FORWARD OVER THE 209 BYTES OF
      * AU-HASH-TEXT.
      *---------------------------------------------------------------*
       8100-HASH-TEXT.
           MOVE ZERO TO AU-BYTE-VALUE
           PERFORM 8150-HASH-ONE-BYTE THRU 8150-EXIT
               VARYING AU-BYTE-SUB FROM 1 BY 1
               UNTIL AU-BYTE-SUB > 209
           .
       8100-EXIT.
           EXIT
           .
       8150-HASH-ONE-BYTE.
           MOVE AU-HASH-BYTE (AU-BYTE-SUB) TO AU-BYTE-LOW
           COMPUTE AU-HASH = AU-HASH * 257 + AU-BYTE-VALUE + 1
           DIVIDE AU-HASH BY AU-HASH-MODULUS GIVING AU-QUOTIENT
               REMAINDER AU-HASH
           .
       8150-EXIT.
           EXIT
           .
       8200-WRITE-EXCEPTION.
           ADD 1 TO AU-EXCEPTIONS
           MOVE AU-RECORD-NO      TO AU-EX-RECORD-NO
           MOVE AU-EXCEPTION-TEXT TO AU-EX-TEXT
           WRITE SEAL-RPT-RECORD FROM AU-EXCEPTION-LINE
           .
       8200-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE AS
      * SET OUT IN THE PROGRAM HEADER.
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF AU-SEAL-RPT-STATUS = '00'
               CLOSE SEAL-RPT
           END-IF
           EVALUATE TRUE
               WHEN AU-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN AU-CARD-ERROR OR AU-EXCEPTIONS > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN AU-SEALS-LATE > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       9000-EXIT.
           EXIT
           .
