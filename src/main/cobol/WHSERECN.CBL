      **********************************************************************
      * AUTHOR:    M J STEELE
      * INSTALLATION: DATA PROCESSING
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:   WAREHOUSE LOAD RECONCILIATION.  KEEPS THE WAREHOUSE
      *            LOAD REGISTER (WHSEREG COPYBOOK), ON WHICH EVERY
      *            BUSINESS DATE AND CYCLE'S WAREHOUSE EXTRACT STANDS
      *            AS SENT, ACKNOWLEDGED, OR IN DISPUTE, AND PROVES
      *            THE WAREHOUSE'S LOAD ACKNOWLEDGMENT (WHSEACK
      *            COPYBOOK) AGAINST THE EXTRACT CALLPGM WROTE.
      *
      *            SYSIN CONTROL CARD (ONE PER RUN):
      *              COLS  1-8   FUNCTION: SENT OR RECONCIL
      *              COLS 10-17  DATE CCYYMMDD; OPTIONAL, DEFAULTS
      *                          TO THE DATE ON BUSDATE
      *              COLS 19-20  CYCLE; OPTIONAL, DEFAULTS TO THE
      *                          BUSDATE CYCLE, OR TO 01 WHEN THE
      *                          CARD NAMES THE DATE
      *
      *            SENT RUNS ONCE THE NIGHT HAS RELEASED THE EXTRACT.
      *            AN EXTRACT THAT IS COMPLETE (ITS TRAILER COUNT
      *            MATCHES ITS ROWS) AND CARRIES THE LOAD'S DATE IS
      *            REGISTERED AS SENT.  NO EXTRACT, OR ONE LEFT FROM
      *            AN EARLIER DATE, MEANS NONE WAS CUT AND NOTHING IS
      *            REGISTERED.
      *
      *            RECONCIL RUNS AT THE ACKNOWLEDGMENT CUTOFF.  THE
      *            ACKNOWLEDGMENT MUST NAME THE LOAD'S DATE AND CYCLE;
      *            ITS ROWS RECEIVED MUST EQUAL THE ROWS ON THE
      *            EXTRACT, ITS ROWS LOADED AND REJECTED MUST ADD UP
      *            TO THE ROWS RECEIVED, AND IT MUST LIST ONE KEY PER
      *            REJECTED ROW, EACH A ROW ON THE EXTRACT.  A LOAD
      *            THAT PASSES IS ACKNOWLEDGED; ONE THAT FAILS, OR
      *            THAT WAS SENT AND HAS NO ACKNOWLEDGMENT BY THE
      *            CUTOFF, IS IN DISPUTE.  EVERY REJECTED ROW IS
      *            LISTED WITH ITS TRANSOUT DETAIL, AND THE REJECTED
      *            ROWS ARE COPIED OFF THE EXTRACT TO A RESEND
      *            EXTRACT IN THE SAME FORMAT, WITH ITS OWN HEADER
      *            AND TRAILER.
      *
      *            BOTH FUNCTIONS END THE REPORT WITH EVERY LOAD ON
      *            THE REGISTER NOT YET ACKNOWLEDGED.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL VERSION
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 173 BYTES FOR THE RUN
      *                   DATE OF A REVERSAL'S ORIGINAL
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSERECN.
       AUTHOR. M J STEELE.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 15 OCT 2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WH-CARDS-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WH-BUSDATE-STATUS.

           SELECT WHSE-EXTRACT-FILE ASSIGN TO WHSEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WH-EXTRACT-STATUS.

           SELECT WHSE-ACK-FILE ASSIGN TO WHSEACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WH-ACK-STATUS.

           SELECT TRANSOUT-FILE ASSIGN TO TRANSOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WH-TRANSOUT-STATUS.

           SELECT LOAD-REGISTER-FILE ASSIGN TO WHSEREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WH-REGISTER-STATUS.

           SELECT RESEND-FILE ASSIGN TO WHSRSND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WH-RESEND-STATUS.

           SELECT RECON-RPT ASSIGN TO WHSERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WH-RECON-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARDS
           RECORDING MODE IS F.
       01  CONTROL-CARD.
           05  CC-FUNCTION             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-CYCLE                PIC X(02).
           05  FILLER                  PIC X(60).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSDATE-RECORD              PIC X(80).

      *    THE PIPE-DELIMITED FEED CALLPGM WRITES - SEE 1500-OPEN-
      *    EXTRACT, 2470-WRITE-EXTRACT-LINE AND 9300-WRITE-EXTRACT-
      *    TRAILER THERE.
       FD  WHSE-EXTRACT-FILE
           RECORDING MODE IS F.
       01  WHSE-EXTRACT-RECORD         PIC X(200).

       FD  WHSE-ACK-FILE
           RECORDING MODE IS F.
       01  WHSE-ACK-RECORD             PIC X(80).

       FD  TRANSOUT-FILE
           RECORDING MODE IS F.
       01  TRANSOUT-RECORD             PIC X(173).

       FD  LOAD-REGISTER-FILE
           RECORDING MODE IS F.
       01  LOAD-REGISTER-FILE-RECORD   PIC X(100).

      *    THE REJECTED ROWS, IN THE EXTRACT'S OWN FORMAT.
       FD  RESEND-FILE
           RECORDING MODE IS F.
       01  RESEND-RECORD               PIC X(200).

       FD  RECON-RPT
           RECORDING MODE IS F.
       01  RECON-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.

           COPY WHSEACK.

           COPY WHSEREG.

      *    MUST MATCH THE OUT-RECORD LAYOUT CALLPGM WRITES IN
      *    2400-WRITE-OUTPUT-RECORD.
       01  WH-TRANSOUT-RECORD.
           05  TRO-KEY                 PIC X(10).
           05  FILLER                  PIC X(01).
           05  TRO-RETURN-CODE         PIC 9(04).
           05  FILLER                  PIC X(01).
           05  TRO-AMOUNT              PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  TRO-VALUE-TEXT          PIC X(80).
           05  FILLER                  PIC X(01).
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

       01  WH-EXTRACT-LINE                 PIC X(200).

       01  WH-FILE-STATUS-FIELDS.
           05  WH-CARDS-STATUS             PIC X(02).
           05  WH-BUSDATE-STATUS           PIC X(02).
           05  WH-EXTRACT-STATUS           PIC X(02).
           05  WH-ACK-STATUS               PIC X(02).
           05  WH-TRANSOUT-STATUS          PIC X(02).
           05  WH-REGISTER-STATUS          PIC X(02).
           05  WH-RESEND-STATUS            PIC X(02).
           05  WH-RECON-RPT-STATUS         PIC X(02).

       01  WH-SWITCHES.
           05  WH-ABEND-SW                 PIC X(01)   VALUE 'N'.
               88  WH-ABEND                    VALUE 'Y'.
           05  WH-CARD-ERROR-SW            PIC X(01)   VALUE 'N'.
               88  WH-CARD-ERROR               VALUE 'Y'.
           05  WH-FUNCTION-SW              PIC X(01)   VALUE ' '.
               88  WH-FUNCTION-SENT            VALUE 'S'.
               88  WH-FUNCTION-RECONCILE       VALUE 'R'.
           05  WH-EOF-SW                   PIC X(01)   VALUE 'N'.
               88  WH-EOF-CURRENT-FILE         VALUE 'Y'.
           05  WH-ENTRY-FOUND-SW           PIC X(01)   VALUE 'N'.
               88  WH-ENTRY-FOUND              VALUE 'Y'.
           05  WH-ON-REGISTER-SW           PIC X(01)   VALUE 'N'.
               88  WH-LOAD-ON-REGISTER         VALUE 'Y'.
      *    N = NO ACKNOWLEDGMENT ON FILE, P = ONE FOR THIS LOAD,
      *    O = ONE FOR ANOTHER LOAD, U = ONE THAT CANNOT BE READ.
           05  WH-ACK-STATE-SW             PIC X(01)   VALUE 'N'.
               88  WH-ACK-NONE                 VALUE 'N'.
               88  WH-ACK-PRESENT              VALUE 'P'.
               88  WH-ACK-OTHER-LOAD           VALUE 'O'.
               88  WH-ACK-UNREADABLE           VALUE 'U'.
           05  WH-EXTRACT-PRESENT-SW       PIC X(01)   VALUE 'N'.
               88  WH-EXTRACT-PRESENT          VALUE 'Y'.
           05  WH-HEADER-SEEN-SW           PIC X(01)   VALUE 'N'.
               88  WH-HEADER-SEEN              VALUE 'Y'.
           05  WH-TRAILER-SEEN-SW          PIC X(01)   VALUE 'N'.
               88  WH-TRAILER-SEEN             VALUE 'Y'.
           05  WH-RESEND-WANTED-SW         PIC X(01)   VALUE 'N'.
               88  WH-RESEND-WANTED            VALUE 'Y'.
           05  WH-RESEND-OPEN-SW           PIC X(01)   VALUE 'N'.
               88  WH-RESEND-OPEN              VALUE 'Y'.
           05  WH-TRANSOUT-MISSING-SW      PIC X(01)   VALUE 'N'.
               88  WH-TRANSOUT-MISSING         VALUE 'Y'.
           05  WH-EVENT-SW                 PIC X(01)   VALUE 'N'.
               88  WH-EVENT-WANTED             VALUE 'Y'.
           05  WH-CHECK-USABLE-SW          PIC X(01)   VALUE 'Y'.
               88  WH-CHECK-USABLE             VALUE 'Y'.
      *    THE RUN'S OUTCOME FOR THE RETURN CODE.
           05  WH-LOAD-ERROR-SW            PIC X(01)   VALUE 'N'.
               88  WH-LOAD-ERROR               VALUE 'Y'.
           05  WH-DISPUTE-SW               PIC X(01)   VALUE 'N'.
               88  WH-LOAD-IN-DISPUTE          VALUE 'Y'.
           05  WH-RESEND-ROWS-SW           PIC X(01)   VALUE 'N'.
               88  WH-ROWS-TO-RESEND           VALUE 'Y'.

      *    THE LOAD THIS RUN IS ABOUT.
       01  WH-SCOPE-FIELDS.
           05  WH-CARD-DATE                PIC 9(08)   VALUE ZERO.
           05  WH-CARD-CYCLE               PIC 9(02)   VALUE ZERO.
           05  WH-LOAD-DATE                PIC 9(08)   VALUE ZERO.
           05  WH-LOAD-CYCLE               PIC 9(02)   VALUE ZERO.
           05  WH-LOAD-SUB                 PIC S9(05) COMP VALUE ZERO.

      *    THE NEXT REGISTER RECORD, SET BY THE FUNCTION THAT
      *    CHANGES THE LOAD'S STANDING.
       01  WH-EVENT-FIELDS.
           05  WH-EVENT-STATUS             PIC X(01)   VALUE SPACE.
           05  WH-EVENT-ROWS-SENT          PIC 9(08)   VALUE ZERO.
           05  WH-EVENT-ROWS-RECEIVED      PIC 9(08)   VALUE ZERO.
           05  WH-EVENT-ROWS-LOADED        PIC 9(08)   VALUE ZERO.
           05  WH-EVENT-ROWS-REJECTED      PIC 9(08)   VALUE ZERO.
           05  WH-EVENT-REASON             PIC X(30)   VALUE SPACES.

       01  WH-VERDICT-TEXT                 PIC X(80)   VALUE SPACES.

      *    THE REGISTER, ONE ENTRY PER DATE AND CYCLE IN THAT ORDER,
      *    HOLDING THE LATEST STANDING.
       01  WH-LOAD-TABLE.
           05  WH-LOAD-COUNT               PIC 9(05) COMP VALUE ZERO.
           05  WH-LOAD-ENTRY OCCURS 5000 TIMES.
               10  WH-LD-KEY.
                   15  WH-LD-DATE          PIC 9(08).
                   15  WH-LD-CYCLE         PIC 9(02).
               10  WH-LD-STATUS            PIC X(01).
                   88  WH-LD-ACKNOWLEDGED      VALUE 'A'.
                   88  WH-LD-SENT              VALUE 'S'.
               10  WH-LD-EVENT-DATE        PIC 9(08).
               10  WH-LD-ROWS-SENT         PIC 9(08).
               10  WH-LD-ROWS-RECEIVED     PIC 9(08).
               10  WH-LD-ROWS-REJECTED     PIC 9(08).
               10  WH-LD-REASON            PIC X(30).

      *    THE KEYS THE ACKNOWLEDGMENT REJECTED, IN KEY ORDER, WITH
      *    WHAT THE EXTRACT AND TRANSOUT SAY ABOUT EACH.
       01  WH-REJECT-TABLE.
           05  WH-REJ-COUNT                PIC 9(05) COMP VALUE ZERO.
           05  WH-REJ-ENTRY OCCURS 5000 TIMES.
               10  WH-RJ-KEY               PIC X(10).
               10  WH-RJ-REASON            PIC X(40).
               10  WH-RJ-REPEATS           PIC 9(04) COMP.
               10  WH-RJ-ON-EXTRACT-SW     PIC X(01).
                   88  WH-RJ-ON-EXTRACT        VALUE 'Y'.
               10  WH-RJ-EXTRACT-RC        PIC X(04).
               10  WH-RJ-ON-TRANSOUT-SW    PIC X(01).
                   88  WH-RJ-ON-TRANSOUT       VALUE 'Y'.
               10  WH-RJ-RETURN-CODE       PIC 9(04).
               10  WH-RJ-ACCOUNT           PIC X(12).
               10  WH-RJ-TYPE-CODE         PIC X(02).
               10  WH-RJ-CURRENCY          PIC X(03).
               10  WH-RJ-AMOUNT            PIC S9(09)V99 COMP-3.
               10  WH-RJ-BASE-AMOUNT       PIC S9(09)V99 COMP-3.

      *    BINARY SEARCH AND SORTED INSERT, AS IN LVALRPT.
       01  WH-SEARCH-FIELDS.
           05  WH-LOW                      PIC S9(05) COMP.
           05  WH-HIGH                     PIC S9(05) COMP.
           05  WH-MID                      PIC S9(05) COMP.
           05  WH-INSERT-AT                PIC S9(05) COMP.
           05  WH-SUB                      PIC S9(05) COMP.
           05  WH-SUB-NEXT                 PIC S9(05) COMP.
           05  WH-REJ-SUB                  PIC S9(05) COMP.
           05  WH-SEARCH-LOAD-KEY.
               10  WH-SEARCH-DATE          PIC 9(08).
               10  WH-SEARCH-CYCLE         PIC 9(02).
           05  WH-SEARCH-KEY               PIC X(10).

      *    ONE EXTRACT DETAIL LINE TAKEN APART.  THE KEY AND RETURN
      *    CODE LEAD THE LINE; THE RESULT TEXT MAY BE ANY LENGTH, SO
      *    THE RUN DATE IS FOUND FROM THE FIXED-WIDTH FIELDS THAT
      *    CLOSE IT: |DATE(8)|MODE(1)|CCY(3)|AMOUNT(13)|BASE(13).
       01  WH-LINE-FIELDS.
           05  WH-SCAN-SUB                 PIC S9(04) COMP.
           05  WH-LINE-LEN                 PIC S9(04) COMP.
           05  WH-DATE-POS                 PIC S9(04) COMP.
           05  WH-BAR-POS                  PIC S9(04) COMP.
           05  WH-XT-KEY                   PIC X(10).
           05  WH-XT-RC                    PIC X(04).
           05  WH-XT-DATE                  PIC X(08).

       01  WH-FIGURES.
           05  WH-EXTRACT-ROWS             PIC 9(08) COMP VALUE ZERO.
           05  WH-TRAILER-COUNT            PIC 9(08)   VALUE ZERO.
           05  WH-MALFORMED-LINES          PIC 9(08) COMP VALUE ZERO.
           05  WH-WRONG-DATE-LINES         PIC 9(08) COMP VALUE ZERO.
           05  WH-OTHER-DATE               PIC X(08)   VALUE SPACES.
           05  WH-ACK-DATE                 PIC 9(08)   VALUE ZERO.
           05  WH-ACK-CYCLE                PIC 9(02)   VALUE ZERO.
           05  WH-ACK-RECEIVED             PIC 9(08)   VALUE ZERO.
           05  WH-ACK-LOADED               PIC 9(08)   VALUE ZERO.
           05  WH-ACK-REJECTED             PIC 9(08)   VALUE ZERO.
           05  WH-REJECT-RECORDS           PIC 9(08) COMP VALUE ZERO.
           05  WH-DUPLICATE-KEYS           PIC 9(08) COMP VALUE ZERO.
           05  WH-KEYS-NOT-ON-EXTRACT      PIC 9(08) COMP VALUE ZERO.
           05  WH-KEYS-NOT-ON-TRANSOUT     PIC 9(08) COMP VALUE ZERO.
           05  WH-TRANSOUT-READ            PIC 9(08) COMP VALUE ZERO.
           05  WH-RESEND-ROWS              PIC 9(08)   VALUE ZERO.
           05  WH-CHECKS-FAILED            PIC 9(04) COMP VALUE ZERO.
           05  WH-OPEN-LOADS               PIC 9(05) COMP VALUE ZERO.
           05  WH-FIRST-FAILURE            PIC X(30)   VALUE SPACES.

      *    ONE CHECK OF THE RECONCILIATION, FOR 4550.
       01  WH-CHECK-FIELDS.
           05  WH-CHECK-LABEL              PIC X(40).
           05  WH-CHECK-EXPECTED           PIC 9(09) COMP.
           05  WH-CHECK-FOUND              PIC 9(09) COMP.
           05  WH-CHECK-REASON             PIC X(30).

       01  WH-REPORT-LINES.
           05  WH-COUNT-LINE.
               10  WH-CNT-LABEL            PIC X(40).
               10  WH-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(82)   VALUE SPACES.
           05  WH-CHECK-HEADING.
               10  FILLER                  PIC X(42)   VALUE 'CHECK'.
               10  FILLER                  PIC X(11)   VALUE
                   '   EXPECTED'.
               10  FILLER                  PIC X(13)   VALUE
                   '        FOUND'.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FILLER                  PIC X(64)   VALUE 'RESULT'.
           05  WH-CHECK-LINE.
               10  WH-CHK-LABEL            PIC X(40).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  WH-CHK-EXPECTED         PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  WH-CHK-FOUND            PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  WH-CHK-VERDICT          PIC X(10).
               10  FILLER                  PIC X(54)   VALUE SPACES.
           05  WH-REJECT-HEADING.
               10  FILLER                  PIC X(12)   VALUE 'KEY'.
               10  FILLER                  PIC X(32)
                                           VALUE 'WAREHOUSE REASON'.
               10  FILLER                  PIC X(06)   VALUE 'RC'.
               10  FILLER                  PIC X(14)   VALUE 'ACCOUNT'.
               10  FILLER                  PIC X(04)   VALUE 'TYPE'.
               10  FILLER                  PIC X(05)   VALUE ' CCY'.
               10  FILLER                  PIC X(17)   VALUE
                   '         AMOUNT'.
               10  FILLER                  PIC X(17)   VALUE
                   '    BASE AMOUNT'.
               10  FILLER                  PIC X(25)   VALUE 'NOTE'.
           05  WH-REJECT-LINE.
               10  WH-RJL-KEY              PIC X(10).
               10  FILLER                  PIC X(02).
               10  WH-RJL-REASON           PIC X(30).
               10  FILLER                  PIC X(02).
               10  WH-RJL-RETURN-CODE      PIC X(04).
               10  FILLER                  PIC X(02).
               10  WH-RJL-ACCOUNT          PIC X(12).
               10  FILLER                  PIC X(02).
               10  WH-RJL-TYPE-CODE        PIC X(02).
               10  FILLER                  PIC X(03).
               10  WH-RJL-CURRENCY         PIC X(03).
               10  FILLER                  PIC X(01).
               10  WH-RJL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02).
               10  WH-RJL-BASE-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02).
               10  WH-RJL-NOTE             PIC X(25).
           05  WH-LOAD-HEADING.
               10  FILLER                  PIC X(12)   VALUE 'DATE'.
               10  FILLER                  PIC X(05)   VALUE 'CYC'.
               10  FILLER                  PIC X(14)   VALUE 'STANDING'.
               10  FILLER                  PIC X(12)   VALUE
                   ' ROWS SENT'.
               10  FILLER                  PIC X(12)   VALUE
                   '  RECEIVED'.
               10  FILLER                  PIC X(12)   VALUE
                   '  REJECTED'.
               10  FILLER                  PIC X(12)   VALUE 'SINCE'.
               10  FILLER                  PIC X(53)   VALUE 'REASON'.
           05  WH-LOAD-LINE.
               10  WH-LDL-DATE             PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  WH-LDL-CYCLE            PIC 9(02).
               10  FILLER                  PIC X(03)   VALUE SPACES.
               10  WH-LDL-STATUS           PIC X(12).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  WH-LDL-ROWS-SENT        PIC ZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  WH-LDL-ROWS-RECEIVED    PIC ZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  WH-LDL-ROWS-REJECTED    PIC ZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  WH-LDL-SINCE            PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  WH-LDL-REASON           PIC X(30).
               10  FILLER                  PIC X(23)   VALUE SPACES.
           05  WH-BLANK-LINE               PIC X(132)  VALUE SPACES.

       01  WH-DATE-EDIT-FIELDS.
           05  WH-DATE-IN                  PIC 9(08).
           05  WH-DATE-IN-X REDEFINES WH-DATE-IN.
               10  WH-DATE-IN-CCYY         PIC X(04).
               10  WH-DATE-IN-MM           PIC X(02).
               10  WH-DATE-IN-DD           PIC X(02).
           05  WH-DATE-OUT                 PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WH-ABEND AND NOT WH-CARD-ERROR
               EVALUATE TRUE
                   WHEN WH-FUNCTION-SENT
                       PERFORM 2000-REGISTER-SENT THRU 2000-EXIT
                   WHEN WH-FUNCTION-RECONCILE
                       PERFORM 4000-RECONCILE-LOAD THRU 4000-EXIT
               END-EVALUATE
           END-IF
           IF NOT WH-ABEND AND WH-EVENT-WANTED
               PERFORM 8000-WRITE-REGISTER-EVENT THRU 8000-EXIT
           END-IF
           IF NOT WH-ABEND AND NOT WH-CARD-ERROR
               PERFORM 7000-WRITE-VERDICT THRU 7000-EXIT
               PERFORM 7100-LIST-OPEN-LOADS THRU 7100-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           .
       9999-EXIT.
           GOBACK
           .
      *---------------------------------------------------------------*
      * 1000-INITIALIZE - READ AND EDIT THE CONTROL CARD, SETTLE THE
      * LOAD THE RUN IS ABOUT, OPEN THE REPORT, AND TABLE THE LOAD
      * REGISTER.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARDS
           IF WH-CARDS-STATUS NOT = '00'
               DISPLAY 'WHSERECN: UNABLE TO OPEN SYSIN, STATUS='
                   WH-CARDS-STATUS
               SET WH-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ CONTROL-CARDS
               AT END
                   DISPLAY 'WHSERECN: NO CONTROL CARD ON SYSIN'
                   SET WH-CARD-ERROR TO TRUE
           END-READ
           CLOSE CONTROL-CARDS
           IF WH-CARD-ERROR
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
           IF WH-CARD-ERROR
               GO TO 1000-EXIT
           END-IF
           IF WH-CARD-DATE NOT = ZERO
               MOVE WH-CARD-DATE TO WH-LOAD-DATE
               MOVE 1            TO WH-LOAD-CYCLE
           ELSE
               PERFORM 1200-READ-BUSINESS-DATE THRU 1200-EXIT
               IF WH-ABEND
                   GO TO 1000-EXIT
               END-IF
           END-IF
           IF WH-CARD-CYCLE NOT = ZERO
               MOVE WH-CARD-CYCLE TO WH-LOAD-CYCLE
           END-IF
           OPEN OUTPUT RECON-RPT
           IF WH-RECON-RPT-STATUS NOT = '00'
               DISPLAY 'WHSERECN: UNABLE TO OPEN WHSERPT, STATUS='
                   WH-RECON-RPT-STATUS
               SET WH-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE WH-LOAD-DATE TO WH-DATE-IN
           PERFORM 7900-EDIT-DATE THRU 7900-EXIT
           MOVE SPACES TO RECON-RPT-RECORD
           IF WH-FUNCTION-SENT
               STRING 'WAREHOUSE LOAD REGISTRATION - '
                   DELIMITED BY SIZE
                   WH-DATE-OUT ' CYCLE ' WH-LOAD-CYCLE
                   DELIMITED BY SIZE
                   INTO RECON-RPT-RECORD
           ELSE
               STRING 'WAREHOUSE LOAD RECONCILIATION - '
                   DELIMITED BY SIZE
                   WH-DATE-OUT ' CYCLE ' WH-LOAD-CYCLE
                   DELIMITED BY SIZE
                   INTO RECON-RPT-RECORD
           END-IF
           WRITE RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD FROM WH-BLANK-LINE
           PERFORM 1300-LOAD-REGISTER THRU 1300-EXIT
           .
       1000-EXIT.
           EXIT
           .
       1100-EDIT-CONTROL-CARD.
           EVALUATE CC-FUNCTION
               WHEN 'SENT    '
                   SET WH-FUNCTION-SENT TO TRUE
               WHEN 'RECONCIL'
                   SET WH-FUNCTION-RECONCILE TO TRUE
               WHEN OTHER
                   DISPLAY 'WHSERECN: FUNCTION MUST BE SENT OR '
                       'RECONCIL, GOT: ' CC-FUNCTION
                   SET WH-CARD-ERROR TO TRUE
                   GO TO 1100-EXIT
           END-EVALUATE
           EVALUATE TRUE
               WHEN CC-DATE = SPACES
                   MOVE ZERO TO WH-CARD-DATE
               WHEN CC-DATE IS NUMERIC
                   MOVE CC-DATE TO WH-CARD-DATE
               WHEN OTHER
                   DISPLAY 'WHSERECN: DATE IN COLS 10-17 MUST BE '
                       'CCYYMMDD, GOT: ' CC-DATE
                   SET WH-CARD-ERROR TO TRUE
                   GO TO 1100-EXIT
           END-EVALUATE
           EVALUATE TRUE
               WHEN CC-CYCLE = SPACES
                   MOVE ZERO TO WH-CARD-CYCLE
               WHEN CC-CYCLE IS NUMERIC
                   MOVE CC-CYCLE TO WH-CARD-CYCLE
                   IF WH-CARD-CYCLE < 1 OR WH-CARD-CYCLE > 4
                       DISPLAY 'WHSERECN: CYCLE IN COLS 19-20 MUST '
                           'BE 01 TO 04, GOT: ' CC-CYCLE
                       SET WH-CARD-ERROR TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'WHSERECN: CYCLE IN COLS 19-20 MUST BE '
                       '01 TO 04, GOT: ' CC-CYCLE
                   SET WH-CARD-ERROR TO TRUE
           END-EVALUATE
           .
       1100-EXIT.
           EXIT
           .
       1200-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WH-BUSDATE-STATUS NOT = '00'
               DISPLAY 'WHSERECN: UNABLE TO OPEN BUSDATE, STATUS='
                   WH-BUSDATE-STATUS
               SET WH-ABEND TO TRUE
               GO TO 1200-EXIT
           END-IF
           READ BUSDATE-FILE INTO BD-CONTROL-RECORD
               AT END
                   DISPLAY 'WHSERECN: BUSDATE CONTROL FILE IS EMPTY'
                   SET WH-ABEND TO TRUE
           END-READ
           CLOSE BUSDATE-FILE
           IF WH-ABEND
               GO TO 1200-EXIT
           END-IF
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'WHSERECN: BUSDATE CONTROL RECORD UNREADABLE'
               SET WH-ABEND TO TRUE
               GO TO 1200-EXIT
           END-IF
           MOVE BD-BUSINESS-DATE TO WH-LOAD-DATE
           IF BD-CYCLE-NO IS NUMERIC
               MOVE BD-CYCLE-NO TO WH-LOAD-CYCLE
           ELSE
               MOVE 1           TO WH-LOAD-CYCLE
           END-IF
           .
       1200-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1300-LOAD-REGISTER - TABLE THE LATEST STANDING OF EVERY LOAD
      * ON THE REGISTER, OLDEST RECORD FIRST SO THE LATEST WINS.  A
      * REGISTER THAT HAS NEVER BEEN WRITTEN (STATUS 35) IS EMPTY.
      *---------------------------------------------------------------*
       1300-LOAD-REGISTER.
           OPEN INPUT LOAD-REGISTER-FILE
           EVALUATE WH-REGISTER-STATUS
               WHEN '00'
                   MOVE 'N' TO WH-EOF-SW
                   PERFORM 1350-LOAD-ONE-EVENT THRU 1350-EXIT
                       UNTIL WH-EOF-CURRENT-FILE OR WH-ABEND
                   CLOSE LOAD-REGISTER-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'WHSERECN: UNABLE TO OPEN WHSEREG, STATUS='
                       WH-REGISTER-STATUS
                   SET WH-ABEND TO TRUE
           END-EVALUATE
           .
       1300-EXIT.
           EXIT
           .
       1350-LOAD-ONE-EVENT.
           READ LOAD-REGISTER-FILE INTO WL-REGISTER-RECORD
               AT END
                   SET WH-EOF-CURRENT-FILE TO TRUE
                   GO TO 1350-EXIT
           END-READ
           IF WL-BUSINESS-DATE NOT NUMERIC
               OR WL-CYCLE-NO NOT NUMERIC
               OR NOT (WL-LOAD-SENT OR WL-LOAD-ACKNOWLEDGED
                       OR WL-LOAD-IN-DISPUTE)
               DISPLAY 'WHSERECN: MALFORMED WHSEREG RECORD: '
                   LOAD-REGISTER-FILE-RECORD(1:40)
               SET WH-ABEND TO TRUE
               GO TO 1350-EXIT
           END-IF
           PERFORM 8100-APPLY-EVENT THRU 8100-EXIT
           .
       1350-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2000-REGISTER-SENT - THE NIGHT HAS RELEASED THE EXTRACT.  A
      * COMPLETE EXTRACT FOR THE LOAD'S DATE IS REGISTERED AS SENT;
      * AN INCOMPLETE ONE IS REFUSED SO IT CAN NEVER STAND AS SENT.
      * A LOAD ALREADY STANDING AS SENT WITH THE SAME ROWS IS A
      * RERUN AND IS LEFT AS IT IS; ANY OTHER STANDING IS REPLACED,
      * SINCE THE EXTRACT HAS GONE OUT AGAIN AND A NEW
      * ACKNOWLEDGMENT IS DUE.
      *---------------------------------------------------------------*
       2000-REGISTER-SENT.
           MOVE 'N' TO WH-RESEND-WANTED-SW
           PERFORM 3000-SCAN-EXTRACT THRU 3000-EXIT
           IF WH-ABEND
               GO TO 2000-EXIT
           END-IF
           MOVE 'DETAIL ROWS ON THE EXTRACT' TO WH-CNT-LABEL
           MOVE WH-EXTRACT-ROWS TO WH-CNT-VALUE
           WRITE RECON-RPT-RECORD FROM WH-COUNT-LINE
           MOVE 'EXTRACT TRAILER COUNT' TO WH-CNT-LABEL
           MOVE WH-TRAILER-COUNT TO WH-CNT-VALUE
           WRITE RECON-RPT-RECORD FROM WH-COUNT-LINE
           MOVE WH-LOAD-DATE  TO WH-SEARCH-DATE
           MOVE WH-LOAD-CYCLE TO WH-SEARCH-CYCLE
           PERFORM 8200-FIND-LOAD THRU 8200-EXIT
           EVALUATE TRUE
               WHEN NOT WH-EXTRACT-PRESENT
                   STRING 'NO WAREHOUSE EXTRACT ON FILE - NOTHING '
                       'REGISTERED'
                       DELIMITED BY SIZE INTO WH-VERDICT-TEXT
               WHEN WH-MALFORMED-LINES > ZERO
                   OR NOT WH-HEADER-SEEN
                   SET WH-LOAD-ERROR TO TRUE
                   MOVE 'EXTRACT IS MALFORMED - NOT REGISTERED'
                       TO WH-VERDICT-TEXT
               WHEN WH-WRONG-DATE-LINES > ZERO
                   STRING 'EXTRACT ON FILE IS FOR ' WH-OTHER-DATE
                       ' - NOTHING REGISTERED' DELIMITED BY SIZE
                       INTO WH-VERDICT-TEXT
               WHEN NOT WH-TRAILER-SEEN
                   SET WH-LOAD-ERROR TO TRUE
                   STRING 'EXTRACT HAS NO TRAILER - INCOMPLETE, NOT '
                       'REGISTERED'
                       DELIMITED BY SIZE INTO WH-VERDICT-TEXT
               WHEN WH-TRAILER-COUNT NOT = WH-EXTRACT-ROWS
                   SET WH-LOAD-ERROR TO TRUE
                   STRING 'EXTRACT TRAILER DOES NOT MATCH ITS ROWS - '
                       'NOT REGISTERED'
                       DELIMITED BY SIZE INTO WH-VERDICT-TEXT
               WHEN WH-LOAD-ON-REGISTER
                   AND WH-LD-SENT (WH-LOAD-SUB)
                   AND WH-LD-ROWS-SENT (WH-LOAD-SUB)
                       = WH-EXTRACT-ROWS
                   MOVE 'ALREADY REGISTERED AS SENT - UNCHANGED'
                       TO WH-VERDICT-TEXT
               WHEN OTHER
                   SET WH-EVENT-WANTED TO TRUE
                   MOVE 'S'             TO WH-EVENT-STATUS
                   MOVE WH-EXTRACT-ROWS TO WH-EVENT-ROWS-SENT
                   IF WH-LOAD-ON-REGISTER
                       MOVE 'SENT AGAIN' TO WH-EVENT-REASON
                       STRING 'REGISTERED AS SENT AGAIN - A NEW '
                           'ACKNOWLEDGMENT IS DUE'
                           DELIMITED BY SIZE INTO WH-VERDICT-TEXT
                   ELSE
                       MOVE 'REGISTERED AS SENT' TO WH-VERDICT-TEXT
                   END-IF
           END-EVALUATE
           .
       2000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3000-SCAN-EXTRACT - ONE PASS OF THE EXTRACT: THE HEADER LINE,
      * THE DETAIL LINES, AND THE TRAILER, WHICH MUST COME LAST.
      * EVERY DETAIL MUST CARRY THE LOAD'S DATE.  WHEN A RESEND IS
      * WANTED, EACH DETAIL WHOSE KEY THE WAREHOUSE REJECTED IS
      * COPIED TO IT.  AN EXTRACT THAT WAS NEVER WRITTEN (STATUS 35)
      * IS NOT PRESENT.
      *---------------------------------------------------------------*
       3000-SCAN-EXTRACT.
           OPEN INPUT WHSE-EXTRACT-FILE
           EVALUATE WH-EXTRACT-STATUS
               WHEN '00'
                   MOVE 'N' TO WH-EOF-SW
                   PERFORM 3100-SCAN-ONE-LINE THRU 3100-EXIT
                       UNTIL WH-EOF-CURRENT-FILE OR WH-ABEND
                   CLOSE WHSE-EXTRACT-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'WHSERECN: UNABLE TO OPEN WHSEXTR, STATUS='
                       WH-EXTRACT-STATUS
                   SET WH-ABEND TO TRUE
           END-EVALUATE
           .
       3000-EXIT.
           EXIT
           .
       3100-SCAN-ONE-LINE.
           READ WHSE-EXTRACT-FILE INTO WH-EXTRACT-LINE
               AT END
                   SET WH-EOF-CURRENT-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           SET WH-EXTRACT-PRESENT TO TRUE
           IF WH-TRAILER-SEEN
               ADD 1 TO WH-MALFORMED-LINES
               GO TO 3100-EXIT
           END-IF
           IF WH-EXTRACT-LINE(1:10) = 'TRANS-KEY|'
               IF WH-HEADER-SEEN OR WH-EXTRACT-ROWS > ZERO
                   ADD 1 TO WH-MALFORMED-LINES
               ELSE
                   SET WH-HEADER-SEEN TO TRUE
               END-IF
               GO TO 3100-EXIT
           END-IF
           IF WH-EXTRACT-LINE(1:8) = 'TRAILER|'
               SET WH-TRAILER-SEEN TO TRUE
               IF WH-EXTRACT-LINE(9:8) IS NUMERIC
                   MOVE WH-EXTRACT-LINE(9:8) TO WH-TRAILER-COUNT
               ELSE
                   ADD 1 TO WH-MALFORMED-LINES
               END-IF
               GO TO 3100-EXIT
           END-IF
           PERFORM 3200-TAKE-DETAIL-LINE THRU 3200-EXIT
           .
       3100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3200-TAKE-DETAIL-LINE - COUNT THE DETAIL, PROVE ITS DATE,
      * AND COPY IT TO THE RESEND WHEN ITS KEY WAS REJECTED.
      *---------------------------------------------------------------*
       3200-TAKE-DETAIL-LINE.
           ADD 1 TO WH-EXTRACT-ROWS
           MOVE ZERO TO WH-LINE-LEN
           PERFORM 3250-CHECK-LINE-BYTE THRU 3250-EXIT
               VARYING WH-SCAN-SUB FROM 200 BY -1
               UNTIL WH-SCAN-SUB < 1
                   OR WH-LINE-LEN > ZERO
      *    THE SHORTEST DETAIL IS A ONE-BYTE KEY, THE RETURN CODE,
      *    AN EMPTY TEXT, AND THE 43 BYTES THAT CLOSE EVERY LINE.
           IF WH-LINE-LEN < 50
               ADD 1 TO WH-MALFORMED-LINES
               GO TO 3200-EXIT
           END-IF
           COMPUTE WH-DATE-POS = WH-LINE-LEN - 41
           COMPUTE WH-BAR-POS  = WH-LINE-LEN - 42
           IF WH-EXTRACT-LINE(WH-BAR-POS:1) NOT = '|'
               ADD 1 TO WH-MALFORMED-LINES
               GO TO 3200-EXIT
           END-IF
           MOVE WH-EXTRACT-LINE(WH-DATE-POS:8) TO WH-XT-DATE
           IF WH-XT-DATE NOT = WH-LOAD-DATE
               ADD 1 TO WH-WRONG-DATE-LINES
               MOVE WH-XT-DATE TO WH-OTHER-DATE
           END-IF
           IF NOT WH-RESEND-WANTED
               GO TO 3200-EXIT
           END-IF
           MOVE SPACES TO WH-XT-KEY WH-XT-RC
           UNSTRING WH-EXTRACT-LINE DELIMITED BY '|'
               INTO WH-XT-KEY WH-XT-RC
           END-UNSTRING
           MOVE WH-XT-KEY TO WH-SEARCH-KEY
           PERFORM 8400-FIND-REJECT THRU 8400-EXIT
           IF NOT WH-ENTRY-FOUND
               GO TO 3200-EXIT
           END-IF
           MOVE 'Y'      TO WH-RJ-ON-EXTRACT-SW (WH-REJ-SUB)
           MOVE WH-XT-RC TO WH-RJ-EXTRACT-RC (WH-REJ-SUB)
           WRITE RESEND-RECORD FROM WH-EXTRACT-LINE
           IF WH-RESEND-STATUS NOT = '00'
               DISPLAY 'WHSERECN: UNABLE TO WRITE WHSRSND, STATUS='
                   WH-RESEND-STATUS
               SET WH-ABEND TO TRUE
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WH-RESEND-ROWS
           .
       3200-EXIT.
           EXIT
           .
       3250-CHECK-LINE-BYTE.
           IF WH-EXTRACT-LINE(WH-SCAN-SUB:1) NOT = SPACE
               MOVE WH-SCAN-SUB TO WH-LINE-LEN
           END-IF
           .
       3250-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4000-RECONCILE-LOAD - PROVE THE ACKNOWLEDGMENT AGAINST THE
      * EXTRACT.  WITH NO ACKNOWLEDGMENT FOR THE LOAD BY THE CUTOFF,
      * A LOAD STANDING AS SENT OR IN DISPUTE GOES (OR STAYS) IN
      * DISPUTE; ONE ALREADY ACKNOWLEDGED, OR NEVER SENT, IS LEFT AS
      * IT IS.  AN ACKNOWLEDGMENT THAT CANNOT BE READ PUTS THE LOAD
      * IN DISPUTE.
      *---------------------------------------------------------------*
       4000-RECONCILE-LOAD.
           MOVE WH-LOAD-DATE  TO WH-SEARCH-DATE
           MOVE WH-LOAD-CYCLE TO WH-SEARCH-CYCLE
           PERFORM 8200-FIND-LOAD THRU 8200-EXIT
           PERFORM 4100-READ-ACK THRU 4100-EXIT
           IF WH-ABEND
               GO TO 4000-EXIT
           END-IF
           IF WH-ACK-OTHER-LOAD
               MOVE WH-ACK-DATE TO WH-DATE-IN
               PERFORM 7900-EDIT-DATE THRU 7900-EXIT
               MOVE SPACES TO RECON-RPT-RECORD
               STRING 'THE ACKNOWLEDGMENT ON FILE IS FOR '
                   DELIMITED BY SIZE
                   WH-DATE-OUT ' CYCLE ' WH-ACK-CYCLE
                   DELIMITED BY SIZE
                   INTO RECON-RPT-RECORD
               WRITE RECON-RPT-RECORD
               WRITE RECON-RPT-RECORD FROM WH-BLANK-LINE
           END-IF
           IF WH-ACK-NONE OR WH-ACK-OTHER-LOAD
               EVALUATE TRUE
                   WHEN NOT WH-LOAD-ON-REGISTER
                       STRING 'NO EXTRACT REGISTERED AS SENT AND NO '
                           'ACKNOWLEDGMENT - NOTHING TO RECONCILE'
                           DELIMITED BY SIZE INTO WH-VERDICT-TEXT
                   WHEN WH-LD-ACKNOWLEDGED (WH-LOAD-SUB)
                       STRING 'ALREADY ACKNOWLEDGED - NO NEW '
                           'ACKNOWLEDGMENT ON FILE'
                           DELIMITED BY SIZE INTO WH-VERDICT-TEXT
                   WHEN OTHER
                       SET WH-LOAD-IN-DISPUTE TO TRUE
                       SET WH-EVENT-WANTED TO TRUE
                       MOVE 'D' TO WH-EVENT-STATUS
                       MOVE WH-LD-ROWS-SENT (WH-LOAD-SUB)
                           TO WH-EVENT-ROWS-SENT
                       MOVE 'NO ACK BY CUTOFF' TO WH-EVENT-REASON
                       STRING 'NO ACKNOWLEDGMENT BY THE CUTOFF - LOAD '
                           'IN DISPUTE'
                           DELIMITED BY SIZE INTO WH-VERDICT-TEXT
               END-EVALUATE
               GO TO 4000-EXIT
           END-IF
           IF WH-ACK-UNREADABLE
               SET WH-LOAD-IN-DISPUTE TO TRUE
               SET WH-EVENT-WANTED TO TRUE
               MOVE 'D' TO WH-EVENT-STATUS
               IF WH-LOAD-ON-REGISTER
                   MOVE WH-LD-ROWS-SENT (WH-LOAD-SUB)
                       TO WH-EVENT-ROWS-SENT
               END-IF
               MOVE 'ACK UNREADABLE' TO WH-EVENT-REASON
               MOVE 'ACKNOWLEDGMENT CANNOT BE READ - LOAD IN DISPUTE'
                   TO WH-VERDICT-TEXT
               GO TO 4000-EXIT
           END-IF
           PERFORM 4050-OPEN-RESEND THRU 4050-EXIT
           IF WH-ABEND
               GO TO 4000-EXIT
           END-IF
           SET WH-RESEND-WANTED TO TRUE
           PERFORM 3000-SCAN-EXTRACT THRU 3000-EXIT
           IF WH-ABEND
               GO TO 4000-EXIT
           END-IF
           IF NOT WH-EXTRACT-PRESENT
               DISPLAY 'WHSERECN: WHSEXTR IS EMPTY OR MISSING - THE '
                   'LOAD CANNOT BE RECONCILED'
               SET WH-ABEND TO TRUE
               GO TO 4000-EXIT
           END-IF
           IF WH-WRONG-DATE-LINES > ZERO
               DISPLAY 'WHSERECN: WHSEXTR HOLDS ROWS FOR '
                   WH-OTHER-DATE ' - NOT THE EXTRACT FOR '
                   WH-LOAD-DATE
               SET WH-ABEND TO TRUE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4070-CLOSE-RESEND THRU 4070-EXIT
           IF WH-ABEND
               GO TO 4000-EXIT
           END-IF
           IF WH-REJ-COUNT > ZERO
               PERFORM 4300-MATCH-TRANSOUT THRU 4300-EXIT
               IF WH-ABEND
                   GO TO 4000-EXIT
               END-IF
           END-IF
           PERFORM 4500-CHECK-COUNTS THRU 4500-EXIT
           IF WH-REJ-COUNT > ZERO
               PERFORM 4600-LIST-REJECTS THRU 4600-EXIT
           END-IF
           SET WH-EVENT-WANTED TO TRUE
           MOVE WH-EXTRACT-ROWS TO WH-EVENT-ROWS-SENT
           MOVE WH-ACK-RECEIVED TO WH-EVENT-ROWS-RECEIVED
           MOVE WH-ACK-LOADED   TO WH-EVENT-ROWS-LOADED
           MOVE WH-ACK-REJECTED TO WH-EVENT-ROWS-REJECTED
           EVALUATE TRUE
               WHEN WH-CHECKS-FAILED > ZERO
                   SET WH-LOAD-IN-DISPUTE TO TRUE
                   MOVE 'D' TO WH-EVENT-STATUS
                   MOVE WH-FIRST-FAILURE TO WH-EVENT-REASON
                   MOVE 'COUNTS DISAGREE - LOAD IN DISPUTE'
                       TO WH-VERDICT-TEXT
               WHEN WH-ACK-REJECTED > ZERO
                   SET WH-ROWS-TO-RESEND TO TRUE
                   MOVE 'A' TO WH-EVENT-STATUS
                   MOVE 'ROWS REJECTED - RESEND CUT' TO WH-EVENT-REASON
                   STRING 'ACKNOWLEDGED WITH REJECTED ROWS - TRANSMIT '
                       'THE RESEND EXTRACT'
                       DELIMITED BY SIZE INTO WH-VERDICT-TEXT
               WHEN OTHER
                   MOVE 'A' TO WH-EVENT-STATUS
                   MOVE 'ACKNOWLEDGED - EVERY ROW LOADED'
                       TO WH-VERDICT-TEXT
           END-EVALUATE
           .
       4000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4050-OPEN-RESEND / 4070-CLOSE-RESEND - THE RESEND EXTRACT
      * OPENS WITH THE SAME COLUMN-NAME HEADER CALLPGM WRITES AND
      * CLOSES WITH A TRAILER COUNTING ITS OWN ROWS, SO THE
      * WAREHOUSE LOADS IT EXACTLY AS IT LOADS THE DAILY EXTRACT.
      *---------------------------------------------------------------*
       4050-OPEN-RESEND.
           OPEN OUTPUT RESEND-FILE
           IF WH-RESEND-STATUS NOT = '00'
               DISPLAY 'WHSERECN: UNABLE TO OPEN WHSRSND, STATUS='
                   WH-RESEND-STATUS
               SET WH-ABEND TO TRUE
               GO TO 4050-EXIT
           END-IF
           SET WH-RESEND-OPEN TO TRUE
           MOVE SPACES TO RESEND-RECORD
           STRING 'TRANS-KEY|RETURN-CODE|RESULT-TEXT|'
               'RUN-DATE|RUN-MODE|CURRENCY|AMOUNT|BASE-AMOUNT'
               DELIMITED BY SIZE INTO RESEND-RECORD
           WRITE RESEND-RECORD
           .
       4050-EXIT.
           EXIT
           .
       4070-CLOSE-RESEND.
           MOVE SPACES TO RESEND-RECORD
           STRING 'TRAILER|' DELIMITED BY SIZE
               WH-RESEND-ROWS DELIMITED BY SIZE
               INTO RESEND-RECORD
           WRITE RESEND-RECORD
           IF WH-RESEND-STATUS NOT = '00'
               DISPLAY 'WHSERECN: UNABLE TO WRITE WHSRSND, STATUS='
                   WH-RESEND-STATUS
               SET WH-ABEND TO TRUE
           END-IF
           CLOSE RESEND-FILE
           MOVE 'N' TO WH-RESEND-OPEN-SW
           .
       4070-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4100-READ-ACK - THE HEADER MUST COME FIRST AND BE WHOLLY
      * NUMERIC; A HEADER FOR ANOTHER DATE OR CYCLE IS NOT THIS
      * LOAD'S ACKNOWLEDGMENT.  EVERY LATER RECORD MUST BE A REJECT
      * NAMING A KEY.  AN EMPTY OR MISSING FILE IS NO
      * ACKNOWLEDGMENT.
      *---------------------------------------------------------------*
       4100-READ-ACK.
           OPEN INPUT WHSE-ACK-FILE
           IF WH-ACK-STATUS = '35'
               GO TO 4100-EXIT
           END-IF
           IF WH-ACK-STATUS NOT = '00'
               DISPLAY 'WHSERECN: UNABLE TO OPEN WHSEACK, STATUS='
                   WH-ACK-STATUS
               SET WH-ABEND TO TRUE
               GO TO 4100-EXIT
           END-IF
           READ WHSE-ACK-FILE INTO WK-ACK-RECORD
               AT END
                   CLOSE WHSE-ACK-FILE
                   GO TO 4100-EXIT
           END-READ
           IF NOT WK-ACK-HEADER
               OR WK-BUSINESS-DATE NOT NUMERIC
               OR WK-CYCLE-NO NOT NUMERIC
               OR WK-ROWS-RECEIVED NOT NUMERIC
               OR WK-ROWS-LOADED NOT NUMERIC
               OR WK-ROWS-REJECTED NOT NUMERIC
               DISPLAY 'WHSERECN: MALFORMED WHSEACK HEADER: '
                   WHSE-ACK-RECORD(1:50)
               SET WH-ACK-UNREADABLE TO TRUE
               CLOSE WHSE-ACK-FILE
               GO TO 4100-EXIT
           END-IF
           IF WK-BUSINESS-DATE NOT = WH-LOAD-DATE
               OR WK-CYCLE-NO NOT = WH-LOAD-CYCLE
               MOVE WK-BUSINESS-DATE TO WH-ACK-DATE
               MOVE WK-CYCLE-NO      TO WH-ACK-CYCLE
               SET WH-ACK-OTHER-LOAD TO TRUE
               CLOSE WHSE-ACK-FILE
               GO TO 4100-EXIT
           END-IF
           SET WH-ACK-PRESENT TO TRUE
           MOVE WK-ROWS-RECEIVED TO WH-ACK-RECEIVED
           MOVE WK-ROWS-LOADED   TO WH-ACK-LOADED
           MOVE WK-ROWS-REJECTED TO WH-ACK-REJECTED
           MOVE 'N' TO WH-EOF-SW
           PERFORM 4150-READ-ONE-REJECT THRU 4150-EXIT
               UNTIL WH-EOF-CURRENT-FILE OR WH-ABEND
                   OR WH-ACK-UNREADABLE
           CLOSE WHSE-ACK-FILE
           .
       4100-EXIT.
           EXIT
           .
       4150-READ-ONE-REJECT.
           READ WHSE-ACK-FILE INTO WK-ACK-RECORD
               AT END
                   SET WH-EOF-CURRENT-FILE TO TRUE
                   GO TO 4150-EXIT
           END-READ
           IF NOT WK-ACK-REJECT OR WK-REJECT-KEY = SPACES
               DISPLAY 'WHSERECN: MALFORMED WHSEACK RECORD: '
                   WHSE-ACK-RECORD(1:50)
               SET WH-ACK-UNREADABLE TO TRUE
               GO TO 4150-EXIT
           END-IF
           ADD 1 TO WH-REJECT-RECORDS
           PERFORM 4200-TABLE-REJECT THRU 4200-EXIT
           .
       4150-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4200-TABLE-REJECT - FILE THE REJECTED KEY IN KEY ORDER.  A
      * KEY LISTED MORE THAN ONCE IS COUNTED, NOT TABLED AGAIN.
      *---------------------------------------------------------------*
       4200-TABLE-REJECT.
           MOVE WK-REJECT-KEY TO WH-SEARCH-KEY
           PERFORM 8400-FIND-REJECT THRU 8400-EXIT
           IF WH-ENTRY-FOUND
               ADD 1 TO WH-RJ-REPEATS (WH-REJ-SUB)
               ADD 1 TO WH-DUPLICATE-KEYS
               GO TO 4200-EXIT
           END-IF
           IF WH-REJ-COUNT >= 5000
               DISPLAY 'WHSERECN: MORE THAN 5000 REJECTED ROWS ON '
                   'WHSEACK'
               SET WH-ABEND TO TRUE
               GO TO 4200-EXIT
           END-IF
           PERFORM 4250-SHIFT-ONE-REJECT-UP THRU 4250-EXIT
               VARYING WH-SUB FROM WH-REJ-COUNT BY -1
               UNTIL WH-SUB < WH-INSERT-AT
           ADD 1 TO WH-REJ-COUNT
           MOVE WH-INSERT-AT     TO WH-REJ-SUB
           MOVE WK-REJECT-KEY    TO WH-RJ-KEY (WH-REJ-SUB)
           MOVE WK-REJECT-REASON TO WH-RJ-REASON (WH-REJ-SUB)
           MOVE ZERO             TO WH-RJ-REPEATS (WH-REJ-SUB)
                                    WH-RJ-RETURN-CODE (WH-REJ-SUB)
                                    WH-RJ-AMOUNT (WH-REJ-SUB)
                                    WH-RJ-BASE-AMOUNT (WH-REJ-SUB)
           MOVE 'N'              TO WH-RJ-ON-EXTRACT-SW (WH-REJ-SUB)
                                    WH-RJ-ON-TRANSOUT-SW (WH-REJ-SUB)
           MOVE SPACES           TO WH-RJ-EXTRACT-RC (WH-REJ-SUB)
                                    WH-RJ-ACCOUNT (WH-REJ-SUB)
                                    WH-RJ-TYPE-CODE (WH-REJ-SUB)
                                    WH-RJ-CURRENCY (WH-REJ-SUB)
           .
       4200-EXIT.
           EXIT
           .
       4250-SHIFT-ONE-REJECT-UP.
           COMPUTE WH-SUB-NEXT = WH-SUB + 1
           MOVE WH-REJ-ENTRY (WH-SUB) TO WH-REJ-ENTRY (WH-SUB-NEXT)
           .
       4250-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4300-MATCH-TRANSOUT - PICK UP THE TRANSOUT DETAIL OF EVERY
      * REJECTED ROW.  A TRANSOUT THAT IS NOT THERE (STATUS 35) ONLY
      * LEAVES THE DETAIL OFF THE LISTING.
      *---------------------------------------------------------------*
       4300-MATCH-TRANSOUT.
           OPEN INPUT TRANSOUT-FILE
           EVALUATE WH-TRANSOUT-STATUS
               WHEN '00'
                   MOVE 'N' TO WH-EOF-SW
                   PERFORM 4350-MATCH-ONE-RESULT THRU 4350-EXIT
                       UNTIL WH-EOF-CURRENT-FILE
                   CLOSE TRANSOUT-FILE
               WHEN '35'
                   SET WH-TRANSOUT-MISSING TO TRUE
               WHEN OTHER
                   DISPLAY 'WHSERECN: UNABLE TO OPEN TRANSOUT, '
                       'STATUS=' WH-TRANSOUT-STATUS
                   SET WH-ABEND TO TRUE
           END-EVALUATE
           .
       4300-EXIT.
           EXIT
           .
       4350-MATCH-ONE-RESULT.
           READ TRANSOUT-FILE INTO WH-TRANSOUT-RECORD
               AT END
                   SET WH-EOF-CURRENT-FILE TO TRUE
                   GO TO 4350-EXIT
           END-READ
           ADD 1 TO WH-TRANSOUT-READ
           MOVE TRO-KEY TO WH-SEARCH-KEY
           PERFORM 8400-FIND-REJECT THRU 8400-EXIT
           IF NOT WH-ENTRY-FOUND
               GO TO 4350-EXIT
           END-IF
           MOVE 'Y'               TO WH-RJ-ON-TRANSOUT-SW (WH-REJ-SUB)
           MOVE TRO-RETURN-CODE   TO WH-RJ-RETURN-CODE (WH-REJ-SUB)
           MOVE TRO-ACCOUNT-NO    TO WH-RJ-ACCOUNT (WH-REJ-SUB)
           MOVE TRO-TYPE-CODE     TO WH-RJ-TYPE-CODE (WH-REJ-SUB)
           MOVE TRO-CURRENCY-CODE TO WH-RJ-CURRENCY (WH-REJ-SUB)
           MOVE TRO-AMOUNT        TO WH-RJ-AMOUNT (WH-REJ-SUB)
           MOVE TRO-BASE-AMOUNT   TO WH-RJ-BASE-AMOUNT (WH-REJ-SUB)
           .
       4350-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4500-CHECK-COUNTS - THE RECONCILIATION PROPER.  EVERY CHECK
      * IS PRINTED; ANY ONE THAT DISAGREES PUTS THE LOAD IN DISPUTE,
      * AND THE FIRST IS RECORDED ON THE REGISTER AS THE REASON.
      *---------------------------------------------------------------*
       4500-CHECK-COUNTS.
           PERFORM 4510-COUNT-ONE-REJECT THRU 4510-EXIT
               VARYING WH-REJ-SUB FROM 1 BY 1
               UNTIL WH-REJ-SUB > WH-REJ-COUNT
           MOVE 'DETAIL ROWS ON THE EXTRACT' TO WH-CNT-LABEL
           MOVE WH-EXTRACT-ROWS TO WH-CNT-VALUE
           WRITE RECON-RPT-RECORD FROM WH-COUNT-LINE
           MOVE 'ROWS RECEIVED PER THE WAREHOUSE' TO WH-CNT-LABEL
           MOVE WH-ACK-RECEIVED TO WH-CNT-VALUE
           WRITE RECON-RPT-RECORD FROM WH-COUNT-LINE
           MOVE 'ROWS LOADED PER THE WAREHOUSE' TO WH-CNT-LABEL
           MOVE WH-ACK-LOADED TO WH-CNT-VALUE
           WRITE RECON-RPT-RECORD FROM WH-COUNT-LINE
           MOVE 'ROWS REJECTED PER THE WAREHOUSE' TO WH-CNT-LABEL
           MOVE WH-ACK-REJECTED TO WH-CNT-VALUE
           WRITE RECON-RPT-RECORD FROM WH-COUNT-LINE
           MOVE 'ROWS COPIED TO THE RESEND EXTRACT' TO WH-CNT-LABEL
           MOVE WH-RESEND-ROWS TO WH-CNT-VALUE
           WRITE RECON-RPT-RECORD FROM WH-COUNT-LINE
           MOVE 'REJECTED KEYS NOT ON TRANSOUT' TO WH-CNT-LABEL
           MOVE WH-KEYS-NOT-ON-TRANSOUT TO WH-CNT-VALUE
           WRITE RECON-RPT-RECORD FROM WH-COUNT-LINE
           WRITE RECON-RPT-RECORD FROM WH-BLANK-LINE
           WRITE RECON-RPT-RECORD FROM WH-CHECK-HEADING
           MOVE 'EXTRACT TRAILER COUNT' TO WH-CHECK-LABEL
           MOVE WH-EXTRACT-ROWS  TO WH-CHECK-EXPECTED
           MOVE WH-TRAILER-COUNT TO WH-CHECK-FOUND
           MOVE 'EXTRACT TRAILER DISAGREES' TO WH-CHECK-REASON
           MOVE WH-TRAILER-SEEN-SW TO WH-CHECK-USABLE-SW
           PERFORM 4550-WRITE-CHECK-LINE THRU 4550-EXIT
           MOVE 'MALFORMED EXTRACT LINES' TO WH-CHECK-LABEL
           MOVE ZERO TO WH-CHECK-EXPECTED
           MOVE WH-MALFORMED-LINES TO WH-CHECK-FOUND
           IF NOT WH-HEADER-SEEN
               ADD 1 TO WH-CHECK-FOUND
           END-IF
           MOVE 'EXTRACT IS MALFORMED' TO WH-CHECK-REASON
           PERFORM 4550-WRITE-CHECK-LINE THRU 4550-EXIT
           MOVE 'ROWS RECEIVED AGAINST ROWS SENT' TO WH-CHECK-LABEL
           MOVE WH-EXTRACT-ROWS TO WH-CHECK-EXPECTED
           MOVE WH-ACK-RECEIVED TO WH-CHECK-FOUND
           MOVE 'RECEIVED DISAGREES WITH SENT' TO WH-CHECK-REASON
           PERFORM 4550-WRITE-CHECK-LINE THRU 4550-EXIT
           MOVE 'ROWS LOADED PLUS ROWS REJECTED' TO WH-CHECK-LABEL
           MOVE WH-ACK-RECEIVED TO WH-CHECK-EXPECTED
           COMPUTE WH-CHECK-FOUND = WH-ACK-LOADED + WH-ACK-REJECTED
           MOVE 'LOADED+REJECTED NOT RECEIVED' TO WH-CHECK-REASON
           PERFORM 4550-WRITE-CHECK-LINE THRU 4550-EXIT
           MOVE 'REJECTED ROWS LISTED ON THE ACK' TO WH-CHECK-LABEL
           MOVE WH-ACK-REJECTED   TO WH-CHECK-EXPECTED
           MOVE WH-REJECT-RECORDS TO WH-CHECK-FOUND
           MOVE 'REJECT LIST DISAGREES' TO WH-CHECK-REASON
           PERFORM 4550-WRITE-CHECK-LINE THRU 4550-EXIT
           MOVE 'REJECTED KEYS NOT ON THE EXTRACT' TO WH-CHECK-LABEL
           MOVE ZERO TO WH-CHECK-EXPECTED
           MOVE WH-KEYS-NOT-ON-EXTRACT TO WH-CHECK-FOUND
           MOVE 'REJECTED KEY NOT ON EXTRACT' TO WH-CHECK-REASON
           PERFORM 4550-WRITE-CHECK-LINE THRU 4550-EXIT
           MOVE 'REJECTED KEYS LISTED TWICE' TO WH-CHECK-LABEL
           MOVE ZERO TO WH-CHECK-EXPECTED
           MOVE WH-DUPLICATE-KEYS TO WH-CHECK-FOUND
           MOVE 'REJECTED KEY LISTED TWICE' TO WH-CHECK-REASON
           PERFORM 4550-WRITE-CHECK-LINE THRU 4550-EXIT
           .
       4500-EXIT.
           EXIT
           .
       4510-COUNT-ONE-REJECT.
           IF NOT WH-RJ-ON-EXTRACT (WH-REJ-SUB)
               ADD 1 TO WH-KEYS-NOT-ON-EXTRACT
           END-IF
           IF NOT WH-RJ-ON-TRANSOUT (WH-REJ-SUB)
               ADD 1 TO WH-KEYS-NOT-ON-TRANSOUT
           END-IF
           .
       4510-EXIT.
           EXIT
           .
       4550-WRITE-CHECK-LINE.
           MOVE WH-CHECK-LABEL    TO WH-CHK-LABEL
           MOVE WH-CHECK-EXPECTED TO WH-CHK-EXPECTED
           MOVE WH-CHECK-FOUND    TO WH-CHK-FOUND
           IF WH-CHECK-USABLE
               AND WH-CHECK-EXPECTED = WH-CHECK-FOUND
               MOVE 'AGREES' TO WH-CHK-VERDICT
           ELSE
               MOVE 'DISAGREES' TO WH-CHK-VERDICT
               ADD 1 TO WH-CHECKS-FAILED
               IF WH-CHECKS-FAILED = 1
                   MOVE WH-CHECK-REASON TO WH-FIRST-FAILURE
               END-IF
           END-IF
           WRITE RECON-RPT-RECORD FROM WH-CHECK-LINE
           MOVE 'Y' TO WH-CHECK-USABLE-SW
           .
       4550-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4600-LIST-REJECTS - EVERY ROW THE WAREHOUSE REJECTED, IN KEY
      * ORDER, WITH ITS TRANSOUT DETAIL AND ANYTHING AMISS WITH IT.
      *---------------------------------------------------------------*
       4600-LIST-REJECTS.
           WRITE RECON-RPT-RECORD FROM WH-BLANK-LINE
           MOVE SPACES TO RECON-RPT-RECORD
           STRING 'ROWS THE WAREHOUSE REJECTED' DELIMITED BY SIZE
               INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD FROM WH-REJECT-HEADING
           PERFORM 4650-LIST-ONE-REJECT THRU 4650-EXIT
               VARYING WH-REJ-SUB FROM 1 BY 1
               UNTIL WH-REJ-SUB > WH-REJ-COUNT
           .
       4600-EXIT.
           EXIT
           .
       4650-LIST-ONE-REJECT.
           MOVE SPACES TO WH-REJECT-LINE
           MOVE WH-RJ-KEY (WH-REJ-SUB)    TO WH-RJL-KEY
           MOVE WH-RJ-REASON (WH-REJ-SUB) TO WH-RJL-REASON
           IF WH-RJ-ON-TRANSOUT (WH-REJ-SUB)
               MOVE WH-RJ-RETURN-CODE (WH-REJ-SUB)
                   TO WH-RJL-RETURN-CODE
               MOVE WH-RJ-ACCOUNT (WH-REJ-SUB)   TO WH-RJL-ACCOUNT
               MOVE WH-RJ-TYPE-CODE (WH-REJ-SUB) TO WH-RJL-TYPE-CODE
               MOVE WH-RJ-CURRENCY (WH-REJ-SUB)  TO WH-RJL-CURRENCY
               MOVE WH-RJ-AMOUNT (WH-REJ-SUB)    TO WH-RJL-AMOUNT
               MOVE WH-RJ-BASE-AMOUNT (WH-REJ-SUB)
                   TO WH-RJL-BASE-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN NOT WH-RJ-ON-EXTRACT (WH-REJ-SUB)
                   MOVE 'NOT ON THE EXTRACT' TO WH-RJL-NOTE
               WHEN WH-RJ-REPEATS (WH-REJ-SUB) > ZERO
                   MOVE 'LISTED TWICE ON THE ACK' TO WH-RJL-NOTE
               WHEN WH-TRANSOUT-MISSING
                   MOVE 'TRANSOUT NOT ON FILE' TO WH-RJL-NOTE
               WHEN NOT WH-RJ-ON-TRANSOUT (WH-REJ-SUB)
                   MOVE 'NOT ON TRANSOUT' TO WH-RJL-NOTE
               WHEN WH-RJ-EXTRACT-RC (WH-REJ-SUB)
                       NOT = WH-RJL-RETURN-CODE
                   MOVE 'TRANSOUT RC DIFFERS' TO WH-RJL-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE RECON-RPT-RECORD FROM WH-REJECT-LINE
           .
       4650-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 7000-WRITE-VERDICT - WHAT THE RUN CONCLUDED, ON THE REPORT
      * AND THE JOB LOG.
      *---------------------------------------------------------------*
       7000-WRITE-VERDICT.
           WRITE RECON-RPT-RECORD FROM WH-BLANK-LINE
           MOVE SPACES TO RECON-RPT-RECORD
           STRING 'RESULT: ' WH-VERDICT-TEXT DELIMITED BY SIZE
               INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           DISPLAY 'WHSERECN: ' WH-VERDICT-TEXT
           .
       7000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 7100-LIST-OPEN-LOADS - EVERY LOAD ON THE REGISTER STILL
      * STANDING AS SENT OR IN DISPUTE, OLDEST FIRST.
      *---------------------------------------------------------------*
       7100-LIST-OPEN-LOADS.
           WRITE RECON-RPT-RECORD FROM WH-BLANK-LINE
           MOVE SPACES TO RECON-RPT-RECORD
           STRING 'LOADS NOT YET ACKNOWLEDGED' DELIMITED BY SIZE
               INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD FROM WH-LOAD-HEADING
           PERFORM 7150-LIST-ONE-LOAD THRU 7150-EXIT
               VARYING WH-SUB FROM 1 BY 1
               UNTIL WH-SUB > WH-LOAD-COUNT
           IF WH-OPEN-LOADS = ZERO
               MOVE SPACES TO RECON-RPT-RECORD
               STRING 'NONE' DELIMITED BY SIZE INTO RECON-RPT-RECORD
               WRITE RECON-RPT-RECORD
           END-IF
           .
       7100-EXIT.
           EXIT
           .
       7150-LIST-ONE-LOAD.
           IF WH-LD-ACKNOWLEDGED (WH-SUB)
               GO TO 7150-EXIT
           END-IF
           ADD 1 TO WH-OPEN-LOADS
           MOVE WH-LD-DATE (WH-SUB) TO WH-DATE-IN
           PERFORM 7900-EDIT-DATE THRU 7900-EXIT
           MOVE WH-DATE-OUT TO WH-LDL-DATE
           MOVE WH-LD-CYCLE (WH-SUB) TO WH-LDL-CYCLE
           IF WH-LD-SENT (WH-SUB)
               MOVE 'SENT'       TO WH-LDL-STATUS
           ELSE
               MOVE 'IN DISPUTE' TO WH-LDL-STATUS
           END-IF
           MOVE WH-LD-ROWS-SENT (WH-SUB)     TO WH-LDL-ROWS-SENT
           MOVE WH-LD-ROWS-RECEIVED (WH-SUB) TO WH-LDL-ROWS-RECEIVED
           MOVE WH-LD-ROWS-REJECTED (WH-SUB) TO WH-LDL-ROWS-REJECTED
           MOVE WH-LD-EVENT-DATE (WH-SUB) TO WH-DATE-IN
           PERFORM 7900-EDIT-DATE THRU 7900-EXIT
           MOVE WH-DATE-OUT TO WH-LDL-SINCE
           MOVE WH-LD-REASON (WH-SUB) TO WH-LDL-REASON
           WRITE RECON-RPT-RECORD FROM WH-LOAD-LINE
           .
       7150-EXIT.
           EXIT
           .
       7900-EDIT-DATE.
           MOVE SPACES TO WH-DATE-OUT
           STRING WH-DATE-IN-CCYY '-' WH-DATE-IN-MM '-' WH-DATE-IN-DD
               DELIMITED BY SIZE INTO WH-DATE-OUT
           .
       7900-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 8000-WRITE-REGISTER-EVENT - EXTEND THE REGISTER WITH THE
      * LOAD'S NEW STANDING AND CARRY IT INTO THE TABLE FOR THE
      * LISTING.
      *---------------------------------------------------------------*
       8000-WRITE-REGISTER-EVENT.
           OPEN EXTEND LOAD-REGISTER-FILE
           IF WH-REGISTER-STATUS = '35'
               OPEN OUTPUT LOAD-REGISTER-FILE
           END-IF
           IF WH-REGISTER-STATUS NOT = '00'
               DISPLAY 'WHSERECN: UNABLE TO EXTEND WHSEREG, STATUS='
                   WH-REGISTER-STATUS
               SET WH-ABEND TO TRUE
               GO TO 8000-EXIT
           END-IF
           MOVE SPACES                 TO WL-REGISTER-RECORD
           MOVE WH-LOAD-DATE           TO WL-BUSINESS-DATE
           MOVE WH-LOAD-CYCLE          TO WL-CYCLE-NO
           MOVE WH-EVENT-STATUS        TO WL-LOAD-STATUS
           ACCEPT WL-EVENT-DATE FROM DATE YYYYMMDD
           ACCEPT WL-EVENT-TIME FROM TIME
           MOVE WH-EVENT-ROWS-SENT     TO WL-ROWS-SENT
           MOVE WH-EVENT-ROWS-RECEIVED TO WL-ROWS-RECEIVED
           MOVE WH-EVENT-ROWS-LOADED   TO WL-ROWS-LOADED
           MOVE WH-EVENT-ROWS-REJECTED TO WL-ROWS-REJECTED
           MOVE WH-EVENT-REASON        TO WL-REASON-TEXT
           WRITE LOAD-REGISTER-FILE-RECORD FROM WL-REGISTER-RECORD
           IF WH-REGISTER-STATUS NOT = '00'
               DISPLAY 'WHSERECN: UNABLE TO WRITE WHSEREG, STATUS='
                   WH-REGISTER-STATUS
               SET WH-ABEND TO TRUE
           END-IF
           CLOSE LOAD-REGISTER-FILE
           IF NOT WH-ABEND
               PERFORM 8100-APPLY-EVENT THRU 8100-EXIT
           END-IF
           .
       8000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 8100-APPLY-EVENT - THE REGISTER RECORD IN WL-REGISTER-RECORD
      * BECOMES ITS LOAD'S STANDING IN THE TABLE.
      *---------------------------------------------------------------*
       8100-APPLY-EVENT.
           MOVE WL-BUSINESS-DATE TO WH-SEARCH-DATE
           MOVE WL-CYCLE-NO      TO WH-SEARCH-CYCLE
           PERFORM 8200-FIND-LOAD THRU 8200-EXIT
           IF NOT WH-LOAD-ON-REGISTER
               IF WH-LOAD-COUNT >= 5000
                   DISPLAY 'WHSERECN: MORE THAN 5000 LOADS ON WHSEREG'
                   SET WH-ABEND TO TRUE
                   GO TO 8100-EXIT
               END-IF
               PERFORM 8300-SHIFT-ONE-LOAD-UP THRU 8300-EXIT
                   VARYING WH-SUB FROM WH-LOAD-COUNT BY -1
                   UNTIL WH-SUB < WH-INSERT-AT
               ADD 1 TO WH-LOAD-COUNT
               MOVE WH-INSERT-AT TO WH-LOAD-SUB
               MOVE WH-SEARCH-LOAD-KEY TO WH-LD-KEY (WH-LOAD-SUB)
           END-IF
           MOVE WL-LOAD-STATUS   TO WH-LD-STATUS (WH-LOAD-SUB)
           MOVE WL-EVENT-DATE    TO WH-LD-EVENT-DATE (WH-LOAD-SUB)
           MOVE WL-ROWS-SENT     TO WH-LD-ROWS-SENT (WH-LOAD-SUB)
           MOVE WL-ROWS-RECEIVED TO WH-LD-ROWS-RECEIVED (WH-LOAD-SUB)
           MOVE WL-ROWS-REJECTED TO WH-LD-ROWS-REJECTED (WH-LOAD-SUB)
           MOVE WL-REASON-TEXT   TO WH-LD-REASON (WH-LOAD-SUB)
           .
       8100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 8200-FIND-LOAD - BINARY SEARCH OF THE REGISTER TABLE ON
      * WH-SEARCH-LOAD-KEY.  FOUND: WH-LOAD-SUB POINTS AT IT.  NOT
      * FOUND: WH-INSERT-AT IS WHERE IT BELONGS.
      *---------------------------------------------------------------*
       8200-FIND-LOAD.
           MOVE 'N' TO WH-ON-REGISTER-SW
           MOVE 1 TO WH-LOW
           MOVE WH-LOAD-COUNT TO WH-HIGH
           PERFORM 8250-PROBE-LOAD THRU 8250-EXIT
               UNTIL WH-LOW > WH-HIGH OR WH-LOAD-ON-REGISTER
           IF NOT WH-LOAD-ON-REGISTER
               MOVE WH-LOW TO WH-INSERT-AT
           END-IF
           .
       8200-EXIT.
           EXIT
           .
       8250-PROBE-LOAD.
           COMPUTE WH-MID = (WH-LOW + WH-HIGH) / 2
           EVALUATE TRUE
               WHEN WH-LD-KEY (WH-MID) = WH-SEARCH-LOAD-KEY
                   SET WH-LOAD-ON-REGISTER TO TRUE
                   MOVE WH-MID TO WH-LOAD-SUB
               WHEN WH-LD-KEY (WH-MID) < WH-SEARCH-LOAD-KEY
                   COMPUTE WH-LOW = WH-MID + 1
               WHEN OTHER
                   COMPUTE WH-HIGH = WH-MID - 1
           END-EVALUATE
           .
       8250-EXIT.
           EXIT
           .
       8300-SHIFT-ONE-LOAD-UP.
           COMPUTE WH-SUB-NEXT = WH-SUB + 1
           MOVE WH-LOAD-ENTRY (WH-SUB) TO WH-LOAD-ENTRY (WH-SUB-NEXT)
           .
       8300-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 8400-FIND-REJECT - BINARY SEARCH OF THE REJECTED KEYS ON
      * WH-SEARCH-KEY, AS 8200.
      *---------------------------------------------------------------*
       8400-FIND-REJECT.
           MOVE 'N' TO WH-ENTRY-FOUND-SW
           MOVE 1 TO WH-LOW
           MOVE WH-REJ-COUNT TO WH-HIGH
           PERFORM 8450-PROBE-REJECT THRU 8450-EXIT
               UNTIL WH-LOW > WH-HIGH OR WH-ENTRY-FOUND
           IF NOT WH-ENTRY-FOUND
               MOVE WH-LOW TO WH-INSERT-AT
           END-IF
           .
       8400-EXIT.
           EXIT
           .
       8450-PROBE-REJECT.
           COMPUTE WH-MID = (WH-LOW + WH-HIGH) / 2
           EVALUATE TRUE
               WHEN WH-RJ-KEY (WH-MID) = WH-SEARCH-KEY
                   SET WH-ENTRY-FOUND TO TRUE
                   MOVE WH-MID TO WH-REJ-SUB
               WHEN WH-RJ-KEY (WH-MID) < WH-SEARCH-KEY
                   COMPUTE WH-LOW = WH-MID + 1
               WHEN OTHER
                   COMPUTE WH-HIGH = WH-MID - 1
           END-EVALUATE
           .
       8450-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE WHAT IS STILL OPEN AND SET THE STEP
      * RETURN CODE:
      *    RC=0   REGISTERED AS SENT, OR ACKNOWLEDGED WITH EVERY ROW
      *           LOADED, OR NOTHING WAS DUE
      *    RC=4   ACKNOWLEDGED, BUT THE WAREHOUSE REJECTED ROWS -
      *           TRANSMIT THE RESEND EXTRACT
      *    RC=8   THE LOAD IS IN DISPUTE (COUNTS DISAGREE, NO
      *           ACKNOWLEDGMENT BY THE CUTOFF, OR ONE THAT CANNOT BE
      *           READ), AN INCOMPLETE EXTRACT WAS REFUSED, OR THE
      *           CONTROL CARD IS WRONG
      *    RC=16  A FILE WOULD NOT OPEN OR WRITE, A TABLE OVERFLOWED,
      *           OR WHSEXTR IS NOT THE LOAD'S EXTRACT
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF WH-RECON-RPT-STATUS = '00'
               CLOSE RECON-RPT
           END-IF
           IF WH-RESEND-OPEN
               CLOSE RESEND-FILE
           END-IF
           EVALUATE TRUE
               WHEN WH-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN WH-CARD-ERROR OR WH-LOAD-ERROR
                   OR WH-LOAD-IN-DISPUTE
                   MOVE 8 TO RETURN-CODE
               WHEN WH-ROWS-TO-RESEND
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       9000-EXIT.
           EXIT
           .
