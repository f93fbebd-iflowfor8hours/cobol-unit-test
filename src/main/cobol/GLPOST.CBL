      **********************************************************************
      * AUTHOR:    M J STEELE
      * INSTALLATION: DATA PROCESSING
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:   GENERAL-LEDGER POSTING FOR THE BUSINESS DATE.  READS
      *            THE DAY'S CLASSIFIED RESULTS OFF TRANSOUT AND, BY
      *            WAY OF THE GLMAP TABLE (MAINTAINED BY GLMAPMNT),
      *            TURNS EACH RESULT CATEGORY AND TYPE CODE INTO A
      *            BALANCED PAIR OF DEBIT AND CREDIT JOURNAL LINES IN
      *            THE LEDGER'S LOAD FORMAT: A HEADER, ONE DEBIT AND
      *            ONE CREDIT LINE PER MAPPING ROW USED, AND A
      *            CONTROL TRAILER CARRYING THE LINE COUNT AND THE
      *            DEBIT AND CREDIT TOTALS.  AN APPLIED REVERSAL
      *            (RETURN CODE 3) IS BOOKED AS A CONTRA ENTRY -
      *            DEBIT AND CREDIT SWAPPED - ON THE ROW ITS ORIGINAL
      *            RESULT POSTED UNDER, USING THE ORIGINAL RETURN
      *            CODE AND TYPE CODE THE DRIVER STAMPS ON IT.
      *
      *            THE JOURNAL IS THEN PROVED: DEBITS MUST EQUAL
      *            CREDITS, AND EACH CATEGORY'S NET POSTING MUST TIE
      *            TO THE DOLLAR FIGURE ON THE DAY'S SUMRPT (LIFTED
      *            BY LABEL, AS DAYBAL DOES), WITH THE CONTRA ENTRIES
      *            TYING TO THE REVERSAL DOLLARS.  ANY RESULT WITH NO
      *            MAPPING ROW IS LISTED AND LEFT OFF THE JOURNAL.
      *            A JOURNAL THAT FAILS ANY TEST ENDS RC=8 SO THE
      *            SCHEDULER HOLDS THE LEDGER TRANSMISSION.
      *
      *            THE DAY'S RESULTS COME IN ON CYCOUT1-CYCOUT4, ONE
      *            DD PER CYCLE'S TRANSOUT, AS CYCLMRG TAKES THE
      *            CYCLE SUMMARIES: A CYCLE THAT NEVER RAN IS SIMPLY
      *            SKIPPED, BUT AT LEAST ONE MUST BE PRESENT.  A
      *            ONE-TRANSMISSION DAY CODES CYCOUT1 ONLY.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL VERSION
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 147 BYTES FOR THE RULES
      *                   VERSION THE DRIVER NOW STAMPS ON EVERY RESULT
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 164 BYTES.  THE LEDGER IS
      *                   KEPT IN BASE CURRENCY, SO EACH RESULT POSTS
      *                   ITS BASE-CURRENCY EQUIVALENT, WHICH IS ALSO
      *                   WHAT THE SUMRPT DOLLAR FIGURES NOW HOLD
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 173 BYTES FOR THE RUN
      *                   DATE OF A REVERSAL'S ORIGINAL
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       AUTHOR. M J STEELE.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 15 OCT 2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-BUSDATE-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-GL-MAP-STATUS.

           SELECT CYCLE-OUT-1 ASSIGN TO CYCOUT1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-CYCLE-OUT-1-STATUS.

           SELECT CYCLE-OUT-2 ASSIGN TO CYCOUT2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-CYCLE-OUT-2-STATUS.

           SELECT CYCLE-OUT-3 ASSIGN TO CYCOUT3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-CYCLE-OUT-3-STATUS.

           SELECT CYCLE-OUT-4 ASSIGN TO CYCOUT4
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-CYCLE-OUT-4-STATUS.

           SELECT SUMMARY-IN ASSIGN TO SUMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-SUMMARY-IN-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-JOURNAL-STATUS.

           SELECT POSTING-RPT ASSIGN TO GLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-POSTING-RPT-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSDATE-RECORD              PIC X(80).

      *    MUST MATCH THE NEW-TABLE-RECORD LAYOUT GLMAPMNT WRITES IN
      *    3100-WRITE-ONE-ROW.
       FD  GL-MAP-FILE
           RECORDING MODE IS F.
       01  GL-MAP-RECORD.
           05  GLM-CATEGORY            PIC X(01).
           05  FILLER                  PIC X(01).
           05  GLM-TYPE-CODE           PIC X(02).
           05  FILLER                  PIC X(01).
           05  GLM-DEBIT-ACCOUNT       PIC X(12).
           05  FILLER                  PIC X(01).
           05  GLM-CREDIT-ACCOUNT      PIC X(12).
           05  FILLER                  PIC X(01).
           05  GLM-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(19).

       FD  CYCLE-OUT-1
           RECORDING MODE IS F.
       01  CYCLE-OUT-1-RECORD          PIC X(173).

       FD  CYCLE-OUT-2
           RECORDING MODE IS F.
       01  CYCLE-OUT-2-RECORD          PIC X(173).

       FD  CYCLE-OUT-3
           RECORDING MODE IS F.
       01  CYCLE-OUT-3-RECORD          PIC X(173).

       FD  CYCLE-OUT-4
           RECORDING MODE IS F.
       01  CYCLE-OUT-4-RECORD          PIC X(173).

       FD  SUMMARY-IN
           RECORDING MODE IS F.
       01  SUMMARY-IN-RECORD           PIC X(80).

      *    THE LEDGER'S JOURNAL LOAD FORMAT.  ONE HEADER, THE DETAIL
      *    LINES, AND ONE TRAILER; AMOUNTS ARE UNSIGNED WITH THE SIDE
      *    IN THE DEBIT/CREDIT INDICATOR.  THE LEDGER REFUSES A FILE
      *    WHOSE TRAILER IS MISSING OR DOES NOT FOOT.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-HEADER-RECORD.
           05  JH-RECORD-TYPE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  JH-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                  PIC X(01).
           05  JH-JOURNAL-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  JH-CREATED-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  JH-CREATED-TIME         PIC 9(08).
           05  FILLER                  PIC X(63).
       01  JOURNAL-DETAIL-RECORD.
           05  JD-RECORD-TYPE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  JD-JOURNAL-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  JD-LINE-NO              PIC 9(06).
           05  FILLER                  PIC X(01).
           05  JD-GL-ACCOUNT           PIC X(12).
           05  FILLER                  PIC X(01).
           05  JD-DEBIT-CREDIT         PIC X(01).
           05  FILLER                  PIC X(01).
           05  JD-AMOUNT               PIC 9(11)V99.
           05  FILLER                  PIC X(01).
           05  JD-CATEGORY             PIC X(01).
           05  FILLER                  PIC X(01).
           05  JD-TYPE-CODE            PIC X(02).
           05  FILLER                  PIC X(01).
      *        P = THE DAY'S POSTINGS, R = CONTRA FOR REVERSALS.
           05  JD-ENTRY-KIND           PIC X(01).
           05  FILLER                  PIC X(01).
           05  JD-ITEM-COUNT           PIC 9(07).
           05  FILLER                  PIC X(01).
           05  JD-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(08).
       01  JOURNAL-TRAILER-RECORD.
           05  JT-RECORD-TYPE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  JT-JOURNAL-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  JT-LINE-COUNT           PIC 9(06).
           05  FILLER                  PIC X(01).
           05  JT-TOTAL-DEBITS         PIC 9(13)V99.
           05  FILLER                  PIC X(01).
           05  JT-TOTAL-CREDITS        PIC 9(13)V99.
           05  FILLER                  PIC X(51).

       FD  POSTING-RPT
           RECORDING MODE IS F.
       01  POSTING-RPT-RECORD          PIC X(132).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD           PIC X(93).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.

           COPY RUNSTAT.

      *    MUST MATCH THE OUT-RECORD LAYOUT CALLPGM WRITES IN
      *    2400-WRITE-OUTPUT-RECORD.  EACH CYCLE FILE'S RECORD IS
      *    MOVED HERE SO ONE PARAGRAPH POSTS THEM ALL.
       01  GP-TRANSOUT-RECORD.
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

       01  GP-FILE-STATUS-FIELDS.
           05  GP-BUSDATE-STATUS           PIC X(02).
           05  GP-GL-MAP-STATUS            PIC X(02).
           05  GP-CYCLE-OUT-1-STATUS       PIC X(02).
           05  GP-CYCLE-OUT-2-STATUS       PIC X(02).
           05  GP-CYCLE-OUT-3-STATUS       PIC X(02).
           05  GP-CYCLE-OUT-4-STATUS       PIC X(02).
           05  GP-SUMMARY-IN-STATUS        PIC X(02).
           05  GP-JOURNAL-STATUS           PIC X(02).
           05  GP-POSTING-RPT-STATUS       PIC X(02).
           05  GP-RUNSTAT-STATUS           PIC X(02).

       01  GP-SWITCHES.
           05  GP-ABEND-SW                 PIC X(01)   VALUE 'N'.
               88  GP-ABEND                    VALUE 'Y'.
           05  GP-EOF-SW                   PIC X(01)   VALUE 'N'.
               88  GP-EOF-CURRENT-FILE         VALUE 'Y'.
           05  GP-CYCLE-PRESENT-SW         PIC X(01)   VALUE 'N'.
               88  GP-SOME-CYCLE-PRESENT       VALUE 'Y'.
           05  GP-FOUND-SW                 PIC X(01)   VALUE 'N'.
               88  GP-MAP-ROW-FOUND            VALUE 'Y'.
           05  GP-BALANCE-SW               PIC X(01)   VALUE 'Y'.
               88  GP-JOURNAL-PROVED           VALUE 'Y'.
               88  GP-JOURNAL-NOT-PROVED       VALUE 'N'.
           05  GP-UNMAPPED-HDG-SW          PIC X(01)   VALUE 'N'.
               88  GP-UNMAPPED-HDG-WRITTEN     VALUE 'Y'.

       01  GP-SCOPE-FIELDS.
           05  GP-REPORT-DATE              PIC 9(08)   VALUE ZERO.
           05  GP-REPORT-CYCLE             PIC 9(02)   VALUE 1.

      *    STEP-STATUS FIELDS FOR THE RUN-STATUS RECORD.
       77  GP-START-TIME                   PIC 9(08)   VALUE ZERO.

      *    THE MAPPING TABLE, WITH WHAT WAS POSTED TO EACH ROW.  THE
      *    FORWARD FIGURES ARE THE DAY'S RESULTS; THE CONTRA FIGURES
      *    ARE REVERSALS OF EARLIER RESULTS THAT POSTED UNDER THE
      *    ROW.
       01  GP-MAP-TABLE.
           05  GP-MAP-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  GP-MAP-ENTRY OCCURS 400 TIMES
                   INDEXED BY GP-MAP-IX.
               10  GP-ROW-CATEGORY         PIC X(01).
               10  GP-ROW-TYPE-CODE        PIC X(02).
               10  GP-ROW-DEBIT            PIC X(12).
               10  GP-ROW-CREDIT           PIC X(12).
               10  GP-ROW-DESC             PIC X(30).
               10  GP-ROW-FWD-COUNT        PIC 9(07) COMP.
               10  GP-ROW-FWD-AMOUNT       PIC S9(13)V99 COMP-3.
               10  GP-ROW-REV-COUNT        PIC 9(07) COMP.
               10  GP-ROW-REV-AMOUNT       PIC S9(13)V99 COMP-3.

      *    THE RESULT BEING POSTED: ITS CATEGORY, TYPE, AND AMOUNT,
      *    WHICH FOR A REVERSAL ARE THOSE OF THE ORIGINAL RESULT.
       01  GP-POSTING-FIELDS.
           05  GP-POST-CATEGORY            PIC X(01).
           05  GP-POST-TYPE-CODE           PIC X(02).
           05  GP-POST-AMOUNT              PIC S9(09)V99 COMP-3.
           05  GP-POST-KIND                PIC X(01).
               88  GP-POST-FORWARD             VALUE 'P'.
               88  GP-POST-CONTRA              VALUE 'R'.
           05  GP-SEARCH-TYPE-CODE         PIC X(02).
           05  GP-SUB                      PIC 9(04) COMP.
           05  GP-RC-WORK                  PIC 9(04).

      *    ONE PAIR OF JOURNAL LINES: THE SIDES BEFORE ANY SWAP FOR
      *    A NEGATIVE AMOUNT.
       01  GP-PAIR-FIELDS.
           05  GP-PAIR-DEBIT               PIC X(12).
           05  GP-PAIR-CREDIT              PIC X(12).
           05  GP-PAIR-SWAP                PIC X(12).
           05  GP-PAIR-AMOUNT              PIC S9(13)V99 COMP-3.
           05  GP-PAIR-COUNT               PIC 9(07) COMP.
           05  GP-PAIR-KIND                PIC X(01).
           05  GP-LINE-ACCOUNT             PIC X(12).
           05  GP-LINE-SIDE                PIC X(01).

      *    WHAT WENT ONTO THE JOURNAL, BY CATEGORY, FOR THE TIE TO
      *    SUMRPT.  THE CATEGORY NETS ARE FORWARD POSTINGS LESS THE
      *    CONTRA ENTRIES, WHICH IS HOW THE DRIVER NETS ITS OWN
      *    CATEGORY DOLLARS.
       01  GP-JOURNAL-FIGURES.
           05  GP-RESULTS-READ             PIC 9(08) COMP VALUE ZERO.
           05  GP-RESULTS-POSTED           PIC 9(08) COMP VALUE ZERO.
           05  GP-UNMAPPED-COUNT           PIC 9(08) COMP VALUE ZERO.
           05  GP-UNMAPPED-DOLLARS         PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  GP-NET-VALUE-A              PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  GP-NET-VALUE-B              PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  GP-NET-NEITHER              PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  GP-NET-REJECTED             PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  GP-NET-REVERSED             PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  GP-LINE-COUNT               PIC 9(06) COMP VALUE ZERO.
           05  GP-TOTAL-DEBITS             PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  GP-TOTAL-CREDITS            PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.

      *    THE DOLLAR FIGURES OFF THE DAY'S SUMRPT.  THE LAST
      *    OCCURRENCE OF EACH LABEL WINS, SO A SUMMARY DATASET THAT
      *    HAS ACCUMULATED A RERUN STILL YIELDS THE LATEST FIGURES.
       01  GP-SUMRPT-FIGURES.
           05  GP-SUMRPT-VALUE-A           PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  GP-SUMRPT-VALUE-B           PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  GP-SUMRPT-NEITHER           PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  GP-SUMRPT-REJECTED          PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  GP-SUMRPT-REVERSED          PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.

      *    WORK FIELDS FOR LIFTING AN AMOUNT BACK OFF AN EDITED
      *    REPORT FIELD, AS IN DAYBAL: DIGITS ACCUMULATE LEFT TO
      *    RIGHT AND A TRAILING MINUS NEGATES; THE DIGIT STRING IS
      *    IN HUNDREDTHS.
       01  GP-SCAN-FIELDS.
           05  GP-SCAN-LINE                PIC X(80).
           05  GP-SCAN-SUB                 PIC 9(04) COMP.
           05  GP-SCAN-CHAR                PIC X(01).
           05  GP-SCAN-DIGIT REDEFINES GP-SCAN-CHAR
                                           PIC 9(01).
           05  GP-SCAN-AMOUNT              PIC S9(15) COMP-3.
           05  GP-SCAN-NEGATIVE-SW         PIC X(01).
               88  GP-SCAN-NEGATIVE            VALUE 'Y'.
           05  GP-SCAN-HUNDREDTHS          PIC S9(13)V99 COMP-3.

       01  GP-REPORT-LINES.
           05  GP-UNMAPPED-HEADING.
               10  FILLER                  PIC X(12)   VALUE 'KEY'.
               10  FILLER                  PIC X(14)   VALUE 'ACCOUNT'.
               10  FILLER                  PIC X(06)   VALUE 'RC'.
               10  FILLER                  PIC X(06)   VALUE 'TYPE'.
               10  FILLER                  PIC X(18)   VALUE 'AMOUNT'.
               10  FILLER                  PIC X(76)
                                           VALUE 'REASON'.
           05  GP-UNMAPPED-LINE.
               10  GP-UNM-KEY              PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  GP-UNM-ACCOUNT          PIC X(12).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  GP-UNM-RC               PIC 9(04).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  GP-UNM-TYPE-CODE        PIC X(02).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  GP-UNM-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(03)   VALUE SPACES.
               10  GP-UNM-REASON           PIC X(50).
               10  FILLER                  PIC X(28)   VALUE SPACES.
           05  GP-JOURNAL-HEADING.
               10  FILLER                  PIC X(08)   VALUE 'LINE'.
               10  FILLER                  PIC X(14)
                                           VALUE 'GL ACCOUNT'.
               10  FILLER                  PIC X(04)   VALUE 'D/C'.
               10  FILLER                  PIC X(20)   VALUE
                   '              AMOUNT'.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FILLER                  PIC X(10)   VALUE 'CATEGORY'.
               10  FILLER                  PIC X(06)   VALUE 'TYPE'.
               10  FILLER                  PIC X(08)   VALUE 'ENTRY'.
               10  FILLER                  PIC X(10)   VALUE
                   '     ITEMS'.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FILLER                  PIC X(48)
                                           VALUE 'DESCRIPTION'.
           05  GP-JOURNAL-LINE.
               10  GP-JRN-LINE-NO          PIC ZZZZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  GP-JRN-ACCOUNT          PIC X(12).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  GP-JRN-SIDE             PIC X(01).
               10  FILLER                  PIC X(03)   VALUE SPACES.
               10  GP-JRN-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  GP-JRN-CATEGORY         PIC X(08).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  GP-JRN-TYPE-CODE        PIC X(02).
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  GP-JRN-KIND             PIC X(06).
               10  FILLER                  PIC X(05)   VALUE SPACES.
               10  GP-JRN-COUNT            PIC Z,ZZZ,ZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  GP-JRN-DESC             PIC X(30).
               10  FILLER                  PIC X(16)   VALUE SPACES.
           05  GP-LEG-LINE.
               10  GP-LEG-NAME             PIC X(34).
               10  GP-LEG-LEFT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  GP-LEG-RIGHT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  GP-LEG-VERDICT          PIC X(12).
               10  FILLER                  PIC X(42)   VALUE SPACES.
           05  GP-COUNT-LINE.
               10  GP-CNT-LABEL            PIC X(30).
               10  GP-CNT-VALUE            PIC Z,ZZZ,ZZ9.
               10  FILLER                  PIC X(93)   VALUE SPACES.
           05  GP-BLANK-LINE               PIC X(132)  VALUE SPACES.

       01  GP-CATEGORY-NAME                PIC X(08).

       01  GP-DATE-EDIT-FIELDS.
           05  GP-DATE-IN                  PIC 9(08).
           05  GP-DATE-IN-X REDEFINES GP-DATE-IN.
               10  GP-DATE-IN-CCYY         PIC X(04).
               10  GP-DATE-IN-MM           PIC X(02).
               10  GP-DATE-IN-DD           PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT GP-ABEND
               PERFORM 2000-POST-CYCLE-FILES THRU 2000-EXIT
           END-IF
           IF NOT GP-ABEND
               PERFORM 2700-GATHER-SUMRPT-FIGURES THRU 2700-EXIT
           END-IF
           IF NOT GP-ABEND
               PERFORM 3000-WRITE-JOURNAL-LINES THRU 3000-EXIT
           END-IF
           IF NOT GP-ABEND
               PERFORM 3500-WRITE-JOURNAL-TRAILER THRU 3500-EXIT
           END-IF
           IF NOT GP-ABEND
               PERFORM 4000-PROVE-JOURNAL THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           .
       9999-EXIT.
           GOBACK
           .
      *---------------------------------------------------------------*
      * 1000-INITIALIZE - PICK UP THE BUSINESS DATE, TABLE THE GL
      * MAPPING, OPEN THE REPORT AND THE JOURNAL AND WRITE THE
      * JOURNAL HEADER.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT GP-START-TIME FROM TIME
           OPEN INPUT BUSDATE-FILE
           IF GP-BUSDATE-STATUS NOT = '00'
               DISPLAY 'GLPOST: UNABLE TO OPEN BUSDATE, STATUS='
                   GP-BUSDATE-STATUS
               SET GP-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ BUSDATE-FILE INTO BD-CONTROL-RECORD
               AT END
                   DISPLAY 'GLPOST: BUSDATE CONTROL FILE IS EMPTY'
                   SET GP-ABEND TO TRUE
           END-READ
           CLOSE BUSDATE-FILE
           IF GP-ABEND
               GO TO 1000-EXIT
           END-IF
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'GLPOST: BUSDATE CONTROL RECORD UNREADABLE'
               SET GP-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE BD-BUSINESS-DATE TO GP-REPORT-DATE
           IF BD-CYCLE-NO IS NUMERIC
               MOVE BD-CYCLE-NO TO GP-REPORT-CYCLE
           ELSE
               MOVE 1           TO GP-REPORT-CYCLE
           END-IF
           OPEN INPUT GL-MAP-FILE
           IF GP-GL-MAP-STATUS NOT = '00'
               DISPLAY 'GLPOST: UNABLE TO OPEN GLMAP, STATUS='
                   GP-GL-MAP-STATUS
               SET GP-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE 'N' TO GP-EOF-SW
           PERFORM 1100-LOAD-ONE-MAP-ROW THRU 1100-EXIT
               UNTIL GP-EOF-CURRENT-FILE OR GP-ABEND
           CLOSE GL-MAP-FILE
           IF GP-ABEND
               GO TO 1000-EXIT
           END-IF
           IF GP-MAP-COUNT = ZERO
               DISPLAY 'GLPOST: GLMAP TABLE IS EMPTY - NOTHING CAN '
                   'BE POSTED'
               SET GP-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT POSTING-RPT
           IF GP-POSTING-RPT-STATUS NOT = '00'
               DISPLAY 'GLPOST: UNABLE TO OPEN GLRPT, STATUS='
                   GP-POSTING-RPT-STATUS
               SET GP-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO POSTING-RPT-RECORD
           MOVE GP-REPORT-DATE TO GP-DATE-IN
           STRING 'GENERAL-LEDGER POSTING REPORT - '
               DELIMITED BY SIZE
               GP-DATE-IN-CCYY '-' GP-DATE-IN-MM '-' GP-DATE-IN-DD
               DELIMITED BY SIZE
               INTO POSTING-RPT-RECORD
           WRITE POSTING-RPT-RECORD
           WRITE POSTING-RPT-RECORD FROM GP-BLANK-LINE
           OPEN OUTPUT JOURNAL-FILE
           IF GP-JOURNAL-STATUS NOT = '00'
               DISPLAY 'GLPOST: UNABLE TO OPEN GLJRNL, STATUS='
                   GP-JOURNAL-STATUS
               SET GP-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES         TO JOURNAL-HEADER-RECORD
           MOVE 'H'            TO JH-RECORD-TYPE
           MOVE 'SUBPROG'      TO JH-SOURCE-SYSTEM
           MOVE GP-REPORT-DATE TO JH-JOURNAL-DATE
           ACCEPT JH-CREATED-DATE FROM DATE YYYYMMDD
           MOVE GP-START-TIME  TO JH-CREATED-TIME
           WRITE JOURNAL-HEADER-RECORD
           .
       1000-EXIT.
           EXIT
           .
       1100-LOAD-ONE-MAP-ROW.
           READ GL-MAP-FILE
               AT END
                   SET GP-EOF-CURRENT-FILE TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF GLM-CATEGORY = SPACE
               OR GLM-TYPE-CODE = SPACES
               OR GLM-DEBIT-ACCOUNT = SPACES
               OR GLM-CREDIT-ACCOUNT = SPACES
               DISPLAY 'GLPOST: MALFORMED GLMAP RECORD: '
                   GL-MAP-RECORD(1:43)
               SET GP-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF GP-MAP-COUNT >= 400
               DISPLAY 'GLPOST: MORE THAN 400 GLMAP RECORDS'
               SET GP-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO GP-MAP-COUNT
           SET GP-MAP-IX TO GP-MAP-COUNT
           MOVE GLM-CATEGORY       TO GP-ROW-CATEGORY (GP-MAP-IX)
           MOVE GLM-TYPE-CODE      TO GP-ROW-TYPE-CODE (GP-MAP-IX)
           MOVE GLM-DEBIT-ACCOUNT  TO GP-ROW-DEBIT (GP-MAP-IX)
           MOVE GLM-CREDIT-ACCOUNT TO GP-ROW-CREDIT (GP-MAP-IX)
           MOVE GLM-DESCRIPTION    TO GP-ROW-DESC (GP-MAP-IX)
           MOVE ZERO TO GP-ROW-FWD-COUNT (GP-MAP-IX)
                        GP-ROW-FWD-AMOUNT (GP-MAP-IX)
                        GP-ROW-REV-COUNT (GP-MAP-IX)
                        GP-ROW-REV-AMOUNT (GP-MAP-IX)
           .
       1100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2000-POST-CYCLE-FILES - POST WHATEVER CYCLE TRANSOUT FILES
      * ARE THERE (STATUS 35 MEANS THAT CYCLE NEVER RAN).  AT LEAST
      * ONE MUST BE PRESENT.
      *---------------------------------------------------------------*
       2000-POST-CYCLE-FILES.
           OPEN INPUT CYCLE-OUT-1
           EVALUATE GP-CYCLE-OUT-1-STATUS
               WHEN '00'
                   SET GP-SOME-CYCLE-PRESENT TO TRUE
                   MOVE 'N' TO GP-EOF-SW
                   PERFORM 2110-READ-OUT-1 THRU 2110-EXIT
                       UNTIL GP-EOF-CURRENT-FILE
                   CLOSE CYCLE-OUT-1
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'GLPOST: UNABLE TO OPEN CYCOUT1, '
                       'STATUS=' GP-CYCLE-OUT-1-STATUS
                   SET GP-ABEND TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE
           OPEN INPUT CYCLE-OUT-2
           EVALUATE GP-CYCLE-OUT-2-STATUS
               WHEN '00'
                   SET GP-SOME-CYCLE-PRESENT TO TRUE
                   MOVE 'N' TO GP-EOF-SW
                   PERFORM 2120-READ-OUT-2 THRU 2120-EXIT
                       UNTIL GP-EOF-CURRENT-FILE
                   CLOSE CYCLE-OUT-2
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'GLPOST: UNABLE TO OPEN CYCOUT2, '
                       'STATUS=' GP-CYCLE-OUT-2-STATUS
                   SET GP-ABEND TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE
           OPEN INPUT CYCLE-OUT-3
           EVALUATE GP-CYCLE-OUT-3-STATUS
               WHEN '00'
                   SET GP-SOME-CYCLE-PRESENT TO TRUE
                   MOVE 'N' TO GP-EOF-SW
                   PERFORM 2130-READ-OUT-3 THRU 2130-EXIT
                       UNTIL GP-EOF-CURRENT-FILE
                   CLOSE CYCLE-OUT-3
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'GLPOST: UNABLE TO OPEN CYCOUT3, '
                       'STATUS=' GP-CYCLE-OUT-3-STATUS
                   SET GP-ABEND TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE
           OPEN INPUT CYCLE-OUT-4
           EVALUATE GP-CYCLE-OUT-4-STATUS
               WHEN '00'
                   SET GP-SOME-CYCLE-PRESENT TO TRUE
                   MOVE 'N' TO GP-EOF-SW
                   PERFORM 2140-READ-OUT-4 THRU 2140-EXIT
                       UNTIL GP-EOF-CURRENT-FILE
                   CLOSE CYCLE-OUT-4
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'GLPOST: UNABLE TO OPEN CYCOUT4, '
                       'STATUS=' GP-CYCLE-OUT-4-STATUS
                   SET GP-ABEND TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE
           IF NOT GP-SOME-CYCLE-PRESENT
               DISPLAY 'GLPOST: NO CYCLE TRANSOUT FILES PRESENT'
               SET GP-ABEND TO TRUE
           END-IF
           .
       2000-EXIT.
           EXIT
           .
       2110-READ-OUT-1.
           READ CYCLE-OUT-1
               AT END
                   SET GP-EOF-CURRENT-FILE TO TRUE
                   GO TO 2110-EXIT
           END-READ
           MOVE CYCLE-OUT-1-RECORD TO GP-TRANSOUT-RECORD
           PERFORM 2500-POST-ONE-RESULT THRU 2500-EXIT
           .
       2110-EXIT.
           EXIT
           .
       2120-READ-OUT-2.
           READ CYCLE-OUT-2
               AT END
                   SET GP-EOF-CURRENT-FILE TO TRUE
                   GO TO 2120-EXIT
           END-READ
           MOVE CYCLE-OUT-2-RECORD TO GP-TRANSOUT-RECORD
           PERFORM 2500-POST-ONE-RESULT THRU 2500-EXIT
           .
       2120-EXIT.
           EXIT
           .
       2130-READ-OUT-3.
           READ CYCLE-OUT-3
               AT END
                   SET GP-EOF-CURRENT-FILE TO TRUE
                   GO TO 2130-EXIT
           END-READ
           MOVE CYCLE-OUT-3-RECORD TO GP-TRANSOUT-RECORD
           PERFORM 2500-POST-ONE-RESULT THRU 2500-EXIT
           .
       2130-EXIT.
           EXIT
           .
       2140-READ-OUT-4.
           READ CYCLE-OUT-4
               AT END
                   SET GP-EOF-CURRENT-FILE TO TRUE
                   GO TO 2140-EXIT
           END-READ
           MOVE CYCLE-OUT-4-RECORD TO GP-TRANSOUT-RECORD
           PERFORM 2500-POST-ONE-RESULT THRU 2500-EXIT
           .
       2140-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2500-POST-ONE-RESULT - ACCUMULATE ONE RESULT ONTO ITS
      * MAPPING ROW.  A REVERSAL POSTS AS CONTRA UNDER ITS ORIGINAL'S
      * CATEGORY AND TYPE.  THE CATEGORY FOLLOWS THE DRIVER'S OWN
      * TALLY: ANY RETURN CODE OTHER THAN 1, 2, 3, OR 9 IS NEITHER.
      * THE AMOUNT POSTED IS THE BASE-CURRENCY EQUIVALENT; A RESULT
      * WITH NO CURRENCY PREDATES THE TAGGING AND ITS AMOUNT IS BASE.
      *---------------------------------------------------------------*
       2500-POST-ONE-RESULT.
           ADD 1 TO GP-RESULTS-READ
           EVALUATE TRUE
               WHEN TRO-BASE-AMOUNT IS NUMERIC
                   MOVE TRO-BASE-AMOUNT TO GP-POST-AMOUNT
               WHEN TRO-CURRENCY-CODE = SPACES
                   AND TRO-AMOUNT IS NUMERIC
                   MOVE TRO-AMOUNT      TO GP-POST-AMOUNT
               WHEN OTHER
                   MOVE ZERO            TO GP-POST-AMOUNT
           END-EVALUATE
           IF TRO-RETURN-CODE = 3
               SET GP-POST-CONTRA TO TRUE
               MOVE TRO-ORIG-RETURN-CODE TO GP-RC-WORK
               MOVE TRO-ORIG-TYPE-CODE   TO GP-POST-TYPE-CODE
           ELSE
               SET GP-POST-FORWARD TO TRUE
               MOVE TRO-RETURN-CODE      TO GP-RC-WORK
               MOVE TRO-TYPE-CODE        TO GP-POST-TYPE-CODE
           END-IF
           EVALUATE GP-RC-WORK
               WHEN 1
                   MOVE '1' TO GP-POST-CATEGORY
               WHEN 2
                   MOVE '2' TO GP-POST-CATEGORY
               WHEN 9
                   MOVE '9' TO GP-POST-CATEGORY
               WHEN OTHER
                   MOVE '0' TO GP-POST-CATEGORY
           END-EVALUATE
           PERFORM 2550-FIND-MAP-ROW THRU 2550-EXIT
           IF NOT GP-MAP-ROW-FOUND
               PERFORM 2600-REPORT-UNMAPPED THRU 2600-EXIT
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO GP-RESULTS-POSTED
           IF GP-POST-FORWARD
               ADD 1 TO GP-ROW-FWD-COUNT (GP-SUB)
               ADD GP-POST-AMOUNT TO GP-ROW-FWD-AMOUNT (GP-SUB)
               EVALUATE GP-POST-CATEGORY
                   WHEN '1'
                       ADD GP-POST-AMOUNT TO GP-NET-VALUE-A
                   WHEN '2'
                       ADD GP-POST-AMOUNT TO GP-NET-VALUE-B
                   WHEN '9'
                       ADD GP-POST-AMOUNT TO GP-NET-REJECTED
                   WHEN OTHER
                       ADD GP-POST-AMOUNT TO GP-NET-NEITHER
               END-EVALUATE
           ELSE
               ADD 1 TO GP-ROW-REV-COUNT (GP-SUB)
               ADD GP-POST-AMOUNT TO GP-ROW-REV-AMOUNT (GP-SUB)
               ADD GP-POST-AMOUNT TO GP-NET-REVERSED
               EVALUATE GP-POST-CATEGORY
                   WHEN '1'
                       SUBTRACT GP-POST-AMOUNT FROM GP-NET-VALUE-A
                   WHEN '2'
                       SUBTRACT GP-POST-AMOUNT FROM GP-NET-VALUE-B
                   WHEN '9'
                       SUBTRACT GP-POST-AMOUNT FROM GP-NET-REJECTED
                   WHEN OTHER
                       SUBTRACT GP-POST-AMOUNT FROM GP-NET-NEITHER
               END-EVALUATE
           END-IF
           .
       2500-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2550-FIND-MAP-ROW - THE ROW FOR THE CATEGORY AND TYPE CODE,
      * FAILING THAT THE CATEGORY'S ** CATCH-ALL ROW.  A REVERSAL
      * THAT REACHED TRANSOUT BEFORE THE ORIGINAL FIELDS WERE
      * CARRIED HAS A BLANK TYPE AND FINDS ONLY THE CATCH-ALL.
      *---------------------------------------------------------------*
       2550-FIND-MAP-ROW.
           MOVE 'N' TO GP-FOUND-SW
           MOVE GP-POST-TYPE-CODE TO GP-SEARCH-TYPE-CODE
           PERFORM 2560-CHECK-ONE-ROW THRU 2560-EXIT
               VARYING GP-SUB FROM 1 BY 1
               UNTIL GP-SUB > GP-MAP-COUNT OR GP-MAP-ROW-FOUND
           IF NOT GP-MAP-ROW-FOUND
               MOVE '**' TO GP-SEARCH-TYPE-CODE
               PERFORM 2560-CHECK-ONE-ROW THRU 2560-EXIT
                   VARYING GP-SUB FROM 1 BY 1
                   UNTIL GP-SUB > GP-MAP-COUNT OR GP-MAP-ROW-FOUND
           END-IF
           IF GP-MAP-ROW-FOUND
               SUBTRACT 1 FROM GP-SUB
           END-IF
           .
       2550-EXIT.
           EXIT
           .
       2560-CHECK-ONE-ROW.
           IF GP-ROW-CATEGORY (GP-SUB) = GP-POST-CATEGORY
               AND GP-ROW-TYPE-CODE (GP-SUB) = GP-SEARCH-TYPE-CODE
               SET GP-MAP-ROW-FOUND TO TRUE
           END-IF
           .
       2560-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2600-REPORT-UNMAPPED - A RESULT WITH NO ROW AND NO CATCH-ALL
      * CANNOT BE POSTED.  IT IS LISTED AND LEFT OFF THE JOURNAL, SO
      * THE CATEGORY TIE BELOW FAILS AND THE TRANSMISSION IS HELD
      * UNTIL GLMAPMNT MAPS IT AND THIS STEP IS RERUN.
      *---------------------------------------------------------------*
       2600-REPORT-UNMAPPED.
           ADD 1 TO GP-UNMAPPED-COUNT
           ADD GP-POST-AMOUNT TO GP-UNMAPPED-DOLLARS
           IF NOT GP-UNMAPPED-HDG-WRITTEN
               MOVE SPACES TO POSTING-RPT-RECORD
               STRING 'RESULTS WITH NO GL MAPPING - NOT POSTED'
                   DELIMITED BY SIZE INTO POSTING-RPT-RECORD
               WRITE POSTING-RPT-RECORD
               WRITE POSTING-RPT-RECORD FROM GP-UNMAPPED-HEADING
               SET GP-UNMAPPED-HDG-WRITTEN TO TRUE
           END-IF
           MOVE TRO-KEY         TO GP-UNM-KEY
           MOVE TRO-ACCOUNT-NO  TO GP-UNM-ACCOUNT
           MOVE TRO-RETURN-CODE TO GP-UNM-RC
           MOVE TRO-TYPE-CODE   TO GP-UNM-TYPE-CODE
           MOVE GP-POST-AMOUNT  TO GP-UNM-AMOUNT
           MOVE GP-POST-CATEGORY TO GP-CATEGORY-NAME
           PERFORM 3900-NAME-CATEGORY THRU 3900-EXIT
           MOVE SPACES TO GP-UNM-REASON
           IF GP-POST-CONTRA
               STRING 'NO ROW FOR ORIGINAL ' DELIMITED BY SIZE
                   GP-CATEGORY-NAME DELIMITED BY SPACE
                   ' TYPE ' DELIMITED BY SIZE
                   GP-POST-TYPE-CODE DELIMITED BY SIZE
                   INTO GP-UNM-REASON
           ELSE
               STRING 'NO ROW FOR ' DELIMITED BY SIZE
                   GP-CATEGORY-NAME DELIMITED BY SPACE
                   ' TYPE ' DELIMITED BY SIZE
                   GP-POST-TYPE-CODE DELIMITED BY SIZE
                   INTO GP-UNM-REASON
           END-IF
           WRITE POSTING-RPT-RECORD FROM GP-UNMAPPED-LINE
           .
       2600-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2700-GATHER-SUMRPT-FIGURES - LIFT THE CATEGORY DOLLARS OFF
      * THE DAY'S SUMMARY REPORT BY THEIR LABELS.
      *---------------------------------------------------------------*
       2700-GATHER-SUMRPT-FIGURES.
           OPEN INPUT SUMMARY-IN
           IF GP-SUMMARY-IN-STATUS NOT = '00'
               DISPLAY 'GLPOST: UNABLE TO OPEN SUMRPT, STATUS='
                   GP-SUMMARY-IN-STATUS
               SET GP-ABEND TO TRUE
               GO TO 2700-EXIT
           END-IF
           MOVE 'N' TO GP-EOF-SW
           PERFORM 2800-SCAN-ONE-SUMRPT-LINE THRU 2800-EXIT
               UNTIL GP-EOF-CURRENT-FILE
           CLOSE SUMMARY-IN
           .
       2700-EXIT.
           EXIT
           .
       2800-SCAN-ONE-SUMRPT-LINE.
           READ SUMMARY-IN
               AT END
                   SET GP-EOF-CURRENT-FILE TO TRUE
                   GO TO 2800-EXIT
           END-READ
           MOVE SUMMARY-IN-RECORD TO GP-SCAN-LINE
           EVALUATE TRUE
               WHEN GP-SCAN-LINE(1:16) = 'VALUE A DOLLARS '
                   PERFORM 2900-EXTRACT-AMOUNT THRU 2900-EXIT
                   MOVE GP-SCAN-HUNDREDTHS TO GP-SUMRPT-VALUE-A
               WHEN GP-SCAN-LINE(1:16) = 'VALUE B DOLLARS '
                   PERFORM 2900-EXTRACT-AMOUNT THRU 2900-EXIT
                   MOVE GP-SCAN-HUNDREDTHS TO GP-SUMRPT-VALUE-B
               WHEN GP-SCAN-LINE(1:16) = 'NEITHER DOLLARS '
                   PERFORM 2900-EXTRACT-AMOUNT THRU 2900-EXIT
                   MOVE GP-SCAN-HUNDREDTHS TO GP-SUMRPT-NEITHER
               WHEN GP-SCAN-LINE(1:16) = 'REJECTED DOLLARS'
                   PERFORM 2900-EXTRACT-AMOUNT THRU 2900-EXIT
                   MOVE GP-SCAN-HUNDREDTHS TO GP-SUMRPT-REJECTED
               WHEN GP-SCAN-LINE(1:16) = 'REVERSAL DOLLARS'
                   PERFORM 2900-EXTRACT-AMOUNT THRU 2900-EXIT
                   MOVE GP-SCAN-HUNDREDTHS TO GP-SUMRPT-REVERSED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2800-EXIT.
           EXIT
           .
       2900-EXTRACT-AMOUNT.
           MOVE ZERO TO GP-SCAN-AMOUNT
           MOVE 'N'  TO GP-SCAN-NEGATIVE-SW
           PERFORM 2950-EXTRACT-AMOUNT-CHAR THRU 2950-EXIT
               VARYING GP-SCAN-SUB FROM 1 BY 1
               UNTIL GP-SCAN-SUB > 80
           IF GP-SCAN-NEGATIVE
               COMPUTE GP-SCAN-AMOUNT = ZERO - GP-SCAN-AMOUNT
           END-IF
           COMPUTE GP-SCAN-HUNDREDTHS = GP-SCAN-AMOUNT / 100
           .
       2900-EXIT.
           EXIT
           .
       2950-EXTRACT-AMOUNT-CHAR.
           MOVE GP-SCAN-LINE(GP-SCAN-SUB:1) TO GP-SCAN-CHAR
           EVALUATE TRUE
               WHEN GP-SCAN-CHAR IS NUMERIC
                   COMPUTE GP-SCAN-AMOUNT
                       = GP-SCAN-AMOUNT * 10 + GP-SCAN-DIGIT
               WHEN GP-SCAN-CHAR = '-'
                   SET GP-SCAN-NEGATIVE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2950-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3000-WRITE-JOURNAL-LINES - ONE DEBIT AND ONE CREDIT LINE FOR
      * EACH MAPPING ROW'S FORWARD POSTINGS, AND ANOTHER PAIR WITH
      * THE SIDES SWAPPED FOR ITS CONTRA ENTRIES.  A ROW WITH NOTHING
      * TO POST WRITES NOTHING.
      *---------------------------------------------------------------*
       3000-WRITE-JOURNAL-LINES.
           IF GP-UNMAPPED-HDG-WRITTEN
               WRITE POSTING-RPT-RECORD FROM GP-BLANK-LINE
           END-IF
           MOVE SPACES TO POSTING-RPT-RECORD
           STRING 'JOURNAL LINES WRITTEN TO GLJRNL' DELIMITED BY SIZE
               INTO POSTING-RPT-RECORD
           WRITE POSTING-RPT-RECORD
           WRITE POSTING-RPT-RECORD FROM GP-JOURNAL-HEADING
           PERFORM 3100-JOURNAL-ONE-ROW THRU 3100-EXIT
               VARYING GP-SUB FROM 1 BY 1
               UNTIL GP-SUB > GP-MAP-COUNT
           .
       3000-EXIT.
           EXIT
           .
       3100-JOURNAL-ONE-ROW.
           IF GP-ROW-FWD-AMOUNT (GP-SUB) NOT = ZERO
               MOVE GP-ROW-DEBIT (GP-SUB)      TO GP-PAIR-DEBIT
               MOVE GP-ROW-CREDIT (GP-SUB)     TO GP-PAIR-CREDIT
               MOVE GP-ROW-FWD-AMOUNT (GP-SUB) TO GP-PAIR-AMOUNT
               MOVE GP-ROW-FWD-COUNT (GP-SUB)  TO GP-PAIR-COUNT
               MOVE 'P'                        TO GP-PAIR-KIND
               PERFORM 3200-WRITE-LINE-PAIR THRU 3200-EXIT
           END-IF
           IF GP-ROW-REV-AMOUNT (GP-SUB) NOT = ZERO
               MOVE GP-ROW-CREDIT (GP-SUB)     TO GP-PAIR-DEBIT
               MOVE GP-ROW-DEBIT (GP-SUB)      TO GP-PAIR-CREDIT
               MOVE GP-ROW-REV-AMOUNT (GP-SUB) TO GP-PAIR-AMOUNT
               MOVE GP-ROW-REV-COUNT (GP-SUB)  TO GP-PAIR-COUNT
               MOVE 'R'                        TO GP-PAIR-KIND
               PERFORM 3200-WRITE-LINE-PAIR THRU 3200-EXIT
           END-IF
           .
       3100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3200-WRITE-LINE-PAIR - THE LEDGER TAKES UNSIGNED AMOUNTS, SO
      * A NET NEGATIVE AMOUNT SWAPS THE SIDES.
      *---------------------------------------------------------------*
       3200-WRITE-LINE-PAIR.
           IF GP-PAIR-AMOUNT < ZERO
               MOVE GP-PAIR-DEBIT  TO GP-PAIR-SWAP
               MOVE GP-PAIR-CREDIT TO GP-PAIR-DEBIT
               MOVE GP-PAIR-SWAP   TO GP-PAIR-CREDIT
               COMPUTE GP-PAIR-AMOUNT = ZERO - GP-PAIR-AMOUNT
           END-IF
           MOVE GP-PAIR-DEBIT  TO GP-LINE-ACCOUNT
           MOVE 'D'            TO GP-LINE-SIDE
           PERFORM 3300-WRITE-ONE-LINE THRU 3300-EXIT
           ADD GP-PAIR-AMOUNT  TO GP-TOTAL-DEBITS
           MOVE GP-PAIR-CREDIT TO GP-LINE-ACCOUNT
           MOVE 'C'            TO GP-LINE-SIDE
           PERFORM 3300-WRITE-ONE-LINE THRU 3300-EXIT
           ADD GP-PAIR-AMOUNT  TO GP-TOTAL-CREDITS
           .
       3200-EXIT.
           EXIT
           .
       3300-WRITE-ONE-LINE.
           ADD 1 TO GP-LINE-COUNT
           MOVE SPACES              TO JOURNAL-DETAIL-RECORD
           MOVE 'D'                 TO JD-RECORD-TYPE
           MOVE GP-REPORT-DATE      TO JD-JOURNAL-DATE
           MOVE GP-LINE-COUNT       TO JD-LINE-NO
           MOVE GP-LINE-ACCOUNT     TO JD-GL-ACCOUNT
           MOVE GP-LINE-SIDE        TO JD-DEBIT-CREDIT
           MOVE GP-PAIR-AMOUNT      TO JD-AMOUNT
           MOVE GP-ROW-CATEGORY (GP-SUB)  TO JD-CATEGORY
           MOVE GP-ROW-TYPE-CODE (GP-SUB) TO JD-TYPE-CODE
           MOVE GP-PAIR-KIND        TO JD-ENTRY-KIND
           MOVE GP-PAIR-COUNT       TO JD-ITEM-COUNT
           MOVE GP-ROW-DESC (GP-SUB)      TO JD-DESCRIPTION
           WRITE JOURNAL-DETAIL-RECORD
           IF GP-JOURNAL-STATUS NOT = '00'
               DISPLAY 'GLPOST: GLJRNL WRITE FAILED, STATUS='
                   GP-JOURNAL-STATUS
               SET GP-ABEND TO TRUE
               GO TO 3300-EXIT
           END-IF
           MOVE GP-LINE-COUNT       TO GP-JRN-LINE-NO
           MOVE GP-LINE-ACCOUNT     TO GP-JRN-ACCOUNT
           MOVE GP-LINE-SIDE        TO GP-JRN-SIDE
           MOVE GP-PAIR-AMOUNT      TO GP-JRN-AMOUNT
           MOVE GP-ROW-CATEGORY (GP-SUB) TO GP-CATEGORY-NAME
           PERFORM 3900-NAME-CATEGORY THRU 3900-EXIT
           MOVE GP-CATEGORY-NAME    TO GP-JRN-CATEGORY
           MOVE GP-ROW-TYPE-CODE (GP-SUB) TO GP-JRN-TYPE-CODE
           IF GP-PAIR-KIND = 'R'
               MOVE 'CONTRA'        TO GP-JRN-KIND
           ELSE
               MOVE 'POST'          TO GP-JRN-KIND
           END-IF
           MOVE GP-PAIR-COUNT       TO GP-JRN-COUNT
           MOVE GP-ROW-DESC (GP-SUB) TO GP-JRN-DESC
           WRITE POSTING-RPT-RECORD FROM GP-JOURNAL-LINE
           .
       3300-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3500-WRITE-JOURNAL-TRAILER - THE LEDGER'S CONTROL TOTALS.
      *---------------------------------------------------------------*
       3500-WRITE-JOURNAL-TRAILER.
           MOVE SPACES           TO JOURNAL-TRAILER-RECORD
           MOVE 'T'              TO JT-RECORD-TYPE
           MOVE GP-REPORT-DATE   TO JT-JOURNAL-DATE
           MOVE GP-LINE-COUNT    TO JT-LINE-COUNT
           MOVE GP-TOTAL-DEBITS  TO JT-TOTAL-DEBITS
           MOVE GP-TOTAL-CREDITS TO JT-TOTAL-CREDITS
           WRITE JOURNAL-TRAILER-RECORD
           IF GP-JOURNAL-STATUS NOT = '00'
               DISPLAY 'GLPOST: GLJRNL TRAILER WRITE FAILED, STATUS='
                   GP-JOURNAL-STATUS
               SET GP-ABEND TO TRUE
           END-IF
           .
       3500-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3900-NAME-CATEGORY - THE CATEGORY CODE IN GP-CATEGORY-NAME IS
      * REPLACED BY ITS NAME.
      *---------------------------------------------------------------*
       3900-NAME-CATEGORY.
           EVALUATE GP-CATEGORY-NAME(1:1)
               WHEN '1'
                   MOVE 'VALUE A'  TO GP-CATEGORY-NAME
               WHEN '2'
                   MOVE 'VALUE B'  TO GP-CATEGORY-NAME
               WHEN '9'
                   MOVE 'REJECTED' TO GP-CATEGORY-NAME
               WHEN OTHER
                   MOVE 'NEITHER'  TO GP-CATEGORY-NAME
           END-EVALUATE
           .
       3900-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4000-PROVE-JOURNAL - ONE LINE PER TEST: THE TWO FIGURES
      * BEING PROVED AGAINST EACH OTHER AND THE VERDICT.  ANY FAILING
      * TEST HOLDS THE LEDGER TRANSMISSION.
      *---------------------------------------------------------------*
       4000-PROVE-JOURNAL.
           WRITE POSTING-RPT-RECORD FROM GP-BLANK-LINE
           MOVE SPACES TO POSTING-RPT-RECORD
           STRING 'JOURNAL PROOF' DELIMITED BY SIZE
               INTO POSTING-RPT-RECORD
           WRITE POSTING-RPT-RECORD

           MOVE 'JOURNAL DEBITS VS CREDITS       : '
               TO GP-LEG-NAME
           MOVE GP-TOTAL-DEBITS  TO GP-LEG-LEFT
           MOVE GP-TOTAL-CREDITS TO GP-LEG-RIGHT
           IF GP-TOTAL-DEBITS = GP-TOTAL-CREDITS
               MOVE 'PASS'         TO GP-LEG-VERDICT
           ELSE
               MOVE '*** FAIL ***' TO GP-LEG-VERDICT
               SET GP-JOURNAL-NOT-PROVED TO TRUE
           END-IF
           WRITE POSTING-RPT-RECORD FROM GP-LEG-LINE

           MOVE 'VALUE A  SUMRPT VS JOURNAL NET  : '
               TO GP-LEG-NAME
           MOVE GP-SUMRPT-VALUE-A TO GP-LEG-LEFT
           MOVE GP-NET-VALUE-A    TO GP-LEG-RIGHT
           IF GP-SUMRPT-VALUE-A = GP-NET-VALUE-A
               MOVE 'PASS'         TO GP-LEG-VERDICT
           ELSE
               MOVE '*** FAIL ***' TO GP-LEG-VERDICT
               SET GP-JOURNAL-NOT-PROVED TO TRUE
           END-IF
           WRITE POSTING-RPT-RECORD FROM GP-LEG-LINE

           MOVE 'VALUE B  SUMRPT VS JOURNAL NET  : '
               TO GP-LEG-NAME
           MOVE GP-SUMRPT-VALUE-B TO GP-LEG-LEFT
           MOVE GP-NET-VALUE-B    TO GP-LEG-RIGHT
           IF GP-SUMRPT-VALUE-B = GP-NET-VALUE-B
               MOVE 'PASS'         TO GP-LEG-VERDICT
           ELSE
               MOVE '*** FAIL ***' TO GP-LEG-VERDICT
               SET GP-JOURNAL-NOT-PROVED TO TRUE
           END-IF
           WRITE POSTING-RPT-RECORD FROM GP-LEG-LINE

           MOVE 'NEITHER  SUMRPT VS JOURNAL NET  : '
               TO GP-LEG-NAME
           MOVE GP-SUMRPT-NEITHER TO GP-LEG-LEFT
           MOVE GP-NET-NEITHER    TO GP-LEG-RIGHT
           IF GP-SUMRPT-NEITHER = GP-NET-NEITHER
               MOVE 'PASS'         TO GP-LEG-VERDICT
           ELSE
               MOVE '*** FAIL ***' TO GP-LEG-VERDICT
               SET GP-JOURNAL-NOT-PROVED TO TRUE
           END-IF
           WRITE POSTING-RPT-RECORD FROM GP-LEG-LINE

           MOVE 'REJECTED SUMRPT VS JOURNAL NET  : '
               TO GP-LEG-NAME
           MOVE GP-SUMRPT-REJECTED TO GP-LEG-LEFT
           MOVE GP-NET-REJECTED    TO GP-LEG-RIGHT
           IF GP-SUMRPT-REJECTED = GP-NET-REJECTED
               MOVE 'PASS'         TO GP-LEG-VERDICT
           ELSE
               MOVE '*** FAIL ***' TO GP-LEG-VERDICT
               SET GP-JOURNAL-NOT-PROVED TO TRUE
           END-IF
           WRITE POSTING-RPT-RECORD FROM GP-LEG-LINE

           MOVE 'REVERSAL SUMRPT VS CONTRA       : '
               TO GP-LEG-NAME
           MOVE GP-SUMRPT-REVERSED TO GP-LEG-LEFT
           MOVE GP-NET-REVERSED    TO GP-LEG-RIGHT
           IF GP-SUMRPT-REVERSED = GP-NET-REVERSED
               MOVE 'PASS'         TO GP-LEG-VERDICT
           ELSE
               MOVE '*** FAIL ***' TO GP-LEG-VERDICT
               SET GP-JOURNAL-NOT-PROVED TO TRUE
           END-IF
           WRITE POSTING-RPT-RECORD FROM GP-LEG-LINE

           MOVE 'UNMAPPED DOLLARS NOT POSTED     : '
               TO GP-LEG-NAME
           MOVE GP-UNMAPPED-DOLLARS TO GP-LEG-LEFT
           MOVE ZERO                TO GP-LEG-RIGHT
           IF GP-UNMAPPED-COUNT = ZERO
               MOVE 'PASS'         TO GP-LEG-VERDICT
           ELSE
               MOVE '*** FAIL ***' TO GP-LEG-VERDICT
               SET GP-JOURNAL-NOT-PROVED TO TRUE
           END-IF
           WRITE POSTING-RPT-RECORD FROM GP-LEG-LINE

           WRITE POSTING-RPT-RECORD FROM GP-BLANK-LINE
           MOVE 'RESULTS READ          : ' TO GP-CNT-LABEL
           MOVE GP-RESULTS-READ            TO GP-CNT-VALUE
           WRITE POSTING-RPT-RECORD FROM GP-COUNT-LINE
           MOVE 'RESULTS POSTED        : ' TO GP-CNT-LABEL
           MOVE GP-RESULTS-POSTED          TO GP-CNT-VALUE
           WRITE POSTING-RPT-RECORD FROM GP-COUNT-LINE
           MOVE 'RESULTS NOT MAPPED    : ' TO GP-CNT-LABEL
           MOVE GP-UNMAPPED-COUNT          TO GP-CNT-VALUE
           WRITE POSTING-RPT-RECORD FROM GP-COUNT-LINE
           MOVE 'JOURNAL LINES WRITTEN : ' TO GP-CNT-LABEL
           MOVE GP-LINE-COUNT              TO GP-CNT-VALUE
           WRITE POSTING-RPT-RECORD FROM GP-COUNT-LINE

           WRITE POSTING-RPT-RECORD FROM GP-BLANK-LINE
           MOVE SPACES TO POSTING-RPT-RECORD
           IF GP-JOURNAL-PROVED
               STRING 'JOURNAL BALANCED AND TIED TO SUMRPT - LEDGER '
                   'TRANSMISSION MAY PROCEED'
                   DELIMITED BY SIZE INTO POSTING-RPT-RECORD
           ELSE
               STRING '*** JOURNAL NOT PROVED - HOLD THE LEDGER '
                   'TRANSMISSION AND RECONCILE ***'
                   DELIMITED BY SIZE INTO POSTING-RPT-RECORD
           END-IF
           WRITE POSTING-RPT-RECORD
           .
       4000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE JOURNAL AND REPORT AND SET THE
      * STEP RETURN CODE:
      *    RC=0   JOURNAL BALANCED AND TIED TO SUMRPT
      *    RC=8   JOURNAL OUT OF BALANCE, NOT TIED TO SUMRPT, OR
      *           RESULTS LEFT UNMAPPED - HOLD THE LEDGER
      *           TRANSMISSION
      *    RC=16  A REQUIRED FILE COULD NOT BE OPENED OR WRITTEN
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF GP-JOURNAL-STATUS = '00'
               CLOSE JOURNAL-FILE
           END-IF
           IF GP-POSTING-RPT-STATUS = '00'
               CLOSE POSTING-RPT
           END-IF
           EVALUATE TRUE
               WHEN GP-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN GP-JOURNAL-NOT-PROVED
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9500-WRITE-RUN-STATUS THRU 9500-EXIT
           .
       9000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9500-WRITE-RUN-STATUS - APPEND THIS STEP'S STATUS RECORD TO
      * THE SHARED RUN-STATUS FILE FOR THE END-OF-NIGHT OPSRPT.  A
      * STATUS FILE THAT WON'T OPEN IS REPORTED AND IGNORED - IT
      * MUST NEVER CHANGE THE STEP'S OWN OUTCOME.
      *---------------------------------------------------------------*
       9500-WRITE-RUN-STATUS.
           OPEN EXTEND RUN-STATUS-FILE
           IF GP-RUNSTAT-STATUS = '35'
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF
           IF GP-RUNSTAT-STATUS NOT = '00'
               DISPLAY 'GLPOST: UNABLE TO OPEN RUNSTAT, STATUS='
                   GP-RUNSTAT-STATUS
                   ' - STATUS RECORD NOT WRITTEN'
               GO TO 9500-EXIT
           END-IF
           MOVE SPACES            TO RS-STATUS-RECORD
           MOVE 'GLPOST  '        TO RS-PROGRAM-NAME
           MOVE GP-REPORT-DATE    TO RS-BUSINESS-DATE
           MOVE GP-REPORT-CYCLE   TO RS-CYCLE-NO
           MOVE GP-START-TIME     TO RS-START-TIME
           ACCEPT RS-END-TIME FROM TIME
           MOVE GP-RESULTS-READ   TO RS-RECORDS-PROCESSED
           MOVE RETURN-CODE       TO RS-RETURN-CODE
           MOVE 'N'               TO RS-DEGRADED-SW
           MOVE SPACES            TO RS-CONDITION-TEXT
           IF GP-JOURNAL-NOT-PROVED AND NOT GP-ABEND
               MOVE 'Y' TO RS-DEGRADED-SW
               MOVE 'GL JOURNAL NOT PROVED'
                   TO RS-CONDITION-TEXT
           END-IF
           WRITE RUN-STATUS-RECORD FROM RS-STATUS-RECORD
           CLOSE RUN-STATUS-FILE
           .
       9500-EXIT.
           EXIT
           .
