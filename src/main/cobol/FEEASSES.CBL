      **********************************************************************
      * AUTHOR:    M J STEELE
      * INSTALLATION: DATA PROCESSING
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:   FEE ASSESSMENT FOR THE BUSINESS DATE.  READS THE
      *            DAY'S CLASSIFIED RESULTS OFF TRANSOUT AND PRICES
      *            EACH ONE AGAINST THE FEESCHD TABLE (MAINTAINED BY
      *            FEEMNT): THE LINE FOR THE RESULT'S CATEGORY AND
      *            TYPE CODE, FAILING THAT THE CATEGORY'S ** CATCH-
      *            ALL LINE.  THE FEE IS THE LINE'S FLAT FEE PLUS ITS
      *            PERCENTAGE OF THE ITEM'S BASE-CURRENCY AMOUNT,
      *            RAISED TO THE LINE'S MINIMUM AND CUT TO ITS
      *            MAXIMUM.  A RESULT WITH NO LINE IS NOT CHARGED.
      *
      *            EVERY FEE IS WRITTEN TO FEETRAN AS AN ORDINARY
      *            DETAIL IN THE TRANSIN LAYOUT, TYPE CODE FE, IN
      *            BASE CURRENCY, KEYED F + MMDD + A SEQUENCE NUMBER.
      *            THE NEXT CYCLE'S TRANEDIT MERGES IT INTO THE RAW
      *            TRANSMISSION BY KEY, SO A FEE IS EDITED, CLASSIFIED
      *            AND POSTED LIKE ANY OTHER ITEM.  A RESULT THAT IS
      *            ITSELF A FEE IS NEVER CHARGED A FEE.
      *
      *            AN APPLIED REVERSAL (RETURN CODE 3) IS NOT CHARGED.
      *            INSTEAD THE FEE ITS ORIGINAL WAS CHARGED - FOUND ON
      *            THE FEE HISTORY FILE, OR AMONG TODAY'S OWN CHARGES,
      *            BY THE ITEM KEY THE REVERSAL SHARES WITH ITS
      *            ORIGINAL AND THE ORIGINAL'S RUN DATE, WHICH CALLPGM
      *            CARRIES ON THE REVERSAL'S TRANSOUT RECORD, SO A KEY
      *            REUSED ON ANOTHER DAY IS NEVER REFUNDED IN ITS
      *            PLACE - IS REFUNDED IN FULL AS A NEGATIVE FEE
      *            DETAIL, WHATEVER THE SCHEDULE SAYS TODAY.  A FEE IS
      *            NEVER REFUNDED TWICE.  A REVERSAL OF A RESULT THE
      *            SCHEDULE PRICES TODAY BUT FOR WHICH NO UNREFUNDED
      *            FEE IS ON THE HISTORY IS LISTED FOR FOLLOW-UP.
      *
      *            EVERY CHARGE AND REFUND, AND ONE DAY RECORD, IS
      *            ADDED TO THE FEE HISTORY (FEEHIST COPYBOOK).  A
      *            BUSINESS DATE ALREADY ON THE HISTORY IS NOT
      *            ASSESSED AGAIN: FEETRAN IS REBUILT FROM THE DATE'S
      *            CHARGES AND REFUNDS ON THE HISTORY, SO A RERUN
      *            NEITHER CHARGES A DAY TWICE NOR LOSES ITS FEES.
      *            NOTHING IS WRITTEN TO FEETRAN OR THE HISTORY UNTIL
      *            THE WHOLE DAY HAS BEEN PRICED AND MATCHED.
      *
      *            THE FEE REGISTER LISTS EVERY FEE, THEN TOTALS THE
      *            FEES BY ACCOUNT AND BY SCHEDULE LINE, THEN THE
      *            REVERSALS LEFT UNREFUNDED, THEN THE GRAND TOTALS.
      *
      *            THE DAY'S RESULTS COME IN ON CYCOUT1-CYCOUT4, ONE
      *            DD PER CYCLE'S TRANSOUT, AS GLPOST TAKES THEM: A
      *            CYCLE THAT NEVER RAN IS SIMPLY SKIPPED, BUT AT
      *            LEAST ONE MUST BE PRESENT.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL VERSION
      * 15 OCT 2026  MJS  A DATE ALREADY ASSESSED REBUILDS FEETRAN FROM
      *                   THE FEE HISTORY INSTEAD OF FAILING THE STEP
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 173 BYTES; A REVERSAL'S
      *                   ORIGINAL FEE IS MATCHED ON ITEM KEY AND THE
      *                   ORIGINAL'S RUN DATE, NOT THE ITEM KEY ALONE
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEASSES.
       AUTHOR. M J STEELE.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 15 OCT 2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FA-BUSDATE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO FEESCHD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FA-SCHEDULE-STATUS.

           SELECT CYCLE-OUT-1 ASSIGN TO CYCOUT1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FA-CYCLE-OUT-1-STATUS.

           SELECT CYCLE-OUT-2 ASSIGN TO CYCOUT2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FA-CYCLE-OUT-2-STATUS.

           SELECT CYCLE-OUT-3 ASSIGN TO CYCOUT3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FA-CYCLE-OUT-3-STATUS.

           SELECT CYCLE-OUT-4 ASSIGN TO CYCOUT4
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FA-CYCLE-OUT-4-STATUS.

           SELECT FEE-HISTORY-FILE ASSIGN TO FEEHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FA-HISTORY-STATUS.

           SELECT FEE-TRAN-FILE ASSIGN TO FEETRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FA-FEE-TRAN-STATUS.

           SELECT FEE-RPT ASSIGN TO FEERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FA-FEE-RPT-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FA-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSDATE-RECORD              PIC X(80).

      *    MUST MATCH THE NEW-TABLE-RECORD LAYOUT FEEMNT WRITES IN
      *    3100-WRITE-ONE-ROW.
       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
       01  FEE-SCHEDULE-RECORD.
           05  FSC-CATEGORY            PIC X(01).
           05  FILLER                  PIC X(01).
           05  FSC-TYPE-CODE           PIC X(02).
           05  FILLER                  PIC X(01).
           05  FSC-FLAT-FEE            PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  FSC-PERCENT             PIC 9(03)V9(04).
           05  FILLER                  PIC X(01).
           05  FSC-MIN-FEE             PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  FSC-MAX-FEE             PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  FSC-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(13).

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

      *    ONE RECORD PER FEE EVER CHARGED OR REFUNDED, PLUS ONE PER
      *    DATE ASSESSED - SEE THE FEEHIST COPYBOOK.  READ IN FULL,
      *    THEN EXTENDED WITH THE DAY'S RECORDS.
       FD  FEE-HISTORY-FILE
           RECORDING MODE IS F.
       01  FEE-HISTORY-FILE-RECORD     PIC X(100).

      *    THE TRANSIN DETAIL LAYOUT - SEE TRANS-RECORD IN CALLPGM
      *    AND RAW-RECORD IN TRANEDIT.  BRANCH, CURRENCY AND BASE
      *    AMOUNT ARE LEFT BLANK FOR TRANEDIT TO STAMP, AS ON ANY
      *    DETAIL FROM UPSTREAM; A BLANK CURRENCY IS THE BASE.
       FD  FEE-TRAN-FILE
           RECORDING MODE IS F.
       01  FEE-TRAN-RECORD.
           05  FT-KEY                  PIC X(10).
           05  FT-ACCOUNT-NO           PIC X(12).
           05  FT-AMOUNT               PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  FT-TYPE-CODE            PIC X(02).
           05  FT-ORIG-RUN-DATE        PIC X(08).
           05  FT-BRANCH-CODE          PIC X(04).
           05  FT-CURRENCY-CODE        PIC X(03).
           05  FT-BASE-AMOUNT          PIC X(12).
           05  FILLER                  PIC X(17).

       FD  FEE-RPT
           RECORDING MODE IS F.
       01  FEE-RPT-RECORD              PIC X(132).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD           PIC X(93).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.

           COPY RUNSTAT.

           COPY FEEHIST.

      *    MUST MATCH THE OUT-RECORD LAYOUT CALLPGM WRITES IN
      *    2400-WRITE-OUTPUT-RECORD.  EACH CYCLE FILE'S RECORD IS
      *    MOVED HERE SO ONE PARAGRAPH PRICES THEM ALL.
       01  FA-TRANSOUT-RECORD.
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

       01  FA-FILE-STATUS-FIELDS.
           05  FA-BUSDATE-STATUS           PIC X(02).
           05  FA-SCHEDULE-STATUS          PIC X(02).
           05  FA-CYCLE-OUT-1-STATUS       PIC X(02).
           05  FA-CYCLE-OUT-2-STATUS       PIC X(02).
           05  FA-CYCLE-OUT-3-STATUS       PIC X(02).
           05  FA-CYCLE-OUT-4-STATUS       PIC X(02).
           05  FA-HISTORY-STATUS           PIC X(02).
           05  FA-FEE-TRAN-STATUS          PIC X(02).
           05  FA-FEE-RPT-STATUS           PIC X(02).
           05  FA-RUNSTAT-STATUS           PIC X(02).

       01  FA-SWITCHES.
           05  FA-ABEND-SW                 PIC X(01)   VALUE 'N'.
               88  FA-ABEND                    VALUE 'Y'.
           05  FA-EOF-SW                   PIC X(01)   VALUE 'N'.
               88  FA-EOF-CURRENT-FILE         VALUE 'Y'.
           05  FA-CYCLE-PRESENT-SW         PIC X(01)   VALUE 'N'.
               88  FA-SOME-CYCLE-PRESENT       VALUE 'Y'.
           05  FA-LINE-FOUND-SW            PIC X(01)   VALUE 'N'.
               88  FA-LINE-FOUND               VALUE 'Y'.
           05  FA-ENTRY-FOUND-SW           PIC X(01)   VALUE 'N'.
               88  FA-ENTRY-FOUND              VALUE 'Y'.
           05  FA-WARNING-SW               PIC X(01)   VALUE 'N'.
               88  FA-REVERSAL-UNREFUNDED      VALUE 'Y'.
      *    ANY HISTORY RECORD FOR THE BUSINESS DATE, AND ITS DAY
      *    RECORD.  THE FIRST WITHOUT THE SECOND IS A HISTORY LEFT
      *    PART WRITTEN.
           05  FA-ON-HISTORY-SW            PIC X(01)   VALUE 'N'.
               88  FA-DATE-ON-HISTORY          VALUE 'Y'.
           05  FA-ASSESSED-SW              PIC X(01)   VALUE 'N'.
               88  FA-DATE-ASSESSED            VALUE 'Y'.

       01  FA-SCOPE-FIELDS.
           05  FA-REPORT-DATE              PIC 9(08)   VALUE ZERO.
           05  FA-REPORT-CYCLE             PIC 9(02)   VALUE 1.
      *    THE CYCLE WHOSE TRANSOUT IS BEING READ, 1-4.
           05  FA-CURRENT-CYCLE            PIC 9(02)   VALUE ZERO.

      *    STEP-STATUS FIELDS FOR THE RUN-STATUS RECORD.
       77  FA-START-TIME                   PIC 9(08)   VALUE ZERO.

      *    THE FEE SCHEDULE, WITH WHAT WAS CHARGED AND REFUNDED
      *    UNDER EACH LINE.  A REFUND WHOSE LINE HAS SINCE BEEN
      *    DELETED IS TOTALLED ON A LINE ADDED AT THE END, MARKED AS
      *    NOT PRICED SO NOTHING IS EVER CHARGED FROM IT.  ENTRIES
      *    1-400 ARE THE SCHEDULE (FEEMNT HOLDS IT TO 400 LINES);
      *    401-500 ARE KEPT FOR THOSE ADDED TOTALS-ONLY LINES.
       01  FA-SCHEDULE-TABLE.
           05  FA-SCHED-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  FA-SCHED-ENTRY OCCURS 500 TIMES
                   INDEXED BY FA-SCHED-IX.
               10  FA-ROW-CATEGORY         PIC X(01).
               10  FA-ROW-TYPE-CODE        PIC X(02).
               10  FA-ROW-FLAT-FEE         PIC 9(05)V99 COMP-3.
               10  FA-ROW-PERCENT          PIC 9(03)V9(04) COMP-3.
               10  FA-ROW-MIN-FEE          PIC 9(05)V99 COMP-3.
               10  FA-ROW-MAX-FEE          PIC 9(05)V99 COMP-3.
               10  FA-ROW-DESC             PIC X(30).
               10  FA-ROW-PRICED-SW        PIC X(01).
                   88  FA-ROW-PRICED           VALUE 'Y'.
               10  FA-ROW-CHG-COUNT        PIC 9(07) COMP.
               10  FA-ROW-CHG-AMOUNT       PIC S9(11)V99 COMP-3.
               10  FA-ROW-REF-COUNT        PIC 9(07) COMP.
               10  FA-ROW-REF-AMOUNT       PIC S9(11)V99 COMP-3.

      *    THE DAY'S FEES, IN THE ORDER THEY WERE RAISED: CHARGES
      *    AS THE RESULTS ARE READ, THEN REFUNDS.  HELD HERE AND
      *    WRITTEN ONLY WHEN THE WHOLE DAY IS PRICED, SO A RUN THAT
      *    STOPS PART WAY LEAVES FEETRAN AND THE HISTORY UNTOUCHED.
       01  FA-DAY-TABLE.
           05  FA-DAY-COUNT                PIC 9(05) COMP VALUE ZERO.
           05  FA-DAY-ENTRY OCCURS 20000 TIMES.
               10  FA-DAY-KIND             PIC X(01).
                   88  FA-DAY-CHARGE           VALUE 'C'.
                   88  FA-DAY-REFUND           VALUE 'R'.
               10  FA-DAY-CYCLE            PIC 9(02).
               10  FA-DAY-FEE-KEY          PIC X(10).
               10  FA-DAY-ITEM-KEY         PIC X(10).
               10  FA-DAY-ACCOUNT          PIC X(12).
               10  FA-DAY-CATEGORY         PIC X(01).
               10  FA-DAY-ITEM-TYPE        PIC X(02).
               10  FA-DAY-SCHED-TYPE       PIC X(02).
               10  FA-DAY-ITEM-AMOUNT      PIC S9(09)V99 COMP-3.
               10  FA-DAY-FEE-AMOUNT       PIC S9(09)V99 COMP-3.
               10  FA-DAY-REFUND-OF        PIC X(10).

      *    THE DAY'S REVERSALS IN ITEM-KEY AND ORIGINAL RUN DATE
      *    ORDER, EACH WITH THE LATEST FEE FOUND FOR ITS ORIGINAL AND
      *    WHAT BECAME OF IT.  THE ORIGINAL RUN DATE IS ZERO WHEN THE
      *    TRANSOUT RECORD DID NOT CARRY ONE - NO FEE CAN MATCH IT.
       01  FA-REVERSAL-TABLE.
           05  FA-REV-COUNT                PIC 9(05) COMP VALUE ZERO.
           05  FA-REV-ENTRY OCCURS 5000 TIMES.
               10  FA-REV-MATCH-KEY.
                   15  FA-REV-ITEM-KEY     PIC X(10).
                   15  FA-REV-ORIG-DATE    PIC 9(08).
               10  FA-REV-ACCOUNT          PIC X(12).
               10  FA-REV-CYCLE            PIC 9(02).
               10  FA-REV-CATEGORY         PIC X(01).
               10  FA-REV-ITEM-TYPE        PIC X(02).
               10  FA-REV-AMOUNT           PIC S9(09)V99 COMP-3.
               10  FA-REV-REPEATS          PIC 9(04) COMP.
      *        C = AN UNREFUNDED FEE WAS FOUND, A = THE LATEST FEE
      *        FOUND WAS ALREADY REFUNDED, N = NO FEE FOUND.
               10  FA-REV-CHARGE-SW        PIC X(01).
                   88  FA-REV-CHARGE-FOUND     VALUE 'C'.
                   88  FA-REV-ALREADY-REFUNDED VALUE 'A'.
                   88  FA-REV-NO-CHARGE        VALUE 'N'.
               10  FA-REV-FEE-KEY          PIC X(10).
               10  FA-REV-FEE-ACCOUNT      PIC X(12).
               10  FA-REV-FEE-CATEGORY     PIC X(01).
               10  FA-REV-FEE-ITEM-TYPE    PIC X(02).
               10  FA-REV-FEE-SCHED-TYPE   PIC X(02).
               10  FA-REV-FEE-AMOUNT       PIC S9(09)V99 COMP-3.
      *        R = REFUND RAISED, S = NOTHING TO REFUND (ORIGINAL
      *        NOT PRICED), W = PRICED BUT NO FEE FOUND, X = FEE
      *        ALREADY REFUNDED.
               10  FA-REV-OUTCOME-SW       PIC X(01).
                   88  FA-REV-REFUND-RAISED    VALUE 'R'.
                   88  FA-REV-NOTHING-TO-REFUND VALUE 'S'.
                   88  FA-REV-NO-FEE-FOUND     VALUE 'W'.
                   88  FA-REV-FEE-WAS-REFUNDED VALUE 'X'.

      *    FEE TOTALS BY ACCOUNT, IN ACCOUNT ORDER.
       01  FA-ACCOUNT-TABLE.
           05  FA-ACCT-COUNT               PIC 9(05) COMP VALUE ZERO.
           05  FA-ACCT-ENTRY OCCURS 20000 TIMES.
               10  FA-ACCT-NO              PIC X(12).
               10  FA-ACCT-CHG-COUNT       PIC 9(07) COMP.
               10  FA-ACCT-CHG-AMOUNT      PIC S9(11)V99 COMP-3.
               10  FA-ACCT-REF-COUNT       PIC 9(07) COMP.
               10  FA-ACCT-REF-AMOUNT      PIC S9(11)V99 COMP-3.

      *    BINARY SEARCH AND SORTED INSERT, AS IN LVALRPT.
       01  FA-SEARCH-FIELDS.
           05  FA-LOW                      PIC S9(05) COMP.
           05  FA-HIGH                     PIC S9(05) COMP.
           05  FA-MID                      PIC S9(05) COMP.
           05  FA-INSERT-AT                PIC S9(05) COMP.
           05  FA-SUB                      PIC S9(05) COMP.
           05  FA-SUB-NEXT                 PIC S9(05) COMP.
           05  FA-REV-SUB                  PIC S9(05) COMP.
           05  FA-ACCT-SUB                 PIC S9(05) COMP.
           05  FA-DAY-SUB                  PIC S9(05) COMP.
           05  FA-LINE-SUB                 PIC S9(05) COMP.
           05  FA-SEARCH-MATCH-KEY.
               10  FA-SEARCH-ITEM-KEY      PIC X(10).
               10  FA-SEARCH-ORIG-DATE     PIC 9(08).
           05  FA-SEARCH-ACCOUNT           PIC X(12).
           05  FA-SEARCH-CATEGORY          PIC X(01).
           05  FA-SEARCH-TYPE-CODE         PIC X(02).

      *    THE RESULT BEING PRICED.
       01  FA-PRICING-FIELDS.
           05  FA-RC-WORK                  PIC 9(04).
           05  FA-ITEM-CATEGORY            PIC X(01).
           05  FA-ITEM-AMOUNT              PIC S9(09)V99 COMP-3.
           05  FA-ITEM-ABS-AMOUNT          PIC S9(09)V99 COMP-3.
           05  FA-FEE-WORK                 PIC S9(11)V99 COMP-3.

      *    F + THE BUSINESS DATE'S MONTH AND DAY + A SEQUENCE NUMBER
      *    RUNNING ACROSS THE DAY'S CHARGES AND REFUNDS, SO FEETRAN
      *    IS WRITTEN IN ASCENDING KEY ORDER.
       01  FA-FEE-KEY-WORK.
           05  FA-FK-PREFIX                PIC X(01)   VALUE 'F'.
           05  FA-FK-MMDD                  PIC X(04).
           05  FA-FK-SEQUENCE              PIC 9(05)   VALUE ZERO.

       01  FA-DAY-FIGURES.
           05  FA-RESULTS-READ             PIC 9(08) COMP VALUE ZERO.
           05  FA-RESULTS-CHARGED          PIC 9(08) COMP VALUE ZERO.
           05  FA-RESULTS-NOT-PRICED       PIC 9(08) COMP VALUE ZERO.
           05  FA-FEE-ITEMS-SKIPPED        PIC 9(08) COMP VALUE ZERO.
           05  FA-REVERSALS-READ           PIC 9(08) COMP VALUE ZERO.
           05  FA-REFUNDS-RAISED           PIC 9(08) COMP VALUE ZERO.
           05  FA-REVERSALS-NO-FEE         PIC 9(08) COMP VALUE ZERO.
           05  FA-REVERSALS-UNREFUNDED     PIC 9(08) COMP VALUE ZERO.
           05  FA-HISTORY-READ             PIC 9(08) COMP VALUE ZERO.
           05  FA-TOTAL-CHARGED            PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  FA-TOTAL-REFUNDED           PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  FA-NET-FEES                 PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
      *    A DATE ALREADY ASSESSED: ITS DAY RECORD'S NET FEES AND THE
      *    FEES REBUILT FROM ITS CHARGES AND REFUNDS.
           05  FA-HISTORY-NET-FEES         PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  FA-FEES-REBUILT             PIC 9(08) COMP VALUE ZERO.

       01  FA-REPORT-LINES.
           05  FA-DETAIL-HEADING.
               10  FILLER                  PIC X(12)   VALUE 'FEE KEY'.
               10  FILLER                  PIC X(12)   VALUE 'ITEM KEY'.
               10  FILLER                  PIC X(14)   VALUE 'ACCOUNT'.
               10  FILLER                  PIC X(05)   VALUE 'CYC'.
               10  FILLER                  PIC X(10)   VALUE 'CATEGORY'.
               10  FILLER                  PIC X(06)   VALUE 'TYPE'.
               10  FILLER                  PIC X(06)   VALUE 'LINE'.
               10  FILLER                  PIC X(18)   VALUE
                   '    ITEM AMOUNT'.
               10  FILLER                  PIC X(17)   VALUE
                   '           FEE'.
               10  FILLER                  PIC X(32)
                                           VALUE 'REFUND OF'.
           05  FA-DETAIL-LINE.
               10  FA-DTL-FEE-KEY          PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-DTL-ITEM-KEY         PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-DTL-ACCOUNT          PIC X(12).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-DTL-CYCLE            PIC Z9.
               10  FILLER                  PIC X(03)   VALUE SPACES.
               10  FA-DTL-CATEGORY         PIC X(08).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-DTL-ITEM-TYPE        PIC X(02).
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  FA-DTL-SCHED-TYPE       PIC X(02).
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  FA-DTL-ITEM-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(03)   VALUE SPACES.
               10  FA-DTL-FEE-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(03)   VALUE SPACES.
               10  FA-DTL-REFUND-OF        PIC X(10).
               10  FILLER                  PIC X(22)   VALUE SPACES.
           05  FA-ACCOUNT-HEADING.
               10  FILLER                  PIC X(14)   VALUE 'ACCOUNT'.
               10  FILLER                  PIC X(11)   VALUE
                   '  CHARGES'.
               10  FILLER                  PIC X(16)   VALUE
                   '       CHARGED'.
               10  FILLER                  PIC X(11)   VALUE
                   '  REFUNDS'.
               10  FILLER                  PIC X(16)   VALUE
                   '      REFUNDED'.
               10  FILLER                  PIC X(64)   VALUE
                   '      NET FEES'.
           05  FA-ACCOUNT-LINE.
               10  FA-ACL-ACCOUNT          PIC X(12).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-ACL-CHG-COUNT        PIC Z,ZZZ,ZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-ACL-CHG-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-ACL-REF-COUNT        PIC Z,ZZZ,ZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-ACL-REF-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-ACL-NET-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(50)   VALUE SPACES.
           05  FA-LINE-HEADING.
               10  FILLER                  PIC X(10)   VALUE 'CATEGORY'.
               10  FILLER                  PIC X(06)   VALUE 'TYPE'.
               10  FILLER                  PIC X(32)
                                           VALUE 'DESCRIPTION'.
               10  FILLER                  PIC X(11)   VALUE
                   '  CHARGES'.
               10  FILLER                  PIC X(16)   VALUE
                   '       CHARGED'.
               10  FILLER                  PIC X(11)   VALUE
                   '  REFUNDS'.
               10  FILLER                  PIC X(16)   VALUE
                   '      REFUNDED'.
               10  FILLER                  PIC X(30)   VALUE
                   '      NET FEES'.
           05  FA-SCHED-LINE.
               10  FA-SCL-CATEGORY         PIC X(08).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-SCL-TYPE-CODE        PIC X(02).
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  FA-SCL-DESC             PIC X(30).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-SCL-CHG-COUNT        PIC Z,ZZZ,ZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-SCL-CHG-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-SCL-REF-COUNT        PIC Z,ZZZ,ZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-SCL-REF-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-SCL-NET-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(16)   VALUE SPACES.
           05  FA-EXCEPTION-HEADING.
               10  FILLER                  PIC X(12)   VALUE 'ITEM KEY'.
               10  FILLER                  PIC X(14)   VALUE 'ACCOUNT'.
               10  FILLER                  PIC X(05)   VALUE 'CYC'.
               10  FILLER                  PIC X(10)   VALUE 'CATEGORY'.
               10  FILLER                  PIC X(06)   VALUE 'TYPE'.
               10  FILLER                  PIC X(85)   VALUE 'REASON'.
           05  FA-EXCEPTION-LINE.
               10  FA-EXC-ITEM-KEY         PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-EXC-ACCOUNT          PIC X(12).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-EXC-CYCLE            PIC Z9.
               10  FILLER                  PIC X(03)   VALUE SPACES.
               10  FA-EXC-CATEGORY         PIC X(08).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FA-EXC-ITEM-TYPE        PIC X(02).
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  FA-EXC-REASON           PIC X(50).
               10  FILLER                  PIC X(35)   VALUE SPACES.
           05  FA-COUNT-LINE.
               10  FA-CNT-LABEL            PIC X(30).
               10  FA-CNT-VALUE            PIC Z,ZZZ,ZZ9.
               10  FILLER                  PIC X(93)   VALUE SPACES.
           05  FA-AMOUNT-LINE.
               10  FA-AMT-LABEL            PIC X(30).
               10  FA-AMT-VALUE            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(80)   VALUE SPACES.
           05  FA-BLANK-LINE               PIC X(132)  VALUE SPACES.

       01  FA-CATEGORY-NAME                PIC X(08).

       01  FA-DATE-EDIT-FIELDS.
           05  FA-DATE-IN                  PIC 9(08).
           05  FA-DATE-IN-X REDEFINES FA-DATE-IN.
               10  FA-DATE-IN-CCYY         PIC X(04).
               10  FA-DATE-IN-MM           PIC X(02).
               10  FA-DATE-IN-DD           PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT FA-ABEND
               PERFORM 2000-PRICE-CYCLE-FILES THRU 2000-EXIT
           END-IF
           IF NOT FA-ABEND
               PERFORM 3000-MATCH-FEE-HISTORY THRU 3000-EXIT
           END-IF
           IF NOT FA-ABEND AND FA-DATE-ASSESSED
               PERFORM 5600-REBUILD-FEE-TRANSACTIONS THRU 5600-EXIT
           END-IF
           IF NOT FA-ABEND AND NOT FA-DATE-ASSESSED
               PERFORM 3500-MATCH-TODAYS-CHARGES THRU 3500-EXIT
               PERFORM 4000-RAISE-REFUNDS THRU 4000-EXIT
           END-IF
           IF NOT FA-ABEND AND NOT FA-DATE-ASSESSED
               PERFORM 5000-WRITE-FEE-TRANSACTIONS THRU 5000-EXIT
           END-IF
           IF NOT FA-ABEND AND NOT FA-DATE-ASSESSED
               PERFORM 5500-EXTEND-FEE-HISTORY THRU 5500-EXIT
           END-IF
           IF NOT FA-ABEND AND NOT FA-DATE-ASSESSED
               PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           .
       9999-EXIT.
           GOBACK
           .
      *---------------------------------------------------------------*
      * 1000-INITIALIZE - PICK UP THE BUSINESS DATE, TABLE THE FEE
      * SCHEDULE, AND OPEN THE REGISTER.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT FA-START-TIME FROM TIME
           OPEN INPUT BUSDATE-FILE
           IF FA-BUSDATE-STATUS NOT = '00'
               DISPLAY 'FEEASSES: UNABLE TO OPEN BUSDATE, STATUS='
                   FA-BUSDATE-STATUS
               SET FA-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ BUSDATE-FILE INTO BD-CONTROL-RECORD
               AT END
                   DISPLAY 'FEEASSES: BUSDATE CONTROL FILE IS EMPTY'
                   SET FA-ABEND TO TRUE
           END-READ
           CLOSE BUSDATE-FILE
           IF FA-ABEND
               GO TO 1000-EXIT
           END-IF
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'FEEASSES: BUSDATE CONTROL RECORD UNREADABLE'
               SET FA-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE BD-BUSINESS-DATE TO FA-REPORT-DATE
           IF BD-CYCLE-NO IS NUMERIC
               MOVE BD-CYCLE-NO TO FA-REPORT-CYCLE
           ELSE
               MOVE 1           TO FA-REPORT-CYCLE
           END-IF
           MOVE FA-REPORT-DATE TO FA-DATE-IN
           STRING FA-DATE-IN-MM FA-DATE-IN-DD DELIMITED BY SIZE
               INTO FA-FK-MMDD
           OPEN INPUT FEE-SCHEDULE-FILE
           IF FA-SCHEDULE-STATUS NOT = '00'
               DISPLAY 'FEEASSES: UNABLE TO OPEN FEESCHD, STATUS='
                   FA-SCHEDULE-STATUS
               SET FA-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE 'N' TO FA-EOF-SW
           PERFORM 1100-LOAD-ONE-SCHED-LINE THRU 1100-EXIT
               UNTIL FA-EOF-CURRENT-FILE OR FA-ABEND
           CLOSE FEE-SCHEDULE-FILE
           IF FA-ABEND
               GO TO 1000-EXIT
           END-IF
           IF FA-SCHED-COUNT = ZERO
               DISPLAY 'FEEASSES: FEESCHD TABLE IS EMPTY - NOTHING '
                   'CAN BE PRICED'
               SET FA-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT FEE-RPT
           IF FA-FEE-RPT-STATUS NOT = '00'
               DISPLAY 'FEEASSES: UNABLE TO OPEN FEERPT, STATUS='
                   FA-FEE-RPT-STATUS
               SET FA-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO FEE-RPT-RECORD
           STRING 'FEE REGISTER - ' DELIMITED BY SIZE
               FA-DATE-IN-CCYY '-' FA-DATE-IN-MM '-' FA-DATE-IN-DD
               DELIMITED BY SIZE
               INTO FEE-RPT-RECORD
           WRITE FEE-RPT-RECORD
           WRITE FEE-RPT-RECORD FROM FA-BLANK-LINE
           .
       1000-EXIT.
           EXIT
           .
       1100-LOAD-ONE-SCHED-LINE.
           READ FEE-SCHEDULE-FILE
               AT END
                   SET FA-EOF-CURRENT-FILE TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF FSC-CATEGORY = SPACE
               OR FSC-TYPE-CODE = SPACES
               OR FSC-FLAT-FEE NOT NUMERIC
               OR FSC-PERCENT NOT NUMERIC
               OR FSC-MIN-FEE NOT NUMERIC
               OR FSC-MAX-FEE NOT NUMERIC
               DISPLAY 'FEEASSES: MALFORMED FEESCHD RECORD: '
                   FEE-SCHEDULE-RECORD(1:36)
               SET FA-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
      *    FEEMNT'S LIMIT.  THE TABLE'S LAST 100 ENTRIES ARE LEFT
      *    FOR 5300'S TOTALS-ONLY LINES.
           IF FA-SCHED-COUNT >= 400
               DISPLAY 'FEEASSES: MORE THAN 400 FEESCHD RECORDS'
               SET FA-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO FA-SCHED-COUNT
           SET FA-SCHED-IX TO FA-SCHED-COUNT
           MOVE FSC-CATEGORY    TO FA-ROW-CATEGORY (FA-SCHED-IX)
           MOVE FSC-TYPE-CODE   TO FA-ROW-TYPE-CODE (FA-SCHED-IX)
           MOVE FSC-FLAT-FEE    TO FA-ROW-FLAT-FEE (FA-SCHED-IX)
           MOVE FSC-PERCENT     TO FA-ROW-PERCENT (FA-SCHED-IX)
           MOVE FSC-MIN-FEE     TO FA-ROW-MIN-FEE (FA-SCHED-IX)
           MOVE FSC-MAX-FEE     TO FA-ROW-MAX-FEE (FA-SCHED-IX)
           MOVE FSC-DESCRIPTION TO FA-ROW-DESC (FA-SCHED-IX)
           MOVE 'Y'             TO FA-ROW-PRICED-SW (FA-SCHED-IX)
           MOVE ZERO TO FA-ROW-CHG-COUNT (FA-SCHED-IX)
                        FA-ROW-CHG-AMOUNT (FA-SCHED-IX)
                        FA-ROW-REF-COUNT (FA-SCHED-IX)
                        FA-ROW-REF-AMOUNT (FA-SCHED-IX)
           .
       1100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2000-PRICE-CYCLE-FILES - PRICE WHATEVER CYCLE TRANSOUT FILES
      * ARE THERE (STATUS 35 MEANS THAT CYCLE NEVER RAN).  AT LEAST
      * ONE MUST BE PRESENT.
      *---------------------------------------------------------------*
       2000-PRICE-CYCLE-FILES.
           OPEN INPUT CYCLE-OUT-1
           EVALUATE FA-CYCLE-OUT-1-STATUS
               WHEN '00'
                   SET FA-SOME-CYCLE-PRESENT TO TRUE
                   MOVE 'N' TO FA-EOF-SW
                   MOVE 1 TO FA-CURRENT-CYCLE
                   PERFORM 2110-READ-OUT-1 THRU 2110-EXIT
                       UNTIL FA-EOF-CURRENT-FILE OR FA-ABEND
                   CLOSE CYCLE-OUT-1
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'FEEASSES: UNABLE TO OPEN CYCOUT1, '
                       'STATUS=' FA-CYCLE-OUT-1-STATUS
                   SET FA-ABEND TO TRUE
           END-EVALUATE
           IF FA-ABEND
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT CYCLE-OUT-2
           EVALUATE FA-CYCLE-OUT-2-STATUS
               WHEN '00'
                   SET FA-SOME-CYCLE-PRESENT TO TRUE
                   MOVE 'N' TO FA-EOF-SW
                   MOVE 2 TO FA-CURRENT-CYCLE
                   PERFORM 2120-READ-OUT-2 THRU 2120-EXIT
                       UNTIL FA-EOF-CURRENT-FILE OR FA-ABEND
                   CLOSE CYCLE-OUT-2
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'FEEASSES: UNABLE TO OPEN CYCOUT2, '
                       'STATUS=' FA-CYCLE-OUT-2-STATUS
                   SET FA-ABEND TO TRUE
           END-EVALUATE
           IF FA-ABEND
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT CYCLE-OUT-3
           EVALUATE FA-CYCLE-OUT-3-STATUS
               WHEN '00'
                   SET FA-SOME-CYCLE-PRESENT TO TRUE
                   MOVE 'N' TO FA-EOF-SW
                   MOVE 3 TO FA-CURRENT-CYCLE
                   PERFORM 2130-READ-OUT-3 THRU 2130-EXIT
                       UNTIL FA-EOF-CURRENT-FILE OR FA-ABEND
                   CLOSE CYCLE-OUT-3
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'FEEASSES: UNABLE TO OPEN CYCOUT3, '
                       'STATUS=' FA-CYCLE-OUT-3-STATUS
                   SET FA-ABEND TO TRUE
           END-EVALUATE
           IF FA-ABEND
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT CYCLE-OUT-4
           EVALUATE FA-CYCLE-OUT-4-STATUS
               WHEN '00'
                   SET FA-SOME-CYCLE-PRESENT TO TRUE
                   MOVE 'N' TO FA-EOF-SW
                   MOVE 4 TO FA-CURRENT-CYCLE
                   PERFORM 2140-READ-OUT-4 THRU 2140-EXIT
                       UNTIL FA-EOF-CURRENT-FILE OR FA-ABEND
                   CLOSE CYCLE-OUT-4
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'FEEASSES: UNABLE TO OPEN CYCOUT4, '
                       'STATUS=' FA-CYCLE-OUT-4-STATUS
                   SET FA-ABEND TO TRUE
           END-EVALUATE
           IF FA-ABEND
               GO TO 2000-EXIT
           END-IF
           IF NOT FA-SOME-CYCLE-PRESENT
               DISPLAY 'FEEASSES: NO CYCLE TRANSOUT FILES PRESENT'
               SET FA-ABEND TO TRUE
           END-IF
           .
       2000-EXIT.
           EXIT
           .
       2110-READ-OUT-1.
           READ CYCLE-OUT-1
               AT END
                   SET FA-EOF-CURRENT-FILE TO TRUE
                   GO TO 2110-EXIT
           END-READ
           MOVE CYCLE-OUT-1-RECORD TO FA-TRANSOUT-RECORD
           PERFORM 2500-PRICE-ONE-RESULT THRU 2500-EXIT
           .
       2110-EXIT.
           EXIT
           .
       2120-READ-OUT-2.
           READ CYCLE-OUT-2
               AT END
                   SET FA-EOF-CURRENT-FILE TO TRUE
                   GO TO 2120-EXIT
           END-READ
           MOVE CYCLE-OUT-2-RECORD TO FA-TRANSOUT-RECORD
           PERFORM 2500-PRICE-ONE-RESULT THRU 2500-EXIT
           .
       2120-EXIT.
           EXIT
           .
       2130-READ-OUT-3.
           READ CYCLE-OUT-3
               AT END
                   SET FA-EOF-CURRENT-FILE TO TRUE
                   GO TO 2130-EXIT
           END-READ
           MOVE CYCLE-OUT-3-RECORD TO FA-TRANSOUT-RECORD
           PERFORM 2500-PRICE-ONE-RESULT THRU 2500-EXIT
           .
       2130-EXIT.
           EXIT
           .
       2140-READ-OUT-4.
           READ CYCLE-OUT-4
               AT END
                   SET FA-EOF-CURRENT-FILE TO TRUE
                   GO TO 2140-EXIT
           END-READ
           MOVE CYCLE-OUT-4-RECORD TO FA-TRANSOUT-RECORD
           PERFORM 2500-PRICE-ONE-RESULT THRU 2500-EXIT
           .
       2140-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2500-PRICE-ONE-RESULT - A FEE ITEM IS NEVER CHARGED, NOR IS
      * ITS REVERSAL REFUNDED.  ANY OTHER REVERSAL IS TABLED FOR THE
      * REFUND PASS.  EVERYTHING ELSE IS PRICED UNDER ITS CATEGORY,
      * WHICH FOLLOWS THE DRIVER'S OWN TALLY: ANY RETURN CODE OTHER
      * THAN 1, 2, 3, OR 9 IS NEITHER.  THE AMOUNT PRICED IS THE
      * BASE-CURRENCY EQUIVALENT; A RESULT WITH NO CURRENCY
      * PREDATES THE TAGGING AND ITS AMOUNT IS BASE.
      *---------------------------------------------------------------*
       2500-PRICE-ONE-RESULT.
           ADD 1 TO FA-RESULTS-READ
           EVALUATE TRUE
               WHEN TRO-BASE-AMOUNT IS NUMERIC
                   MOVE TRO-BASE-AMOUNT TO FA-ITEM-AMOUNT
               WHEN TRO-CURRENCY-CODE = SPACES
                   AND TRO-AMOUNT IS NUMERIC
                   MOVE TRO-AMOUNT      TO FA-ITEM-AMOUNT
               WHEN OTHER
                   MOVE ZERO            TO FA-ITEM-AMOUNT
           END-EVALUATE
           IF TRO-RETURN-CODE = 3
               MOVE TRO-ORIG-RETURN-CODE TO FA-RC-WORK
           ELSE
               MOVE TRO-RETURN-CODE      TO FA-RC-WORK
           END-IF
           EVALUATE FA-RC-WORK
               WHEN 1
                   MOVE '1' TO FA-ITEM-CATEGORY
               WHEN 2
                   MOVE '2' TO FA-ITEM-CATEGORY
               WHEN 9
                   MOVE '9' TO FA-ITEM-CATEGORY
               WHEN OTHER
                   MOVE '0' TO FA-ITEM-CATEGORY
           END-EVALUATE
           IF TRO-RETURN-CODE = 3
               IF TRO-ORIG-TYPE-CODE = 'FE'
                   ADD 1 TO FA-FEE-ITEMS-SKIPPED
               ELSE
                   PERFORM 2700-TABLE-REVERSAL THRU 2700-EXIT
               END-IF
               GO TO 2500-EXIT
           END-IF
           IF TRO-TYPE-CODE = 'FE'
               ADD 1 TO FA-FEE-ITEMS-SKIPPED
               GO TO 2500-EXIT
           END-IF
           MOVE FA-ITEM-CATEGORY TO FA-SEARCH-CATEGORY
           MOVE TRO-TYPE-CODE    TO FA-SEARCH-TYPE-CODE
           PERFORM 2550-FIND-SCHED-LINE THRU 2550-EXIT
           IF NOT FA-LINE-FOUND
               ADD 1 TO FA-RESULTS-NOT-PRICED
               GO TO 2500-EXIT
           END-IF
           PERFORM 2600-COMPUTE-FEE THRU 2600-EXIT
           IF FA-ABEND OR FA-FEE-WORK = ZERO
               GO TO 2500-EXIT
           END-IF
           PERFORM 2650-ADD-DAY-ENTRY THRU 2650-EXIT
           IF FA-ABEND
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO FA-RESULTS-CHARGED
           MOVE 'C'                TO FA-DAY-KIND (FA-DAY-SUB)
           MOVE TRO-KEY            TO FA-DAY-ITEM-KEY (FA-DAY-SUB)
           MOVE TRO-ACCOUNT-NO     TO FA-DAY-ACCOUNT (FA-DAY-SUB)
           MOVE FA-ITEM-CATEGORY   TO FA-DAY-CATEGORY (FA-DAY-SUB)
           MOVE TRO-TYPE-CODE      TO FA-DAY-ITEM-TYPE (FA-DAY-SUB)
           MOVE FA-ROW-TYPE-CODE (FA-LINE-SUB)
                                   TO FA-DAY-SCHED-TYPE (FA-DAY-SUB)
           MOVE FA-ITEM-AMOUNT     TO FA-DAY-ITEM-AMOUNT (FA-DAY-SUB)
           MOVE FA-FEE-WORK        TO FA-DAY-FEE-AMOUNT (FA-DAY-SUB)
           MOVE SPACES             TO FA-DAY-REFUND-OF (FA-DAY-SUB)
           .
       2500-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2550-FIND-SCHED-LINE - THE PRICED LINE FOR THE CATEGORY AND
      * TYPE CODE, FAILING THAT THE CATEGORY'S ** CATCH-ALL LINE.
      *---------------------------------------------------------------*
       2550-FIND-SCHED-LINE.
           MOVE 'N' TO FA-LINE-FOUND-SW
           PERFORM 2560-CHECK-ONE-LINE THRU 2560-EXIT
               VARYING FA-LINE-SUB FROM 1 BY 1
               UNTIL FA-LINE-SUB > FA-SCHED-COUNT OR FA-LINE-FOUND
           IF NOT FA-LINE-FOUND
               MOVE '**' TO FA-SEARCH-TYPE-CODE
               PERFORM 2560-CHECK-ONE-LINE THRU 2560-EXIT
                   VARYING FA-LINE-SUB FROM 1 BY 1
                   UNTIL FA-LINE-SUB > FA-SCHED-COUNT
                       OR FA-LINE-FOUND
           END-IF
           IF FA-LINE-FOUND
               SUBTRACT 1 FROM FA-LINE-SUB
           END-IF
           .
       2550-EXIT.
           EXIT
           .
       2560-CHECK-ONE-LINE.
           IF FA-ROW-CATEGORY (FA-LINE-SUB) = FA-SEARCH-CATEGORY
               AND FA-ROW-TYPE-CODE (FA-LINE-SUB)
                                       = FA-SEARCH-TYPE-CODE
               AND FA-ROW-PRICED (FA-LINE-SUB)
               SET FA-LINE-FOUND TO TRUE
           END-IF
           .
       2560-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2600-COMPUTE-FEE - FLAT FEE PLUS THE PERCENTAGE OF THE
      * AMOUNT REGARDLESS OF ITS SIGN, RAISED TO THE MINIMUM AND CUT
      * TO THE MAXIMUM (ZERO MEANS NO CAP).
      *---------------------------------------------------------------*
       2600-COMPUTE-FEE.
           IF FA-ITEM-AMOUNT < ZERO
               COMPUTE FA-ITEM-ABS-AMOUNT = FA-ITEM-AMOUNT * -1
           ELSE
               MOVE FA-ITEM-AMOUNT TO FA-ITEM-ABS-AMOUNT
           END-IF
           COMPUTE FA-FEE-WORK ROUNDED =
                   FA-ROW-FLAT-FEE (FA-LINE-SUB)
                   + FA-ITEM-ABS-AMOUNT
                     * FA-ROW-PERCENT (FA-LINE-SUB) / 100
           IF FA-FEE-WORK < FA-ROW-MIN-FEE (FA-LINE-SUB)
               MOVE FA-ROW-MIN-FEE (FA-LINE-SUB) TO FA-FEE-WORK
           END-IF
           IF FA-ROW-MAX-FEE (FA-LINE-SUB) > ZERO
               AND FA-FEE-WORK > FA-ROW-MAX-FEE (FA-LINE-SUB)
               MOVE FA-ROW-MAX-FEE (FA-LINE-SUB) TO FA-FEE-WORK
           END-IF
           IF FA-FEE-WORK > 999999999.99
               DISPLAY 'FEEASSES: FEE OUT OF RANGE FOR ITEM ' TRO-KEY
               SET FA-ABEND TO TRUE
           END-IF
           .
       2600-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2650-ADD-DAY-ENTRY - OPEN THE NEXT ENTRY ON THE DAY'S FEE
      * TABLE AND GIVE IT THE NEXT FEE KEY.
      *---------------------------------------------------------------*
       2650-ADD-DAY-ENTRY.
           IF FA-DAY-COUNT >= 20000
               DISPLAY 'FEEASSES: MORE THAN 20000 FEES FOR ONE DAY'
               SET FA-ABEND TO TRUE
               GO TO 2650-EXIT
           END-IF
           ADD 1 TO FA-DAY-COUNT
           MOVE FA-DAY-COUNT TO FA-DAY-SUB
           ADD 1 TO FA-FK-SEQUENCE
           MOVE FA-FEE-KEY-WORK    TO FA-DAY-FEE-KEY (FA-DAY-SUB)
           MOVE FA-CURRENT-CYCLE   TO FA-DAY-CYCLE (FA-DAY-SUB)
           .
       2650-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2700-TABLE-REVERSAL - FILE THE REVERSAL UNDER ITS ITEM KEY
      * AND ITS ORIGINAL'S RUN DATE FOR THE REFUND PASS.  THE SAME
      * ORIGINAL REVERSED TWICE IN ONE DAY IS COUNTED, NOT TABLED
      * AGAIN - ONE FEE, ONE REFUND.
      *---------------------------------------------------------------*
       2700-TABLE-REVERSAL.
           ADD 1 TO FA-REVERSALS-READ
           MOVE TRO-KEY TO FA-SEARCH-ITEM-KEY
           IF TRO-ORIG-RUN-DATE NUMERIC
               MOVE TRO-ORIG-RUN-DATE TO FA-SEARCH-ORIG-DATE
           ELSE
               MOVE ZERO TO FA-SEARCH-ORIG-DATE
           END-IF
           PERFORM 8200-FIND-REVERSAL THRU 8200-EXIT
           IF FA-ENTRY-FOUND
               ADD 1 TO FA-REV-REPEATS (FA-REV-SUB)
               GO TO 2700-EXIT
           END-IF
           IF FA-REV-COUNT >= 5000
               DISPLAY 'FEEASSES: MORE THAN 5000 REVERSALS FOR ONE '
                   'DAY'
               SET FA-ABEND TO TRUE
               GO TO 2700-EXIT
           END-IF
           PERFORM 2750-SHIFT-ONE-REVERSAL-UP THRU 2750-EXIT
               VARYING FA-SUB FROM FA-REV-COUNT BY -1
               UNTIL FA-SUB < FA-INSERT-AT
           ADD 1 TO FA-REV-COUNT
           MOVE FA-INSERT-AT TO FA-REV-SUB
           MOVE FA-SEARCH-MATCH-KEY
                                 TO FA-REV-MATCH-KEY (FA-REV-SUB)
           MOVE TRO-ACCOUNT-NO   TO FA-REV-ACCOUNT (FA-REV-SUB)
           MOVE FA-CURRENT-CYCLE TO FA-REV-CYCLE (FA-REV-SUB)
           MOVE FA-ITEM-CATEGORY TO FA-REV-CATEGORY (FA-REV-SUB)
           MOVE TRO-ORIG-TYPE-CODE
                                 TO FA-REV-ITEM-TYPE (FA-REV-SUB)
           MOVE FA-ITEM-AMOUNT   TO FA-REV-AMOUNT (FA-REV-SUB)
           MOVE ZERO             TO FA-REV-REPEATS (FA-REV-SUB)
           MOVE 'N'              TO FA-REV-CHARGE-SW (FA-REV-SUB)
           MOVE SPACES           TO FA-REV-FEE-KEY (FA-REV-SUB)
                                    FA-REV-FEE-ACCOUNT (FA-REV-SUB)
                                    FA-REV-FEE-CATEGORY (FA-REV-SUB)
                                    FA-REV-FEE-ITEM-TYPE (FA-REV-SUB)
                                    FA-REV-FEE-SCHED-TYPE (FA-REV-SUB)
                                    FA-REV-OUTCOME-SW (FA-REV-SUB)
           MOVE ZERO             TO FA-REV-FEE-AMOUNT (FA-REV-SUB)
           .
       2700-EXIT.
           EXIT
           .
       2750-SHIFT-ONE-REVERSAL-UP.
           COMPUTE FA-SUB-NEXT = FA-SUB + 1
           MOVE FA-REV-ENTRY (FA-SUB) TO FA-REV-ENTRY (FA-SUB-NEXT)
           .
       2750-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3000-MATCH-FEE-HISTORY - ONE PASS OF THE FEE HISTORY, OLDEST
      * FIRST.  A CHARGE ON AN ITEM REVERSED TODAY BECOMES THAT
      * REVERSAL'S CANDIDATE, THE LATEST CHARGE WINNING; A REFUND OF
      * THE CANDIDATE MARKS IT ALREADY GIVEN BACK.  A DAY RECORD FOR
      * TODAY'S DATE MEANS THE DAY WAS ASSESSED BEFORE, AND 5600
      * REBUILDS FEETRAN FROM THE HISTORY INSTEAD; TODAY'S CHARGES OR
      * REFUNDS WITHOUT ONE MEAN A HISTORY LEFT PART WRITTEN, AND THE
      * RUN STOPS.  A HISTORY THAT HAS NEVER BEEN WRITTEN (STATUS 35) IS
      * EMPTY; ANY OTHER OPEN FAILURE STOPS THE RUN, SINCE NEITHER
      * CHECK COULD BE MADE.
      *---------------------------------------------------------------*
       3000-MATCH-FEE-HISTORY.
           OPEN INPUT FEE-HISTORY-FILE
           EVALUATE FA-HISTORY-STATUS
               WHEN '00'
                   MOVE 'N' TO FA-EOF-SW
                   PERFORM 3100-MATCH-ONE-HISTORY-RECORD
                       THRU 3100-EXIT
                       UNTIL FA-EOF-CURRENT-FILE OR FA-ABEND
                   CLOSE FEE-HISTORY-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'FEEASSES: UNABLE TO OPEN FEEHIST, STATUS='
                       FA-HISTORY-STATUS
                   SET FA-ABEND TO TRUE
           END-EVALUATE
           IF FA-ABEND
               GO TO 3000-EXIT
           END-IF
           IF FA-DATE-ON-HISTORY AND NOT FA-DATE-ASSESSED
               DISPLAY 'FEEASSES: FEEHIST HOLDS FEES FOR '
                   FA-DATE-IN-CCYY '-' FA-DATE-IN-MM '-'
                   FA-DATE-IN-DD ' BUT NO DAY RECORD - RESTORE IT '
                   'BEFORE RERUNNING'
               SET FA-ABEND TO TRUE
               GO TO 3000-EXIT
           END-IF
           IF FA-DATE-ASSESSED
               DISPLAY 'FEEASSES: FEES ALREADY ASSESSED FOR '
                   FA-DATE-IN-CCYY '-' FA-DATE-IN-MM '-'
                   FA-DATE-IN-DD ' - FEETRAN REBUILT FROM FEEHIST'
           END-IF
           .
       3000-EXIT.
           EXIT
           .
       3100-MATCH-ONE-HISTORY-RECORD.
           READ FEE-HISTORY-FILE INTO FH-HISTORY-RECORD
               AT END
                   SET FA-EOF-CURRENT-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO FA-HISTORY-READ
           IF FH-BUSINESS-DATE NOT NUMERIC
               OR FH-FEE-AMOUNT NOT NUMERIC
               OR NOT (FH-FEE-CHARGED OR FH-FEE-REFUNDED
                       OR FH-DAY-ASSESSED)
               DISPLAY 'FEEASSES: MALFORMED FEEHIST RECORD: '
                   FH-HISTORY-RECORD(1:50)
               SET FA-ABEND TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF FH-BUSINESS-DATE = FA-REPORT-DATE
               SET FA-DATE-ON-HISTORY TO TRUE
               IF FH-DAY-ASSESSED
                   SET FA-DATE-ASSESSED TO TRUE
                   MOVE FH-FEE-AMOUNT TO FA-HISTORY-NET-FEES
               END-IF
               GO TO 3100-EXIT
           END-IF
           IF FH-DAY-ASSESSED OR FA-REV-COUNT = ZERO
               GO TO 3100-EXIT
           END-IF
           IF FH-FEE-REFUNDED
               PERFORM 3150-MATCH-HISTORY-REFUND THRU 3150-EXIT
               GO TO 3100-EXIT
           END-IF
      *    A CHARGE IS DATED THE DAY ITS ITEM RAN, SO IT MATCHES ONLY
      *    THE REVERSAL WHOSE ORIGINAL RAN THAT DAY.
           MOVE FH-ITEM-KEY      TO FA-SEARCH-ITEM-KEY
           MOVE FH-BUSINESS-DATE TO FA-SEARCH-ORIG-DATE
           PERFORM 8200-FIND-REVERSAL THRU 8200-EXIT
           IF NOT FA-ENTRY-FOUND
               GO TO 3100-EXIT
           END-IF
           MOVE 'C'                TO FA-REV-CHARGE-SW (FA-REV-SUB)
           MOVE FH-FEE-KEY         TO FA-REV-FEE-KEY (FA-REV-SUB)
           MOVE FH-ACCOUNT-NO      TO FA-REV-FEE-ACCOUNT (FA-REV-SUB)
           MOVE FH-CATEGORY        TO FA-REV-FEE-CATEGORY (FA-REV-SUB)
           MOVE FH-ITEM-TYPE-CODE
                                   TO FA-REV-FEE-ITEM-TYPE (FA-REV-SUB)
           MOVE FH-SCHED-TYPE-CODE
                                  TO FA-REV-FEE-SCHED-TYPE (FA-REV-SUB)
           MOVE FH-FEE-AMOUNT      TO FA-REV-FEE-AMOUNT (FA-REV-SUB)
           .
       3100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3150-MATCH-HISTORY-REFUND - A REFUND IS DATED THE DAY IT WAS
      * RAISED, NOT THE DAY ITS ORIGINAL RAN, SO IT IS MATCHED ON THE
      * FEE IT REFUNDED: EVERY TABLED REVERSAL OF THE SAME ITEM KEY
      * WHOSE FEE THAT IS HAS ALREADY HAD IT BACK.
      *---------------------------------------------------------------*
       3150-MATCH-HISTORY-REFUND.
           MOVE FH-ITEM-KEY TO FA-SEARCH-ITEM-KEY
           MOVE ZERO        TO FA-SEARCH-ORIG-DATE
           PERFORM 8200-FIND-REVERSAL THRU 8200-EXIT
           IF FA-ENTRY-FOUND
               MOVE FA-REV-SUB TO FA-SUB
           ELSE
               MOVE FA-INSERT-AT TO FA-SUB
           END-IF
           PERFORM 3160-MARK-ONE-REFUNDED THRU 3160-EXIT
               UNTIL FA-SUB > FA-REV-COUNT
           .
       3150-EXIT.
           EXIT
           .
       3160-MARK-ONE-REFUNDED.
           IF FA-REV-ITEM-KEY (FA-SUB) NOT = FH-ITEM-KEY
               COMPUTE FA-SUB = FA-REV-COUNT + 1
               GO TO 3160-EXIT
           END-IF
           IF FA-REV-CHARGE-FOUND (FA-SUB)
               AND FH-REFUND-OF-KEY = FA-REV-FEE-KEY (FA-SUB)
               MOVE 'A' TO FA-REV-CHARGE-SW (FA-SUB)
           END-IF
           ADD 1 TO FA-SUB
           .
       3160-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3500-MATCH-TODAYS-CHARGES - AN ITEM CHARGED IN AN EARLIER
      * CYCLE TODAY AND REVERSED IN A LATER ONE: ONLY A REVERSAL WHOSE
      * ORIGINAL RAN TODAY CAN MATCH TODAY'S CHARGE.
      *---------------------------------------------------------------*
       3500-MATCH-TODAYS-CHARGES.
           IF FA-REV-COUNT = ZERO
               GO TO 3500-EXIT
           END-IF
           PERFORM 3550-MATCH-ONE-DAY-CHARGE THRU 3550-EXIT
               VARYING FA-DAY-SUB FROM 1 BY 1
               UNTIL FA-DAY-SUB > FA-DAY-COUNT
           .
       3500-EXIT.
           EXIT
           .
       3550-MATCH-ONE-DAY-CHARGE.
           MOVE FA-DAY-ITEM-KEY (FA-DAY-SUB) TO FA-SEARCH-ITEM-KEY
           MOVE FA-REPORT-DATE               TO FA-SEARCH-ORIG-DATE
           PERFORM 8200-FIND-REVERSAL THRU 8200-EXIT
           IF NOT FA-ENTRY-FOUND
               GO TO 3550-EXIT
           END-IF
           MOVE 'C' TO FA-REV-CHARGE-SW (FA-REV-SUB)
           MOVE FA-DAY-FEE-KEY (FA-DAY-SUB)
                                   TO FA-REV-FEE-KEY (FA-REV-SUB)
           MOVE FA-DAY-ACCOUNT (FA-DAY-SUB)
                                   TO FA-REV-FEE-ACCOUNT (FA-REV-SUB)
           MOVE FA-DAY-CATEGORY (FA-DAY-SUB)
                                   TO FA-REV-FEE-CATEGORY (FA-REV-SUB)
           MOVE FA-DAY-ITEM-TYPE (FA-DAY-SUB)
                                   TO FA-REV-FEE-ITEM-TYPE (FA-REV-SUB)
           MOVE FA-DAY-SCHED-TYPE (FA-DAY-SUB)
                                  TO FA-REV-FEE-SCHED-TYPE (FA-REV-SUB)
           MOVE FA-DAY-FEE-AMOUNT (FA-DAY-SUB)
                                   TO FA-REV-FEE-AMOUNT (FA-REV-SUB)
           .
       3550-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4000-RAISE-REFUNDS - EACH REVERSAL WITH AN UNREFUNDED FEE
      * GETS THAT FEE BACK, TO THE ACCOUNT IT WAS CHARGED TO, UNDER
      * THE SCHEDULE LINE THAT PRICED IT.  A REVERSAL WITH NO FEE IS
      * ONLY AN EXCEPTION WHEN TODAY'S SCHEDULE WOULD HAVE PRICED ITS
      * ORIGINAL - OTHERWISE THERE WAS NOTHING TO CHARGE.
      *---------------------------------------------------------------*
       4000-RAISE-REFUNDS.
           PERFORM 4100-SETTLE-ONE-REVERSAL THRU 4100-EXIT
               VARYING FA-REV-SUB FROM 1 BY 1
               UNTIL FA-REV-SUB > FA-REV-COUNT OR FA-ABEND
           .
       4000-EXIT.
           EXIT
           .
       4100-SETTLE-ONE-REVERSAL.
           IF FA-REV-ALREADY-REFUNDED (FA-REV-SUB)
               SET FA-REV-FEE-WAS-REFUNDED (FA-REV-SUB) TO TRUE
               ADD 1 TO FA-REVERSALS-UNREFUNDED
               GO TO 4100-EXIT
           END-IF
           IF FA-REV-NO-CHARGE (FA-REV-SUB)
               MOVE FA-REV-CATEGORY (FA-REV-SUB)
                                       TO FA-SEARCH-CATEGORY
               MOVE FA-REV-ITEM-TYPE (FA-REV-SUB)
                                       TO FA-SEARCH-TYPE-CODE
               PERFORM 2550-FIND-SCHED-LINE THRU 2550-EXIT
               IF FA-LINE-FOUND
                   SET FA-REV-NO-FEE-FOUND (FA-REV-SUB) TO TRUE
                   ADD 1 TO FA-REVERSALS-UNREFUNDED
               ELSE
                   SET FA-REV-NOTHING-TO-REFUND (FA-REV-SUB) TO TRUE
                   ADD 1 TO FA-REVERSALS-NO-FEE
               END-IF
               GO TO 4100-EXIT
           END-IF
           PERFORM 2650-ADD-DAY-ENTRY THRU 2650-EXIT
           IF FA-ABEND
               GO TO 4100-EXIT
           END-IF
           SET FA-REV-REFUND-RAISED (FA-REV-SUB) TO TRUE
           ADD 1 TO FA-REFUNDS-RAISED
           MOVE FA-REV-CYCLE (FA-REV-SUB)
                                   TO FA-DAY-CYCLE (FA-DAY-SUB)
           MOVE 'R'                TO FA-DAY-KIND (FA-DAY-SUB)
           MOVE FA-REV-ITEM-KEY (FA-REV-SUB)
                                   TO FA-DAY-ITEM-KEY (FA-DAY-SUB)
           MOVE FA-REV-FEE-ACCOUNT (FA-REV-SUB)
                                   TO FA-DAY-ACCOUNT (FA-DAY-SUB)
           MOVE FA-REV-FEE-CATEGORY (FA-REV-SUB)
                                   TO FA-DAY-CATEGORY (FA-DAY-SUB)
           MOVE FA-REV-FEE-ITEM-TYPE (FA-REV-SUB)
                                   TO FA-DAY-ITEM-TYPE (FA-DAY-SUB)
           MOVE FA-REV-FEE-SCHED-TYPE (FA-REV-SUB)
                                   TO FA-DAY-SCHED-TYPE (FA-DAY-SUB)
           MOVE FA-REV-AMOUNT (FA-REV-SUB)
                                   TO FA-DAY-ITEM-AMOUNT (FA-DAY-SUB)
           COMPUTE FA-DAY-FEE-AMOUNT (FA-DAY-SUB) =
                   FA-REV-FEE-AMOUNT (FA-REV-SUB) * -1
           MOVE FA-REV-FEE-KEY (FA-REV-SUB)
                                   TO FA-DAY-REFUND-OF (FA-DAY-SUB)
           .
       4100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5000-WRITE-FEE-TRANSACTIONS - ONE TRANSIN DETAIL PER FEE,
      * ONE REGISTER LINE PER FEE, AND THE FEE ONTO ITS ACCOUNT'S AND
      * ITS SCHEDULE LINE'S TOTALS.  FEETRAN IS WRITTEN EVEN ON A DAY
      * WITH NO FEES, SO THE NEXT CYCLE'S EDIT ALWAYS FINDS IT.
      *---------------------------------------------------------------*
       5000-WRITE-FEE-TRANSACTIONS.
           OPEN OUTPUT FEE-TRAN-FILE
           IF FA-FEE-TRAN-STATUS NOT = '00'
               DISPLAY 'FEEASSES: UNABLE TO OPEN FEETRAN, STATUS='
                   FA-FEE-TRAN-STATUS
               SET FA-ABEND TO TRUE
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO FEE-RPT-RECORD
           STRING 'FEES CHARGED AND REFUNDED' DELIMITED BY SIZE
               INTO FEE-RPT-RECORD
           WRITE FEE-RPT-RECORD
           WRITE FEE-RPT-RECORD FROM FA-DETAIL-HEADING
           PERFORM 5100-WRITE-ONE-FEE THRU 5100-EXIT
               VARYING FA-DAY-SUB FROM 1 BY 1
               UNTIL FA-DAY-SUB > FA-DAY-COUNT OR FA-ABEND
           CLOSE FEE-TRAN-FILE
           COMPUTE FA-NET-FEES = FA-TOTAL-CHARGED + FA-TOTAL-REFUNDED
           .
       5000-EXIT.
           EXIT
           .
       5100-WRITE-ONE-FEE.
           MOVE SPACES TO FEE-TRAN-RECORD
           MOVE FA-DAY-FEE-KEY (FA-DAY-SUB)    TO FT-KEY
           MOVE FA-DAY-ACCOUNT (FA-DAY-SUB)    TO FT-ACCOUNT-NO
           MOVE FA-DAY-FEE-AMOUNT (FA-DAY-SUB) TO FT-AMOUNT
           MOVE 'FE'                           TO FT-TYPE-CODE
           WRITE FEE-TRAN-RECORD
           IF FA-FEE-TRAN-STATUS NOT = '00'
               DISPLAY 'FEEASSES: WRITE TO FEETRAN FAILED, STATUS='
                   FA-FEE-TRAN-STATUS
               SET FA-ABEND TO TRUE
               GO TO 5100-EXIT
           END-IF
           MOVE FA-DAY-FEE-KEY (FA-DAY-SUB)    TO FA-DTL-FEE-KEY
           MOVE FA-DAY-ITEM-KEY (FA-DAY-SUB)   TO FA-DTL-ITEM-KEY
           MOVE FA-DAY-ACCOUNT (FA-DAY-SUB)    TO FA-DTL-ACCOUNT
           MOVE FA-DAY-CYCLE (FA-DAY-SUB)      TO FA-DTL-CYCLE
           MOVE FA-DAY-CATEGORY (FA-DAY-SUB)   TO FA-CATEGORY-NAME
           PERFORM 7900-NAME-CATEGORY THRU 7900-EXIT
           MOVE FA-CATEGORY-NAME               TO FA-DTL-CATEGORY
           MOVE FA-DAY-ITEM-TYPE (FA-DAY-SUB)  TO FA-DTL-ITEM-TYPE
           MOVE FA-DAY-SCHED-TYPE (FA-DAY-SUB) TO FA-DTL-SCHED-TYPE
           MOVE FA-DAY-ITEM-AMOUNT (FA-DAY-SUB)
                                               TO FA-DTL-ITEM-AMOUNT
           MOVE FA-DAY-FEE-AMOUNT (FA-DAY-SUB) TO FA-DTL-FEE-AMOUNT
           MOVE FA-DAY-REFUND-OF (FA-DAY-SUB)  TO FA-DTL-REFUND-OF
           WRITE FEE-RPT-RECORD FROM FA-DETAIL-LINE
           MOVE FA-DAY-ACCOUNT (FA-DAY-SUB) TO FA-SEARCH-ACCOUNT
           PERFORM 8300-FIND-ACCOUNT THRU 8300-EXIT
           IF NOT FA-ENTRY-FOUND
               PERFORM 5200-INSERT-ACCOUNT THRU 5200-EXIT
               IF FA-ABEND
                   GO TO 5100-EXIT
               END-IF
           END-IF
           PERFORM 5300-FIND-TOTAL-LINE THRU 5300-EXIT
           IF FA-ABEND
               GO TO 5100-EXIT
           END-IF
           IF FA-DAY-CHARGE (FA-DAY-SUB)
               ADD 1 TO FA-ACCT-CHG-COUNT (FA-ACCT-SUB)
                        FA-ROW-CHG-COUNT (FA-LINE-SUB)
               ADD FA-DAY-FEE-AMOUNT (FA-DAY-SUB)
                   TO FA-ACCT-CHG-AMOUNT (FA-ACCT-SUB)
                      FA-ROW-CHG-AMOUNT (FA-LINE-SUB)
                      FA-TOTAL-CHARGED
           ELSE
               ADD 1 TO FA-ACCT-REF-COUNT (FA-ACCT-SUB)
                        FA-ROW-REF-COUNT (FA-LINE-SUB)
               ADD FA-DAY-FEE-AMOUNT (FA-DAY-SUB)
                   TO FA-ACCT-REF-AMOUNT (FA-ACCT-SUB)
                      FA-ROW-REF-AMOUNT (FA-LINE-SUB)
                      FA-TOTAL-REFUNDED
           END-IF
           .
       5100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5200-INSERT-ACCOUNT - OPEN A NEW ACCOUNT TOTAL AT
      * FA-INSERT-AT, WHERE 8300 LEFT IT, SHIFTING THE LATER
      * ACCOUNTS UP ONE.
      *---------------------------------------------------------------*
       5200-INSERT-ACCOUNT.
           IF FA-ACCT-COUNT >= 20000
               DISPLAY 'FEEASSES: MORE THAN 20000 ACCOUNTS WITH FEES '
                   'FOR ONE DAY'
               SET FA-ABEND TO TRUE
               GO TO 5200-EXIT
           END-IF
           PERFORM 5250-SHIFT-ONE-ACCOUNT-UP THRU 5250-EXIT
               VARYING FA-SUB FROM FA-ACCT-COUNT BY -1
               UNTIL FA-SUB < FA-INSERT-AT
           MOVE FA-SEARCH-ACCOUNT TO FA-ACCT-NO (FA-INSERT-AT)
           MOVE ZERO TO FA-ACCT-CHG-COUNT (FA-INSERT-AT)
                        FA-ACCT-CHG-AMOUNT (FA-INSERT-AT)
                        FA-ACCT-REF-COUNT (FA-INSERT-AT)
                        FA-ACCT-REF-AMOUNT (FA-INSERT-AT)
           ADD 1 TO FA-ACCT-COUNT
           MOVE FA-INSERT-AT TO FA-ACCT-SUB
           .
       5200-EXIT.
           EXIT
           .
       5250-SHIFT-ONE-ACCOUNT-UP.
           COMPUTE FA-SUB-NEXT = FA-SUB + 1
           MOVE FA-ACCT-ENTRY (FA-SUB) TO FA-ACCT-ENTRY (FA-SUB-NEXT)
           .
       5250-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5300-FIND-TOTAL-LINE - THE SCHEDULE LINE A FEE IS TOTALLED
      * UNDER: THE EXACT LINE THAT PRICED IT.  A REFUND WHOSE LINE
      * HAS SINCE BEEN DELETED GETS A TOTALS-ONLY LINE OF ITS OWN.
      *---------------------------------------------------------------*
       5300-FIND-TOTAL-LINE.
           MOVE FA-DAY-CATEGORY (FA-DAY-SUB)   TO FA-SEARCH-CATEGORY
           MOVE FA-DAY-SCHED-TYPE (FA-DAY-SUB) TO FA-SEARCH-TYPE-CODE
           MOVE 'N' TO FA-LINE-FOUND-SW
           PERFORM 5350-CHECK-ONE-TOTAL-LINE THRU 5350-EXIT
               VARYING FA-LINE-SUB FROM 1 BY 1
               UNTIL FA-LINE-SUB > FA-SCHED-COUNT OR FA-LINE-FOUND
           IF FA-LINE-FOUND
               SUBTRACT 1 FROM FA-LINE-SUB
               GO TO 5300-EXIT
           END-IF
           IF FA-SCHED-COUNT >= 500
               DISPLAY 'FEEASSES: TOO MANY DELETED SCHEDULE LINES '
                   'REFUNDED'
               SET FA-ABEND TO TRUE
               GO TO 5300-EXIT
           END-IF
           ADD 1 TO FA-SCHED-COUNT
           MOVE FA-SCHED-COUNT TO FA-LINE-SUB
           MOVE FA-SEARCH-CATEGORY  TO FA-ROW-CATEGORY (FA-LINE-SUB)
           MOVE FA-SEARCH-TYPE-CODE TO FA-ROW-TYPE-CODE (FA-LINE-SUB)
           MOVE ZERO TO FA-ROW-FLAT-FEE (FA-LINE-SUB)
                        FA-ROW-PERCENT (FA-LINE-SUB)
                        FA-ROW-MIN-FEE (FA-LINE-SUB)
                        FA-ROW-MAX-FEE (FA-LINE-SUB)
                        FA-ROW-CHG-COUNT (FA-LINE-SUB)
                        FA-ROW-CHG-AMOUNT (FA-LINE-SUB)
                        FA-ROW-REF-COUNT (FA-LINE-SUB)
                        FA-ROW-REF-AMOUNT (FA-LINE-SUB)
           MOVE 'NOT ON CURRENT SCHEDULE' TO FA-ROW-DESC (FA-LINE-SUB)
           MOVE 'N' TO FA-ROW-PRICED-SW (FA-LINE-SUB)
           .
       5300-EXIT.
           EXIT
           .
       5350-CHECK-ONE-TOTAL-LINE.
           IF FA-ROW-CATEGORY (FA-LINE-SUB) = FA-SEARCH-CATEGORY
               AND FA-ROW-TYPE-CODE (FA-LINE-SUB)
                                       = FA-SEARCH-TYPE-CODE
               SET FA-LINE-FOUND TO TRUE
           END-IF
           .
       5350-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5500-EXTEND-FEE-HISTORY - THE DAY'S CHARGES AND REFUNDS AND
      * THE DAY RECORD THAT MARKS THE DATE ASSESSED.  LAST, SO THE
      * HISTORY ONLY EVER RECORDS A DAY WHOSE FEETRAN WAS WRITTEN.
      *---------------------------------------------------------------*
       5500-EXTEND-FEE-HISTORY.
           OPEN EXTEND FEE-HISTORY-FILE
           IF FA-HISTORY-STATUS = '35'
               OPEN OUTPUT FEE-HISTORY-FILE
           END-IF
           IF FA-HISTORY-STATUS NOT = '00'
               DISPLAY 'FEEASSES: UNABLE TO EXTEND FEEHIST, STATUS='
                   FA-HISTORY-STATUS
               SET FA-ABEND TO TRUE
               GO TO 5500-EXIT
           END-IF
           PERFORM 5550-WRITE-ONE-HISTORY-RECORD THRU 5550-EXIT
               VARYING FA-DAY-SUB FROM 1 BY 1
               UNTIL FA-DAY-SUB > FA-DAY-COUNT OR FA-ABEND
           IF NOT FA-ABEND
               MOVE SPACES          TO FH-HISTORY-RECORD
               SET FH-DAY-ASSESSED  TO TRUE
               MOVE FA-REPORT-DATE  TO FH-BUSINESS-DATE
               MOVE FA-REPORT-CYCLE TO FH-CYCLE-NO
               MOVE FA-NET-FEES     TO FH-FEE-AMOUNT
               WRITE FEE-HISTORY-FILE-RECORD FROM FH-HISTORY-RECORD
               IF FA-HISTORY-STATUS NOT = '00'
                   SET FA-ABEND TO TRUE
               END-IF
           END-IF
           CLOSE FEE-HISTORY-FILE
           IF FA-ABEND
               DISPLAY 'FEEASSES: FEEHIST PARTLY WRITTEN, STATUS='
                   FA-HISTORY-STATUS ' - RESTORE IT BEFORE RERUNNING'
           END-IF
           .
       5500-EXIT.
           EXIT
           .
       5550-WRITE-ONE-HISTORY-RECORD.
           MOVE SPACES TO FH-HISTORY-RECORD
           MOVE FA-DAY-KIND (FA-DAY-SUB)       TO FH-RECORD-KIND
           MOVE FA-REPORT-DATE                 TO FH-BUSINESS-DATE
           MOVE FA-DAY-CYCLE (FA-DAY-SUB)      TO FH-CYCLE-NO
           MOVE FA-DAY-FEE-KEY (FA-DAY-SUB)    TO FH-FEE-KEY
           MOVE FA-DAY-ITEM-KEY (FA-DAY-SUB)   TO FH-ITEM-KEY
           MOVE FA-DAY-ACCOUNT (FA-DAY-SUB)    TO FH-ACCOUNT-NO
           MOVE FA-DAY-CATEGORY (FA-DAY-SUB)   TO FH-CATEGORY
           MOVE FA-DAY-ITEM-TYPE (FA-DAY-SUB)  TO FH-ITEM-TYPE-CODE
           MOVE FA-DAY-SCHED-TYPE (FA-DAY-SUB) TO FH-SCHED-TYPE-CODE
           MOVE FA-DAY-FEE-AMOUNT (FA-DAY-SUB) TO FH-FEE-AMOUNT
           MOVE FA-DAY-REFUND-OF (FA-DAY-SUB)  TO FH-REFUND-OF-KEY
           WRITE FEE-HISTORY-FILE-RECORD FROM FH-HISTORY-RECORD
           IF FA-HISTORY-STATUS NOT = '00'
               SET FA-ABEND TO TRUE
           END-IF
           .
       5550-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5600-REBUILD-FEE-TRANSACTIONS - THE DATE WAS ASSESSED BEFORE,
      * SO NOTHING IS CHARGED OR REFUNDED AGAIN AND THE HISTORY IS
      * NOT TOUCHED.  FEETRAN IS WRITTEN AFRESH FROM THE DATE'S
      * CHARGES AND REFUNDS ON THE HISTORY, IN THE ORDER THEY WERE
      * RAISED - WHICH IS FEE KEY ORDER - SO A RERUN AFTER FEETRAN
      * WAS CLEARED LEAVES THE NEXT DAY EXACTLY THE FEES THE FIRST
      * RUN RAISED.  THE REBUILT FEES MUST ADD UP TO THE DAY
      * RECORD'S NET FEES, OR THE HISTORY HAS BEEN DISTURBED AND THE
      * STEP FAILS.
      *---------------------------------------------------------------*
       5600-REBUILD-FEE-TRANSACTIONS.
           OPEN OUTPUT FEE-TRAN-FILE
           IF FA-FEE-TRAN-STATUS NOT = '00'
               DISPLAY 'FEEASSES: UNABLE TO OPEN FEETRAN, STATUS='
                   FA-FEE-TRAN-STATUS
               SET FA-ABEND TO TRUE
               GO TO 5600-EXIT
           END-IF
           OPEN INPUT FEE-HISTORY-FILE
           IF FA-HISTORY-STATUS NOT = '00'
               DISPLAY 'FEEASSES: UNABLE TO OPEN FEEHIST, STATUS='
                   FA-HISTORY-STATUS
               CLOSE FEE-TRAN-FILE
               SET FA-ABEND TO TRUE
               GO TO 5600-EXIT
           END-IF
           MOVE SPACES TO FEE-RPT-RECORD
           STRING 'DATE ALREADY ASSESSED - FEES REBUILT FROM THE FEE '
               'HISTORY (ITEM AMOUNTS ARE NOT KEPT ON THE HISTORY)'
               DELIMITED BY SIZE INTO FEE-RPT-RECORD
           WRITE FEE-RPT-RECORD
           WRITE FEE-RPT-RECORD FROM FA-DETAIL-HEADING
           MOVE 'N' TO FA-EOF-SW
           PERFORM 5650-REBUILD-ONE-FEE THRU 5650-EXIT
               UNTIL FA-EOF-CURRENT-FILE OR FA-ABEND
           CLOSE FEE-HISTORY-FILE
           CLOSE FEE-TRAN-FILE
           IF FA-ABEND
               GO TO 5600-EXIT
           END-IF
           COMPUTE FA-NET-FEES = FA-TOTAL-CHARGED + FA-TOTAL-REFUNDED
           IF FA-NET-FEES NOT = FA-HISTORY-NET-FEES
               DISPLAY 'FEEASSES: FEEHIST FEES FOR '
                   FA-DATE-IN-CCYY '-' FA-DATE-IN-MM '-'
                   FA-DATE-IN-DD ' DO NOT ADD UP TO ITS DAY RECORD'
               SET FA-ABEND TO TRUE
               GO TO 5600-EXIT
           END-IF
           WRITE FEE-RPT-RECORD FROM FA-BLANK-LINE
           MOVE 'FEE TRANSACTIONS      : ' TO FA-CNT-LABEL
           MOVE FA-FEES-REBUILT            TO FA-CNT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-COUNT-LINE
           MOVE 'TOTAL FEES CHARGED      : ' TO FA-AMT-LABEL
           MOVE FA-TOTAL-CHARGED             TO FA-AMT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-AMOUNT-LINE
           MOVE 'TOTAL FEES REFUNDED     : ' TO FA-AMT-LABEL
           MOVE FA-TOTAL-REFUNDED            TO FA-AMT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-AMOUNT-LINE
           MOVE 'NET FEES                : ' TO FA-AMT-LABEL
           MOVE FA-NET-FEES                  TO FA-AMT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-AMOUNT-LINE
           WRITE FEE-RPT-RECORD FROM FA-BLANK-LINE
           MOVE SPACES TO FEE-RPT-RECORD
           STRING 'FEES REBUILT FROM HISTORY - NOTHING CHARGED OR '
               'REFUNDED AGAIN'
               DELIMITED BY SIZE INTO FEE-RPT-RECORD
           WRITE FEE-RPT-RECORD
           .
       5600-EXIT.
           EXIT
           .
       5650-REBUILD-ONE-FEE.
           READ FEE-HISTORY-FILE INTO FH-HISTORY-RECORD
               AT END
                   SET FA-EOF-CURRENT-FILE TO TRUE
                   GO TO 5650-EXIT
           END-READ
           IF FH-BUSINESS-DATE NOT = FA-REPORT-DATE
               OR FH-DAY-ASSESSED
               GO TO 5650-EXIT
           END-IF
           MOVE SPACES             TO FEE-TRAN-RECORD
           MOVE FH-FEE-KEY         TO FT-KEY
           MOVE FH-ACCOUNT-NO      TO FT-ACCOUNT-NO
           MOVE FH-FEE-AMOUNT      TO FT-AMOUNT
           MOVE 'FE'               TO FT-TYPE-CODE
           WRITE FEE-TRAN-RECORD
           IF FA-FEE-TRAN-STATUS NOT = '00'
               DISPLAY 'FEEASSES: WRITE TO FEETRAN FAILED, STATUS='
                   FA-FEE-TRAN-STATUS
               SET FA-ABEND TO TRUE
               GO TO 5650-EXIT
           END-IF
           ADD 1 TO FA-FEES-REBUILT
           IF FH-FEE-CHARGED
               ADD FH-FEE-AMOUNT TO FA-TOTAL-CHARGED
           ELSE
               ADD FH-FEE-AMOUNT TO FA-TOTAL-REFUNDED
           END-IF
           MOVE FH-FEE-KEY         TO FA-DTL-FEE-KEY
           MOVE FH-ITEM-KEY        TO FA-DTL-ITEM-KEY
           MOVE FH-ACCOUNT-NO      TO FA-DTL-ACCOUNT
           MOVE FH-CYCLE-NO        TO FA-DTL-CYCLE
           MOVE FH-CATEGORY        TO FA-CATEGORY-NAME
           PERFORM 7900-NAME-CATEGORY THRU 7900-EXIT
           MOVE FA-CATEGORY-NAME   TO FA-DTL-CATEGORY
           MOVE FH-ITEM-TYPE-CODE  TO FA-DTL-ITEM-TYPE
           MOVE FH-SCHED-TYPE-CODE TO FA-DTL-SCHED-TYPE
           MOVE ZERO               TO FA-DTL-ITEM-AMOUNT
           MOVE FH-FEE-AMOUNT      TO FA-DTL-FEE-AMOUNT
           MOVE FH-REFUND-OF-KEY   TO FA-DTL-REFUND-OF
           WRITE FEE-RPT-RECORD FROM FA-DETAIL-LINE
           .
       5650-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 6000-WRITE-TOTALS - FEES BY ACCOUNT, BY SCHEDULE LINE, THE
      * REVERSALS LEFT UNREFUNDED, AND THE DAY'S GRAND TOTALS.
      *---------------------------------------------------------------*
       6000-WRITE-TOTALS.
           WRITE FEE-RPT-RECORD FROM FA-BLANK-LINE
           MOVE SPACES TO FEE-RPT-RECORD
           STRING 'FEE TOTALS BY ACCOUNT' DELIMITED BY SIZE
               INTO FEE-RPT-RECORD
           WRITE FEE-RPT-RECORD
           WRITE FEE-RPT-RECORD FROM FA-ACCOUNT-HEADING
           PERFORM 6100-WRITE-ONE-ACCOUNT THRU 6100-EXIT
               VARYING FA-ACCT-SUB FROM 1 BY 1
               UNTIL FA-ACCT-SUB > FA-ACCT-COUNT

           WRITE FEE-RPT-RECORD FROM FA-BLANK-LINE
           MOVE SPACES TO FEE-RPT-RECORD
           STRING 'FEE TOTALS BY SCHEDULE LINE' DELIMITED BY SIZE
               INTO FEE-RPT-RECORD
           WRITE FEE-RPT-RECORD
           WRITE FEE-RPT-RECORD FROM FA-LINE-HEADING
           PERFORM 6200-WRITE-ONE-SCHED-LINE THRU 6200-EXIT
               VARYING FA-LINE-SUB FROM 1 BY 1
               UNTIL FA-LINE-SUB > FA-SCHED-COUNT

           IF FA-REVERSALS-UNREFUNDED > ZERO
               WRITE FEE-RPT-RECORD FROM FA-BLANK-LINE
               MOVE SPACES TO FEE-RPT-RECORD
               STRING 'REVERSALS WITH NO FEE REFUNDED - FOLLOW UP'
                   DELIMITED BY SIZE INTO FEE-RPT-RECORD
               WRITE FEE-RPT-RECORD
               WRITE FEE-RPT-RECORD FROM FA-EXCEPTION-HEADING
               PERFORM 6300-WRITE-ONE-EXCEPTION THRU 6300-EXIT
                   VARYING FA-REV-SUB FROM 1 BY 1
                   UNTIL FA-REV-SUB > FA-REV-COUNT
               SET FA-REVERSAL-UNREFUNDED TO TRUE
           END-IF

           WRITE FEE-RPT-RECORD FROM FA-BLANK-LINE
           MOVE 'RESULTS READ          : ' TO FA-CNT-LABEL
           MOVE FA-RESULTS-READ            TO FA-CNT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-COUNT-LINE
           MOVE 'RESULTS CHARGED       : ' TO FA-CNT-LABEL
           MOVE FA-RESULTS-CHARGED         TO FA-CNT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-COUNT-LINE
           MOVE 'RESULTS NOT SCHEDULED : ' TO FA-CNT-LABEL
           MOVE FA-RESULTS-NOT-PRICED      TO FA-CNT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-COUNT-LINE
           MOVE 'FEE ITEMS NOT PRICED  : ' TO FA-CNT-LABEL
           MOVE FA-FEE-ITEMS-SKIPPED       TO FA-CNT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-COUNT-LINE
           MOVE 'REVERSALS READ        : ' TO FA-CNT-LABEL
           MOVE FA-REVERSALS-READ          TO FA-CNT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-COUNT-LINE
           MOVE 'FEES REFUNDED         : ' TO FA-CNT-LABEL
           MOVE FA-REFUNDS-RAISED          TO FA-CNT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-COUNT-LINE
           MOVE 'REVERSALS OF UNPRICED : ' TO FA-CNT-LABEL
           MOVE FA-REVERSALS-NO-FEE        TO FA-CNT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-COUNT-LINE
           MOVE 'REVERSALS UNREFUNDED  : ' TO FA-CNT-LABEL
           MOVE FA-REVERSALS-UNREFUNDED    TO FA-CNT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-COUNT-LINE
           MOVE 'FEE TRANSACTIONS      : ' TO FA-CNT-LABEL
           MOVE FA-DAY-COUNT               TO FA-CNT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-COUNT-LINE
           MOVE 'TOTAL FEES CHARGED      : ' TO FA-AMT-LABEL
           MOVE FA-TOTAL-CHARGED             TO FA-AMT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-AMOUNT-LINE
           MOVE 'TOTAL FEES REFUNDED     : ' TO FA-AMT-LABEL
           MOVE FA-TOTAL-REFUNDED            TO FA-AMT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-AMOUNT-LINE
           MOVE 'NET FEES                : ' TO FA-AMT-LABEL
           MOVE FA-NET-FEES                  TO FA-AMT-VALUE
           WRITE FEE-RPT-RECORD FROM FA-AMOUNT-LINE

           WRITE FEE-RPT-RECORD FROM FA-BLANK-LINE
           MOVE SPACES TO FEE-RPT-RECORD
           IF FA-REVERSAL-UNREFUNDED
               STRING '*** FEES WRITTEN - REVERSALS LISTED ABOVE HAD '
                   'NO FEE TO REFUND ***'
                   DELIMITED BY SIZE INTO FEE-RPT-RECORD
           ELSE
               STRING 'FEES WRITTEN - EVERY REVERSAL SETTLED'
                   DELIMITED BY SIZE INTO FEE-RPT-RECORD
           END-IF
           WRITE FEE-RPT-RECORD
           .
       6000-EXIT.
           EXIT
           .
       6100-WRITE-ONE-ACCOUNT.
           MOVE FA-ACCT-NO (FA-ACCT-SUB)         TO FA-ACL-ACCOUNT
           MOVE FA-ACCT-CHG-COUNT (FA-ACCT-SUB)  TO FA-ACL-CHG-COUNT
           MOVE FA-ACCT-CHG-AMOUNT (FA-ACCT-SUB) TO FA-ACL-CHG-AMOUNT
           MOVE FA-ACCT-REF-COUNT (FA-ACCT-SUB)  TO FA-ACL-REF-COUNT
           MOVE FA-ACCT-REF-AMOUNT (FA-ACCT-SUB) TO FA-ACL-REF-AMOUNT
           COMPUTE FA-ACL-NET-AMOUNT =
                   FA-ACCT-CHG-AMOUNT (FA-ACCT-SUB)
                   + FA-ACCT-REF-AMOUNT (FA-ACCT-SUB)
           WRITE FEE-RPT-RECORD FROM FA-ACCOUNT-LINE
           .
       6100-EXIT.
           EXIT
           .
      *    A SCHEDULE LINE THAT RAISED NOTHING TODAY IS STILL LISTED,
      *    SO THE REGISTER SHOWS THE WHOLE SCHEDULE IN FORCE.
       6200-WRITE-ONE-SCHED-LINE.
           MOVE FA-ROW-CATEGORY (FA-LINE-SUB)   TO FA-CATEGORY-NAME
           PERFORM 7900-NAME-CATEGORY THRU 7900-EXIT
           MOVE FA-CATEGORY-NAME                TO FA-SCL-CATEGORY
           MOVE FA-ROW-TYPE-CODE (FA-LINE-SUB)  TO FA-SCL-TYPE-CODE
           MOVE FA-ROW-DESC (FA-LINE-SUB)       TO FA-SCL-DESC
           MOVE FA-ROW-CHG-COUNT (FA-LINE-SUB)  TO FA-SCL-CHG-COUNT
           MOVE FA-ROW-CHG-AMOUNT (FA-LINE-SUB) TO FA-SCL-CHG-AMOUNT
           MOVE FA-ROW-REF-COUNT (FA-LINE-SUB)  TO FA-SCL-REF-COUNT
           MOVE FA-ROW-REF-AMOUNT (FA-LINE-SUB) TO FA-SCL-REF-AMOUNT
           COMPUTE FA-SCL-NET-AMOUNT =
                   FA-ROW-CHG-AMOUNT (FA-LINE-SUB)
                   + FA-ROW-REF-AMOUNT (FA-LINE-SUB)
           WRITE FEE-RPT-RECORD FROM FA-SCHED-LINE
           .
       6200-EXIT.
           EXIT
           .
       6300-WRITE-ONE-EXCEPTION.
           MOVE SPACES TO FA-EXC-REASON
           EVALUATE TRUE
               WHEN FA-REV-NO-FEE-FOUND (FA-REV-SUB)
                   STRING 'PRICED TODAY BUT NO FEE FOR RUN DATE '
                           DELIMITED BY SIZE
                       FA-REV-ORIG-DATE (FA-REV-SUB) DELIMITED BY SIZE
                       INTO FA-EXC-REASON
               WHEN FA-REV-FEE-WAS-REFUNDED (FA-REV-SUB)
                   STRING 'FEE ' DELIMITED BY SIZE
                       FA-REV-FEE-KEY (FA-REV-SUB) DELIMITED BY SIZE
                       ' ALREADY REFUNDED' DELIMITED BY SIZE
                       INTO FA-EXC-REASON
               WHEN OTHER
                   GO TO 6300-EXIT
           END-EVALUATE
           MOVE FA-REV-ITEM-KEY (FA-REV-SUB)  TO FA-EXC-ITEM-KEY
           MOVE FA-REV-ACCOUNT (FA-REV-SUB)   TO FA-EXC-ACCOUNT
           MOVE FA-REV-CYCLE (FA-REV-SUB)     TO FA-EXC-CYCLE
           MOVE FA-REV-CATEGORY (FA-REV-SUB)  TO FA-CATEGORY-NAME
           PERFORM 7900-NAME-CATEGORY THRU 7900-EXIT
           MOVE FA-CATEGORY-NAME              TO FA-EXC-CATEGORY
           MOVE FA-REV-ITEM-TYPE (FA-REV-SUB) TO FA-EXC-ITEM-TYPE
           WRITE FEE-RPT-RECORD FROM FA-EXCEPTION-LINE
           .
       6300-EXIT.
           EXIT
           .
       7900-NAME-CATEGORY.
           EVALUATE FA-CATEGORY-NAME(1:1)
               WHEN '1'
                   MOVE 'VALUE A'  TO FA-CATEGORY-NAME
               WHEN '2'
                   MOVE 'VALUE B'  TO FA-CATEGORY-NAME
               WHEN '9'
                   MOVE 'REJECTED' TO FA-CATEGORY-NAME
               WHEN OTHER
                   MOVE 'NEITHER'  TO FA-CATEGORY-NAME
           END-EVALUATE
           .
       7900-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 8200-FIND-REVERSAL - BINARY SEARCH OF THE REVERSAL TABLE ON
      * FA-SEARCH-MATCH-KEY.  FOUND: FA-REV-SUB POINTS AT IT.  NOT
      * FOUND: FA-INSERT-AT IS WHERE IT BELONGS.
      *---------------------------------------------------------------*
       8200-FIND-REVERSAL.
           MOVE 'N' TO FA-ENTRY-FOUND-SW
           MOVE 1 TO FA-LOW
           MOVE FA-REV-COUNT TO FA-HIGH
           PERFORM 8250-PROBE-REVERSAL THRU 8250-EXIT
               UNTIL FA-LOW > FA-HIGH OR FA-ENTRY-FOUND
           IF NOT FA-ENTRY-FOUND
               MOVE FA-LOW TO FA-INSERT-AT
           END-IF
           .
       8200-EXIT.
           EXIT
           .
       8250-PROBE-REVERSAL.
           COMPUTE FA-MID = (FA-LOW + FA-HIGH) / 2
           EVALUATE TRUE
               WHEN FA-REV-MATCH-KEY (FA-MID) = FA-SEARCH-MATCH-KEY
                   SET FA-ENTRY-FOUND TO TRUE
                   MOVE FA-MID TO FA-REV-SUB
               WHEN FA-REV-MATCH-KEY (FA-MID) < FA-SEARCH-MATCH-KEY
                   COMPUTE FA-LOW = FA-MID + 1
               WHEN OTHER
                   COMPUTE FA-HIGH = FA-MID - 1
           END-EVALUATE
           .
       8250-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 8300-FIND-ACCOUNT - BINARY SEARCH OF THE ACCOUNT TOTALS ON
      * FA-SEARCH-ACCOUNT, AS 8200.
      *---------------------------------------------------------------*
       8300-FIND-ACCOUNT.
           MOVE 'N' TO FA-ENTRY-FOUND-SW
           MOVE 1 TO FA-LOW
           MOVE FA-ACCT-COUNT TO FA-HIGH
           PERFORM 8350-PROBE-ACCOUNT THRU 8350-EXIT
               UNTIL FA-LOW > FA-HIGH OR FA-ENTRY-FOUND
           IF NOT FA-ENTRY-FOUND
               MOVE FA-LOW TO FA-INSERT-AT
           END-IF
           .
       8300-EXIT.
           EXIT
           .
       8350-PROBE-ACCOUNT.
           COMPUTE FA-MID = (FA-LOW + FA-HIGH) / 2
           EVALUATE TRUE
               WHEN FA-ACCT-NO (FA-MID) = FA-SEARCH-ACCOUNT
                   SET FA-ENTRY-FOUND TO TRUE
                   MOVE FA-MID TO FA-ACCT-SUB
               WHEN FA-ACCT-NO (FA-MID) < FA-SEARCH-ACCOUNT
                   COMPUTE FA-LOW = FA-MID + 1
               WHEN OTHER
                   COMPUTE FA-HIGH = FA-MID - 1
           END-EVALUATE
           .
       8350-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE REGISTER AND SET THE STEP RETURN
      * CODE:
      *    RC=0   FEES WRITTEN, EVERY REVERSAL SETTLED - OR THE DATE
      *           WAS ALREADY ASSESSED AND FEETRAN WAS REBUILT
      *    RC=4   FEES WRITTEN, BUT A REVERSAL OF A PRICED RESULT HAD
      *           NO UNREFUNDED FEE - FOLLOW UP FROM THE REGISTER
      *    RC=16  A FILE WOULD NOT OPEN, A TABLE OVERFLOWED, OR THE
      *           HISTORY FOR THE DATE IS INCOMPLETE - FEETRAN MUST
      *           NOT BE PASSED ON
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF FA-FEE-RPT-STATUS = '00'
               CLOSE FEE-RPT
           END-IF
           EVALUATE TRUE
               WHEN FA-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN FA-REVERSAL-UNREFUNDED
                   MOVE 4 TO RETURN-CODE
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
           IF FA-RUNSTAT-STATUS = '35'
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF
           IF FA-RUNSTAT-STATUS NOT = '00'
               DISPLAY 'FEEASSES: UNABLE TO OPEN RUNSTAT, STATUS='
                   FA-RUNSTAT-STATUS
                   ' - STATUS RECORD NOT WRITTEN'
               GO TO 9500-EXIT
           END-IF
           MOVE SPACES            TO RS-STATUS-RECORD
           MOVE 'FEEASSES'        TO RS-PROGRAM-NAME
           MOVE FA-REPORT-DATE    TO RS-BUSINESS-DATE
           MOVE FA-REPORT-CYCLE   TO RS-CYCLE-NO
           MOVE FA-START-TIME     TO RS-START-TIME
           ACCEPT RS-END-TIME FROM TIME
           MOVE FA-RESULTS-READ   TO RS-RECORDS-PROCESSED
           MOVE RETURN-CODE       TO RS-RETURN-CODE
           MOVE 'N'               TO RS-DEGRADED-SW
           MOVE SPACES            TO RS-CONDITION-TEXT
           IF FA-REVERSAL-UNREFUNDED AND NOT FA-ABEND
               MOVE 'Y' TO RS-DEGRADED-SW
               MOVE 'REVERSALS WITH NO FEE TO REFUND'
                   TO RS-CONDITION-TEXT
           END-IF
           WRITE RUN-STATUS-RECORD FROM RS-STATUS-RECORD
           CLOSE RUN-STATUS-FILE
           .
       9500-EXIT.
           EXIT
           .
