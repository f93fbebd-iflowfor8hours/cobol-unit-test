      *                   RUN-STATUS FILE (BUSINESS DATE AND CYCLE
      *                   FROM THE BUSDATE CONTROL FILE) SO OPSRPT
      *                   SEES THE EDIT STEP ON THE NIGHT'S PICTURE
      * 15 OCT 2026  MJS  PROVE EVERY BALANCED FILE AGAINST THE NEW
      *                   TRANSMISSION REGISTER (TRANREG): A FILE
      *                   WHOSE HDR DATE, TRL COUNT AND TRL HASH ARE
      *                   ALREADY REGISTERED UNDER ANOTHER DATE OR
      *                   CYCLE, OR WHOSE HDR DATE IS NOT THE OPEN
      *                   BUSINESS DATE, IS REFUSED (RC=8) UNLESS A
      *                   DUPOVRD / DATEOVRD CARD IS ON PARMCARD.  AN
      *                   ACCEPTED FILE IS ADDED TO THE REGISTER
      * 15 OCT 2026  MJS  PROVE EVERY DETAIL'S ACCOUNT AGAINST THE
      *                   KEYED ACCOUNT MASTER (ACCTMSTR): AN UNKNOWN,
      *                   CLOSED, OR FROZEN ACCOUNT GOES TO THE
      *                   REJECT FILE WITH ITS OWN REASON.  EVERY
      *                   ACCEPTED DETAIL IS STAMPED WITH THE OWNING
      *                   BRANCH OFF THE MASTER SO CALLPGM CAN CARRY
      *                   IT ONTO TRANSOUT.  THE MASTER IS PART OF
      *                   THE STARTUP CONTRACT LIKE TYPETAB
      * 15 OCT 2026  MJS  MULTI-CURRENCY.  EVERY DETAIL NOW NAMES ITS
      *                   CURRENCY (COLS 49-51; BLANK MEANS THE BASE
      *                   CURRENCY).  THE CODE IS PROVED AGAINST THE
      *                   NEW CURRTAB TABLE AND EVERY ACCEPTED DETAIL
      *                   IS STAMPED WITH ITS BASE-CURRENCY EQUIVALENT
      *                   AT THE BUSINESS DATE'S RATE OFF XRATES.  A
      *                   CURRENCY WITH NO RATE FOR THE DATE REJECTS
      *                   ITS DETAILS AND HOLDS THE RUN - NO STALE
      *                   RATE IS EVER BORROWED.  TYPE LIMITS AND THE
      *                   ACCEPTED DOLLARS ARE NOW IN BASE CURRENCY;
      *                   THE REPORT ADDS A PER-CURRENCY BREAKDOWN
      * 15 OCT 2026  MJS  MERGE THE PRIOR DAY'S FEE TRANSACTIONS
      *                   FROM FEEASSES (FEEIN, OPTIONAL) INTO THE
      *                   DETAIL STREAM BY KEY.  A FEE IS EDITED LIKE
      *                   ANY OTHER DETAIL AND COUNTS AS ACCEPTED OR
      *                   REJECTED, BUT NOT TOWARD THE TRAILER
      *                   BALANCE - UPSTREAM NEVER SENT IT
      * 15 OCT 2026  MJS  A FEEIN RAISED FOR THE BUSINESS DATE ITSELF
      *                   (A RESUBMIT AFTER THE DATE'S FEES WERE
      *                   ASSESSED) IS NOT MERGED AND FAILS THE EDIT,
      *                   SO THE DATE IS NOT RUN AGAIN WITHOUT THE
      *                   PRIOR DAY'S FEES.  THE REGISTER IS
      *                   NOW WRITTEN BEFORE THE EDIT REPORT, WHICH
      *                   REPORTS A REGISTER THAT COULD NOT BE WRITTEN
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANEDIT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-RUNSTAT-STATUS.

           SELECT REGISTER-FILE ASSIGN TO TRANREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-REGISTER-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-PARM-FILE-STATUS.

           SELECT CURRENCY-TABLE-FILE ASSIGN TO CURRTAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-CURRENCY-TABLE-STATUS.

           SELECT RATE-FILE ASSIGN TO XRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-RATE-FILE-STATUS.

           SELECT FEE-FILE ASSIGN TO FEEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-FEE-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS TE-ACCOUNT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-FILE
               10  RAW-AMOUNT          PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               10  RAW-TYPE-CODE       PIC X(02).
               10  FILLER              PIC X(08).
      *        BLANK FROM UPSTREAM; FILLED FROM THE ACCOUNT MASTER
      *        ON EVERY ACCEPTED DETAIL.  SEE TRANS-BRANCH-CODE IN
      *        CALLPGM.
               10  RAW-BRANCH-CODE     PIC X(04).
      *        ISO CODE OF THE CURRENCY RAW-AMOUNT IS IN; BLANK FROM
      *        UPSTREAM MEANS THE BASE CURRENCY, AND THE BASE CODE IS
      *        STAMPED IN ITS PLACE ON THE ACCEPTED DETAIL.
               10  RAW-CURRENCY-CODE   PIC X(03).
      *        BLANK FROM UPSTREAM; RAW-AMOUNT CONVERTED TO THE BASE
      *        CURRENCY AT THE BUSINESS DATE'S RATE ON EVERY ACCEPTED
      *        DETAIL.
               10  RAW-BASE-AMOUNT     PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(17).
       01  RAW-HEADER-RECORD REDEFINES RAW-RECORD.
           05  RAW-HDR-ID              PIC X(03).
           05  RAW-HDR-FILE-DATE       PIC 9(08).
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(54).

      *    FEE TRANSACTIONS FEEASSES WROTE FROM THE LAST ASSESSED
      *    DAY'S RESULTS, IN THE RAW-RECORD DETAIL LAYOUT, ASCENDING
      *    BY KEY.  EACH IS MOVED OVER RAW-RECORD TO BE EDITED.
       FD  FEE-FILE
           RECORDING MODE IS F.
       01  FEE-RECORD                  PIC X(80).

       FD  CLEAN-FILE
           RECORDING MODE IS F.
       01  CLEAN-RECORD                PIC X(80).
           RECORDING MODE IS F.
       01  BUSDATE-RECORD              PIC X(80).

      *    ONE RECORD PER VALID CURRENCY - SEE THE CURRTAB COPYBOOK.
      *    EXACTLY ONE CARRIES THE BASE FLAG.
       FD  CURRENCY-TABLE-FILE
           RECORDING MODE IS F.
       01  CURRENCY-TABLE-RECORD       PIC X(80).

      *    THE DATED EXCHANGE-RATE HISTORY - SEE THE XRATE COPYBOOK.
      *    ONLY THE BUSINESS DATE'S RATES ARE TABLED.
       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-FILE-RECORD            PIC X(80).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD           PIC X(93).

      *    ONE RECORD PER ACCEPTED TRANSMISSION - SEE THE TRANREG
      *    COPYBOOK.  READ IN FULL TO PROVE A FILE IS NEW, THEN
      *    EXTENDED WITH THE FILE JUST ACCEPTED.
       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-FILE-RECORD        PIC X(80).

      *    OPERATOR OVERRIDE CARDS.  A MISSING PARMCARD FILE MEANS NO
      *    OVERRIDE: EVERY REGISTER CHECK IS ENFORCED.
      *      DATEOVRD Y  TAKE A FILE WHOSE HDR DATE IS NOT THE OPEN
      *                  BUSINESS DATE
      *      DUPOVRD  Y  TAKE A FILE ALREADY ON THE REGISTER
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD.
           05  PARM-KEYWORD            PIC X(08).
           05  FILLER                  PIC X(01).
           05  PARM-VALUE              PIC X(01).
           05  FILLER                  PIC X(70).

      *    ONE RECORD PER ACCOUNT - SEE THE ACCTMST COPYBOOK.  READ
      *    BY KEY FOR EVERY DETAIL.  ACCTMNT MAINTAINS THIS FILE
      *    WITH A PRINTED AUDIT.
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  ACCT-KEY                PIC X(12).
           05  FILLER                  PIC X(68).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.

           COPY RUNSTAT.

           COPY TRANREG.

           COPY ACCTMST.

           COPY CURRTAB.

           COPY XRATE.
       01  TE-FILE-STATUS-FIELDS.
           05  TE-RAW-FILE-STATUS          PIC X(02).
           05  TE-CLEAN-FILE-STATUS        PIC X(02).
           05  TE-TYPE-TABLE-STATUS        PIC X(02).
           05  TE-BUSDATE-STATUS           PIC X(02).
           05  TE-RUNSTAT-STATUS           PIC X(02).
           05  TE-REGISTER-STATUS          PIC X(02).
           05  TE-PARM-FILE-STATUS         PIC X(02).
           05  TE-ACCOUNT-MASTER-STATUS    PIC X(02).
           05  TE-CURRENCY-TABLE-STATUS    PIC X(02).
           05  TE-RATE-FILE-STATUS         PIC X(02).
           05  TE-FEE-FILE-STATUS          PIC X(02).

       01  TE-SWITCHES.
           05  TE-EOF-SW                   PIC X(01)   VALUE 'N'.
               88  TE-TYPE-CODE-KNOWN          VALUE 'Y'.
           05  TE-LIMIT-OK-SW              PIC X(01)   VALUE 'N'.
               88  TE-AMOUNT-WITHIN-LIMITS     VALUE 'Y'.
           05  TE-PARM-EOF-SW              PIC X(01)   VALUE 'N'.
               88  TE-EOF-PARM-FILE            VALUE 'Y'.
           05  TE-DATE-OVRD-SW             PIC X(01)   VALUE 'N'.
               88  TE-DATE-OVERRIDE-GIVEN      VALUE 'Y'.
           05  TE-DUP-OVRD-SW              PIC X(01)   VALUE 'N'.
               88  TE-DUP-OVERRIDE-GIVEN       VALUE 'Y'.
           05  TE-REG-EOF-SW               PIC X(01)   VALUE 'N'.
               88  TE-EOF-REGISTER             VALUE 'Y'.
           05  TE-DATE-MISMATCH-SW         PIC X(01)   VALUE 'N'.
               88  TE-HDR-DATE-MISMATCH        VALUE 'Y'.
           05  TE-REG-MATCH-SW             PIC X(01)   VALUE 'N'.
               88  TE-ALREADY-REGISTERED       VALUE 'Y'.
           05  TE-REG-RERUN-SW             PIC X(01)   VALUE 'N'.
               88  TE-REGISTERED-THIS-RUN      VALUE 'Y'.
           05  TE-ACCOUNT-OPEN-SW          PIC X(01)   VALUE 'N'.
               88  TE-ACCOUNT-MASTER-OPEN      VALUE 'Y'.
      *    SET BY 2460 FOR EACH DETAIL: THE ACCOUNT'S STANDING ON
      *    THE MASTER AS OF THE BUSINESS DATE.
           05  TE-ACCOUNT-STANDING-SW      PIC X(01)   VALUE SPACE.
               88  TE-ACCOUNT-POSTABLE         VALUE 'P'.
               88  TE-ACCOUNT-UNKNOWN          VALUE 'U'.
               88  TE-ACCOUNT-CLOSED           VALUE 'C'.
               88  TE-ACCOUNT-FROZEN           VALUE 'F'.
           05  TE-CURRENCY-EOF-SW          PIC X(01)   VALUE 'N'.
               88  TE-EOF-CURRENCY-TABLE       VALUE 'Y'.
           05  TE-RATE-EOF-SW              PIC X(01)   VALUE 'N'.
               88  TE-EOF-RATE-FILE            VALUE 'Y'.
      *    A MISSING FEEIN IS TAKEN AS NO FEES, SO THE EOF SWITCH
      *    STARTS ON AND IS ONLY TURNED OFF WHEN THE FILE OPENS.
           05  TE-FEE-EOF-SW               PIC X(01)   VALUE 'Y'.
               88  TE-EOF-FEE-FILE             VALUE 'Y'.
           05  TE-FEE-OPEN-SW              PIC X(01)   VALUE 'N'.
               88  TE-FEE-FILE-OPEN            VALUE 'Y'.
      *    ON WHILE A FEE SITS IN RAW-RECORD: IT IS NOT PART OF THE
      *    TRANSMISSION, SO IT IS KEPT OUT OF THE TRAILER BALANCE
      *    AND THE HDR/TRL POSITION EDITS.
           05  TE-EDITING-FEE-SW           PIC X(01)   VALUE 'N'.
               88  TE-EDITING-FEE              VALUE 'Y'.
      *    ON WHEN FEEIN HOLDS FEES RAISED FOR THE BUSINESS DATE
      *    BEING EDITED: THEY BELONG TO THE NEXT DAY AND ARE LEFT.
           05  TE-FEES-HELD-SW             PIC X(01)   VALUE 'N'.
               88  TE-FEES-HELD                VALUE 'Y'.
      *    ON WHEN 4500 COULD NOT ADD THE FILE TO TRANREG, SO THE
      *    EDIT REPORT CAN SAY WHY A PASSED FILE IS HELD.
           05  TE-REG-WRITE-SW             PIC X(01)   VALUE 'N'.
               88  TE-REGISTER-WRITE-FAILED    VALUE 'Y'.
      *    SET BY 2440 FOR EACH DETAIL: WHETHER ITS CURRENCY IS
      *    KNOWN AND ITS AMOUNT COULD BE CONVERTED TO BASE.
           05  TE-CURRENCY-STANDING-SW     PIC X(01)   VALUE SPACE.
               88  TE-CURRENCY-CONVERTED       VALUE 'C'.
               88  TE-CURRENCY-UNKNOWN         VALUE 'U'.
               88  TE-CURRENCY-NO-RATE         VALUE 'R'.
               88  TE-BASE-AMOUNT-OVERFLOW     VALUE 'O'.
               88  TE-CURRENCY-NOT-CONVERTED   VALUE ' '.

      *    VALID TRANSACTION TYPES AND THEIR AMOUNT LIMITS, TABLED
      *    AT STARTUP FROM TYPETAB.  A HUNDRED TYPES IS FAR ABOVE
       01  TE-TYPE-SCAN-FIELDS.
           05  TE-TYPE-SUB                 PIC 9(04) COMP.

      *    VALID CURRENCIES, TABLED AT STARTUP FROM CURRTAB, WITH THE
      *    BUSINESS DATE'S RATE OFF XRATES AND THE DAY'S ACCEPTED
      *    ITEMS AND AMOUNTS IN EACH.  THE BASE CURRENCY CONVERTS AT
      *    ONE AND NEEDS NO RATE RECORD.
       01  TE-CURRENCY-TABLE.
           05  TE-CCY-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  TE-CCY-ENTRY OCCURS 20 TIMES
                   INDEXED BY TE-CCY-IX.
               10  TE-CCY-CODE             PIC X(03).
               10  TE-CCY-RATE             PIC 9(05)V9(06) COMP-3.
               10  TE-CCY-RATE-SW          PIC X(01).
                   88  TE-CCY-RATE-LOADED      VALUE 'Y'.
               10  TE-CCY-ITEMS            PIC 9(07) COMP.
               10  TE-CCY-NO-RATE-ITEMS    PIC 9(07) COMP.
               10  TE-CCY-ORIGINAL         PIC S9(13)V99 COMP-3.
               10  TE-CCY-BASE             PIC S9(13)V99 COMP-3.

       01  TE-CURRENCY-WORK-FIELDS.
           05  TE-CCY-SUB                  PIC 9(04) COMP.
           05  TE-CCY-SEARCH-CODE          PIC X(03).
           05  TE-CCY-FOUND-SW             PIC X(01)   VALUE 'N'.
               88  TE-CCY-FOUND                VALUE 'Y'.
           05  TE-BASE-CURRENCY            PIC X(03)   VALUE SPACES.
           05  TE-BASE-AMOUNT-WORK         PIC S9(09)V99 COMP-3
                                                       VALUE ZERO.
           05  TE-RATES-LOADED             PIC 9(04) COMP VALUE ZERO.

      *    STEP-STATUS FIELDS FOR THE RUN-STATUS RECORD.
       01  TE-RUN-STATUS-FIELDS.
           05  TE-START-TIME               PIC 9(08)   VALUE ZERO.
                                                       VALUE ZERO.
           05  TE-HDR-FILE-DATE            PIC 9(08)     VALUE ZERO.

      *    WHERE A REGISTERED COPY OF THIS TRANSMISSION WAS FIRST
      *    PROCESSED, FOR THE REFUSAL MESSAGE.
       01  TE-REGISTER-FIELDS.
           05  TE-REG-ENTRIES-READ         PIC 9(07) COMP VALUE ZERO.
           05  TE-REG-FOUND-DATE           PIC 9(08)   VALUE ZERO.
           05  TE-REG-FOUND-CYCLE          PIC 9(02)   VALUE ZERO.

       01  TE-COUNTERS.
           05  TE-COUNT-READ               PIC 9(07) COMP VALUE ZERO.
           05  TE-COUNT-DETAIL             PIC 9(07) COMP VALUE ZERO.
                                                       VALUE ZERO.
           05  TE-AMOUNT-ACCEPTED          PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  TE-COUNT-FEE-READ           PIC 9(07) COMP VALUE ZERO.
           05  TE-COUNT-FEE-ACCEPTED       PIC 9(07) COMP VALUE ZERO.

       01  TE-SEQUENCE-FIELDS.
           05  TE-PREVIOUS-KEY             PIC X(10)   VALUE LOW-VALUES.
      *    THE RAW DETAIL WAITING WHILE THE FEES AHEAD OF IT ARE
      *    EDITED.
           05  TE-SAVED-RAW-RECORD         PIC X(80).
      *    THE NEXT FEE TO MERGE.  HIGH-VALUES IN THE KEY ONCE FEEIN
      *    IS EXHAUSTED, OR WHEN THERE IS NO FEEIN, SO NO RAW KEY
      *    EVER SORTS ABOVE IT.
           05  TE-NEXT-FEE-RECORD.
               10  TE-NEXT-FEE-KEY         PIC X(10)
                                           VALUE HIGH-VALUES.
               10  FILLER                  PIC X(70)   VALUE SPACES.

       01  TE-REPORT-LINE-FIELDS.
           05  TE-REPORT-COUNT-EDIT        PIC Z,ZZZ,ZZ9.
           END-IF
           IF NOT TE-ABEND
               PERFORM 3000-BALANCE-TO-TRAILER THRU 3000-EXIT
               PERFORM 3500-CHECK-REGISTER THRU 3500-EXIT
           END-IF
           IF NOT TE-ABEND AND NOT TE-EDIT-FAILED
               PERFORM 4500-ADD-TO-REGISTER THRU 4500-EXIT
           END-IF
           IF NOT TE-ABEND OR TE-REGISTER-WRITE-FAILED
               PERFORM 4000-WRITE-EDIT-REPORT THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
       1000-INITIALIZE.
           ACCEPT TE-START-TIME FROM TIME
           PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
           PERFORM 1300-READ-PARM-CARDS THRU 1300-EXIT
           OPEN INPUT RAW-FILE
           IF TE-RAW-FILE-STATUS NOT = '00'
               DISPLAY 'TRANEDIT: UNABLE TO OPEN RAWIN, STATUS='
           IF TE-ABEND
               GO TO 1000-EXIT
           END-IF
           PERFORM 1400-LOAD-CURRENCY-TABLE THRU 1400-EXIT
           IF TE-ABEND
               GO TO 1000-EXIT
           END-IF
           PERFORM 1500-LOAD-EXCHANGE-RATES THRU 1500-EXIT
           IF TE-ABEND
               GO TO 1000-EXIT
           END-IF
      *    THE ACCOUNT MASTER IS PART OF THE STARTUP CONTRACT LIKE
      *    TYPETAB: WITHOUT IT NO DETAIL CAN BE PROVED POSTABLE.
           OPEN INPUT ACCOUNT-MASTER
           IF TE-ACCOUNT-MASTER-STATUS NOT = '00'
               DISPLAY 'TRANEDIT: UNABLE TO OPEN ACCTMSTR, STATUS='
                   TE-ACCOUNT-MASTER-STATUS
               SET TE-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET TE-ACCOUNT-MASTER-OPEN TO TRUE
      *    FEEIN IS OPTIONAL: A DAY WITH NO FEES TO POST MAY HAVE NO
      *    FILE AT ALL.
           OPEN INPUT FEE-FILE
           EVALUATE TE-FEE-FILE-STATUS
               WHEN '00'
                   SET TE-FEE-FILE-OPEN TO TRUE
                   MOVE 'N' TO TE-FEE-EOF-SW
                   PERFORM 1250-READ-FEE THRU 1250-EXIT
                   PERFORM 1270-CHECK-FEE-DATE THRU 1270-EXIT
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TRANEDIT: UNABLE TO OPEN FEEIN, STATUS='
                       TE-FEE-FILE-STATUS
                   SET TE-ABEND TO TRUE
                   GO TO 1000-EXIT
           END-EVALUATE
           PERFORM 1200-PRIME-READ THRU 1200-EXIT
           IF TE-EOF-RAW-FILE
               PERFORM 8000-FLAG-EDIT-FAILURE THRU 8000-EXIT
           .
      *---------------------------------------------------------------*
      * 1050-READ-BUSINESS-DATE - THE DATE AND CYCLE THE RUN-STATUS
      * RECORD IS STAMPED WITH, AND THE DATE THE HDR FILE DATE AND
      * THE TRANSMISSION REGISTER ARE PROVED AGAINST.  A CONTROL
      * FILE THAT ISN'T THERE LEAVES A ZERO DATE, WHICH NO HDR DATE
      * MATCHES - THE FILE IS REFUSED UNLESS A DATEOVRD CARD TAKES
      * IT.
      *---------------------------------------------------------------*
       1050-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF TE-BUSDATE-STATUS NOT = '00'
               DISPLAY 'TRANEDIT: BUSDATE NOT AVAILABLE, STATUS='
                   TE-BUSDATE-STATUS
                   ' - RUN STAMPED WITH ZERO DATE'
               GO TO 1050-EXIT
           END-IF
           READ BUSDATE-FILE INTO BD-CONTROL-RECORD
       1200-EXIT.
           EXIT
           .
       1250-READ-FEE.
           READ FEE-FILE INTO TE-NEXT-FEE-RECORD
               AT END
                   SET TE-EOF-FEE-FILE TO TRUE
                   MOVE HIGH-VALUES TO TE-NEXT-FEE-KEY
           END-READ
           IF NOT TE-EOF-FEE-FILE
               ADD 1 TO TE-COUNT-FEE-READ
           END-IF
           .
       1250-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1270-CHECK-FEE-DATE - A FEE KEY CARRIES THE MONTH AND DAY
      * FEEASSES ASSESSED IT FOR.  FEES KEYED WITH THE BUSINESS DATE
      * BEING EDITED WERE RAISED BY THIS DATE'S OWN ASSESSMENT, SO
      * THIS IS A RESUBMIT AFTER IT: THEY ARE LEFT FOR THE NEXT DAY
      * RATHER THAN POSTED TO THE DAY THEY WERE CHARGED ON, AND THE
      * EDIT FAILS - THE PRIOR DAY'S FEES THE FIRST RUN MERGED ARE
      * GONE, SO THE DATE MUST NOT BE RUN AGAIN FROM THE TOP.  A
      * FEEIN IS NEVER A YEAR OLD, SO THE MONTH AND DAY ARE ENOUGH.
      *---------------------------------------------------------------*
       1270-CHECK-FEE-DATE.
           IF TE-EOF-FEE-FILE
               OR TE-NEXT-FEE-KEY(2:4) NOT = TE-RUN-DATE-WS(5:4)
               GO TO 1270-EXIT
           END-IF
           SET TE-FEES-HELD TO TRUE
           SET TE-EOF-FEE-FILE TO TRUE
           MOVE HIGH-VALUES TO TE-NEXT-FEE-KEY
           MOVE ZERO TO TE-COUNT-FEE-READ
           PERFORM 8000-FLAG-EDIT-FAILURE THRU 8000-EXIT
           DISPLAY 'TRANEDIT: FEEIN HOLDS FEES RAISED FOR '
               TE-RUN-DATE-WS ' - NOT MERGED, EDIT FAILED'
           .
       1270-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1300-READ-PARM-CARDS - PICK UP THE OPERATOR OVERRIDE CARDS.
      * A PARMCARD FILE THAT ISN'T THERE JUST MEANS NO OVERRIDE, SO
      * THE DAILY JOB RUNS WITH EVERY REGISTER CHECK ENFORCED.
      *---------------------------------------------------------------*
       1300-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE
           IF TE-PARM-FILE-STATUS NOT = '00'
               SET TE-EOF-PARM-FILE TO TRUE
               GO TO 1300-EXIT
           END-IF
           PERFORM 1350-READ-ONE-PARM-CARD THRU 1350-EXIT
               UNTIL TE-EOF-PARM-FILE
           CLOSE PARM-FILE
           .
       1300-EXIT.
           EXIT
           .
       1350-READ-ONE-PARM-CARD.
           READ PARM-FILE
               AT END
                   SET TE-EOF-PARM-FILE TO TRUE
                   GO TO 1350-EXIT
           END-READ
           EVALUATE PARM-KEYWORD
               WHEN 'DATEOVRD'
                   IF PARM-VALUE = 'Y'
                       SET TE-DATE-OVERRIDE-GIVEN TO TRUE
                       DISPLAY 'TRANEDIT: DATEOVRD CARD - HDR FILE '
                           'DATE CHECK OVERRIDDEN'
                   END-IF
               WHEN 'DUPOVRD '
                   IF PARM-VALUE = 'Y'
                       SET TE-DUP-OVERRIDE-GIVEN TO TRUE
                       DISPLAY 'TRANEDIT: DUPOVRD CARD - DUPLICATE '
                           'TRANSMISSION CHECK OVERRIDDEN'
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TRANEDIT: UNKNOWN PARM CARD IGNORED: '
                       PARM-KEYWORD
           END-EVALUATE
           .
       1350-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1400-LOAD-CURRENCY-TABLE - THE CURRENCY TABLE IS PART OF THE
      * STARTUP CONTRACT LIKE TYPETAB: MISSING, EMPTY, OR MALFORMED,
      * A DUPLICATE CODE, OR ANYTHING BUT EXACTLY ONE BASE CURRENCY
      * FAILS THE STEP BEFORE ANY RECORD IS EDITED.
      *---------------------------------------------------------------*
       1400-LOAD-CURRENCY-TABLE.
           OPEN INPUT CURRENCY-TABLE-FILE
           IF TE-CURRENCY-TABLE-STATUS NOT = '00'
               DISPLAY 'TRANEDIT: UNABLE TO OPEN CURRTAB, STATUS='
                   TE-CURRENCY-TABLE-STATUS
               SET TE-ABEND TO TRUE
               GO TO 1400-EXIT
           END-IF
           PERFORM 1450-LOAD-ONE-CURRENCY THRU 1450-EXIT
               UNTIL TE-EOF-CURRENCY-TABLE OR TE-ABEND
           IF TE-ABEND
               GO TO 1400-EXIT
           END-IF
           CLOSE CURRENCY-TABLE-FILE
           IF TE-CCY-COUNT = ZERO
               DISPLAY 'TRANEDIT: CURRTAB IS EMPTY'
               SET TE-ABEND TO TRUE
               GO TO 1400-EXIT
           END-IF
           IF TE-BASE-CURRENCY = SPACES
               DISPLAY 'TRANEDIT: CURRTAB HAS NO BASE CURRENCY'
               SET TE-ABEND TO TRUE
           END-IF
           .
       1400-EXIT.
           EXIT
           .
       1450-LOAD-ONE-CURRENCY.
           READ CURRENCY-TABLE-FILE INTO CY-CURRENCY-RECORD
               AT END
                   SET TE-EOF-CURRENCY-TABLE TO TRUE
                   GO TO 1450-EXIT
           END-READ
           IF CY-CURRENCY-CODE = SPACES
               OR NOT CY-BASE-SW-VALID
               DISPLAY 'TRANEDIT: MALFORMED CURRTAB RECORD: '
                   CY-CURRENCY-RECORD(1:36)
               SET TE-ABEND TO TRUE
               GO TO 1450-EXIT
           END-IF
           PERFORM 1470-CHECK-DUPLICATE-CURRENCY THRU 1470-EXIT
               VARYING TE-CCY-SUB FROM 1 BY 1
               UNTIL TE-CCY-SUB > TE-CCY-COUNT OR TE-ABEND
           IF TE-ABEND
               GO TO 1450-EXIT
           END-IF
           IF CY-BASE-CURRENCY
               IF TE-BASE-CURRENCY NOT = SPACES
                   DISPLAY 'TRANEDIT: CURRTAB HAS TWO BASE '
                       'CURRENCIES - ' TE-BASE-CURRENCY ' AND '
                       CY-CURRENCY-CODE
                   SET TE-ABEND TO TRUE
                   GO TO 1450-EXIT
               END-IF
               MOVE CY-CURRENCY-CODE TO TE-BASE-CURRENCY
           END-IF
           IF TE-CCY-COUNT >= 20
               DISPLAY 'TRANEDIT: MORE THAN 20 CURRTAB RECORDS'
               SET TE-ABEND TO TRUE
               GO TO 1450-EXIT
           END-IF
           ADD 1 TO TE-CCY-COUNT
           SET TE-CCY-IX TO TE-CCY-COUNT
           MOVE CY-CURRENCY-CODE TO TE-CCY-CODE (TE-CCY-IX)
           MOVE ZERO             TO TE-CCY-RATE (TE-CCY-IX)
           MOVE 'N'              TO TE-CCY-RATE-SW (TE-CCY-IX)
           IF CY-BASE-CURRENCY
               MOVE 1            TO TE-CCY-RATE (TE-CCY-IX)
               MOVE 'Y'          TO TE-CCY-RATE-SW (TE-CCY-IX)
           END-IF
           MOVE ZERO             TO TE-CCY-ITEMS (TE-CCY-IX)
           MOVE ZERO             TO TE-CCY-NO-RATE-ITEMS (TE-CCY-IX)
           MOVE ZERO             TO TE-CCY-ORIGINAL (TE-CCY-IX)
           MOVE ZERO             TO TE-CCY-BASE (TE-CCY-IX)
           .
       1450-EXIT.
           EXIT
           .
       1470-CHECK-DUPLICATE-CURRENCY.
           IF TE-CCY-CODE (TE-CCY-SUB) = CY-CURRENCY-CODE
               DISPLAY 'TRANEDIT: DUPLICATE CURRTAB RECORD FOR '
                   'CURRENCY ' CY-CURRENCY-CODE
               SET TE-ABEND TO TRUE
           END-IF
           .
       1470-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1500-LOAD-EXCHANGE-RATES - TABLE THE RATES FOR THE BUSINESS
      * DATE ONLY.  A RATE FOR ANY OTHER DATE IS NEVER USED, SO A
      * CURRENCY WHOSE RATE WAS NOT LOADED TODAY HAS NO RATE AT ALL
      * AND ITS DETAILS ARE REFUSED RATHER THAN POSTED AT A STALE
      * ONE.  AN XRATES FILE THAT HAS NEVER BEEN WRITTEN (STATUS 35)
      * HOLDS NO RATES - A BASE-CURRENCY-ONLY DAY STILL RUNS.  A
      * RATE FOR A CURRENCY NOT ON CURRTAB, A RATE FOR THE BASE
      * CURRENCY, OR TWO RATES FOR ONE CURRENCY ON THE DATE MEANS
      * THE FILE WAS NOT LOADED BY RATELOAD, AND FAILS THE STEP.
      *---------------------------------------------------------------*
       1500-LOAD-EXCHANGE-RATES.
           OPEN INPUT RATE-FILE
           IF TE-RATE-FILE-STATUS = '35'
               DISPLAY 'TRANEDIT: XRATES NOT FOUND - NO EXCHANGE '
                   'RATES FOR ' TE-RUN-DATE-WS
               GO TO 1500-EXIT
           END-IF
           IF TE-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'TRANEDIT: UNABLE TO OPEN XRATES, STATUS='
                   TE-RATE-FILE-STATUS
               SET TE-ABEND TO TRUE
               GO TO 1500-EXIT
           END-IF
           PERFORM 1550-LOAD-ONE-RATE THRU 1550-EXIT
               UNTIL TE-EOF-RATE-FILE OR TE-ABEND
           CLOSE RATE-FILE
           .
       1500-EXIT.
           EXIT
           .
       1550-LOAD-ONE-RATE.
           READ RATE-FILE INTO XR-RATE-RECORD
               AT END
                   SET TE-EOF-RATE-FILE TO TRUE
                   GO TO 1550-EXIT
           END-READ
           IF XR-RATE-DATE NOT = TE-RUN-DATE-WS
               GO TO 1550-EXIT
           END-IF
           IF XR-RATE NOT NUMERIC OR XR-RATE = ZERO
               DISPLAY 'TRANEDIT: MALFORMED XRATES RECORD: '
                   XR-RATE-RECORD(1:24)
               SET TE-ABEND TO TRUE
               GO TO 1550-EXIT
           END-IF
           MOVE XR-CURRENCY-CODE TO TE-CCY-SEARCH-CODE
           PERFORM 1600-FIND-CURRENCY THRU 1600-EXIT
           EVALUATE TRUE
               WHEN NOT TE-CCY-FOUND
                   DISPLAY 'TRANEDIT: XRATES RATE FOR CURRENCY '
                       XR-CURRENCY-CODE ' WHICH IS NOT ON CURRTAB'
                   SET TE-ABEND TO TRUE
               WHEN XR-CURRENCY-CODE = TE-BASE-CURRENCY
                   DISPLAY 'TRANEDIT: XRATES RATE FOR THE BASE '
                       'CURRENCY ' XR-CURRENCY-CODE
                   SET TE-ABEND TO TRUE
               WHEN TE-CCY-RATE-LOADED (TE-CCY-IX)
                   DISPLAY 'TRANEDIT: TWO XRATES RATES FOR CURRENCY '
                       XR-CURRENCY-CODE ' ON ' XR-RATE-DATE
                   SET TE-ABEND TO TRUE
               WHEN OTHER
                   MOVE XR-RATE TO TE-CCY-RATE (TE-CCY-IX)
                   MOVE 'Y'     TO TE-CCY-RATE-SW (TE-CCY-IX)
                   ADD 1 TO TE-RATES-LOADED
           END-EVALUATE
           .
       1550-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1600-FIND-CURRENCY - LOOK TE-CCY-SEARCH-CODE UP ON THE
      * CURRENCY TABLE.  WHEN FOUND, TE-CCY-IX POINTS AT ITS ENTRY.
      *---------------------------------------------------------------*
       1600-FIND-CURRENCY.
           MOVE 'N' TO TE-CCY-FOUND-SW
           SET TE-CCY-IX TO 1
           SEARCH TE-CCY-ENTRY
               AT END
                   CONTINUE
               WHEN TE-CCY-IX > TE-CCY-COUNT
                   CONTINUE
               WHEN TE-CCY-CODE (TE-CCY-IX) = TE-CCY-SEARCH-CODE
                   SET TE-CCY-FOUND TO TRUE
           END-SEARCH
           .
       1600-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2000-EDIT-TRANSACTIONS - CLASSIFY AND EDIT EVERY RECORD ON
      * THE RAW FILE.  THE HEADER MUST BE THE FIRST RECORD, THE
      * TRAILER THE LAST; ANYTHING AFTER THE TRAILER IS REJECTED.
      * FEES KEYED ABOVE THE LAST RAW DETAIL ARE EDITED AT THE END.
      *---------------------------------------------------------------*
       2000-EDIT-TRANSACTIONS.
           PERFORM 2100-EDIT-ONE-RECORD THRU 2100-EXIT
               UNTIL TE-EOF-RAW-FILE OR TE-ABEND
           IF NOT TE-ABEND
               MOVE HIGH-VALUES TO RAW-KEY
               PERFORM 2600-MERGE-FEES THRU 2600-EXIT
           END-IF
           IF NOT TE-HEADER-SEEN
               PERFORM 8000-FLAG-EDIT-FAILURE THRU 8000-EXIT
               DISPLAY 'TRANEDIT: NO HDR CONTROL RECORD ON RAWIN'
               WHEN RAW-RECORD(1:3) = 'TRL'
                   PERFORM 2300-EDIT-TRAILER THRU 2300-EXIT
               WHEN OTHER
                   PERFORM 2600-MERGE-FEES THRU 2600-EXIT
                   PERFORM 2400-EDIT-DETAIL THRU 2400-EXIT
           END-EVALUATE
           PERFORM 1200-PRIME-READ THRU 1200-EXIT
      * ONE BUSINESS RECORD.  EVERY DETAIL COUNTS TOWARD THE TRAILER
      * BALANCE WHETHER IT IS ACCEPTED OR REJECTED - THE TRAILER
      * DESCRIBES WHAT UPSTREAM SENT, NOT WHAT SURVIVED THE EDIT.
      * A FEE IS NOT PART OF WHAT UPSTREAM SENT, SO IT STAYS OUT OF
      * THE BALANCE.
      *---------------------------------------------------------------*
       2400-EDIT-DETAIL.
           IF NOT TE-EDITING-FEE
               ADD 1 TO TE-COUNT-DETAIL
               IF RAW-AMOUNT IS NUMERIC
                   ADD RAW-AMOUNT TO TE-HASH-ACCUMULATED
               END-IF
           END-IF
           PERFORM 2440-CHECK-CURRENCY THRU 2440-EXIT
           PERFORM 2450-CHECK-TYPE-AND-LIMITS THRU 2450-EXIT
           PERFORM 2460-CHECK-ACCOUNT THRU 2460-EXIT
           IF TE-ABEND
               GO TO 2400-EXIT
           END-IF
           EVALUATE TRUE
               WHEN TE-TRAILER-SEEN AND NOT TE-EDITING-FEE
                   MOVE 'DETAIL RECORD AFTER TRL' TO REJ-REASON
                   PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
               WHEN NOT TE-HEADER-SEEN AND NOT TE-EDITING-FEE
                   MOVE 'DETAIL RECORD BEFORE HDR' TO REJ-REASON
                   PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
               WHEN RAW-KEY = SPACES OR RAW-KEY = LOW-VALUES
               WHEN RAW-AMOUNT NOT NUMERIC
                   MOVE 'TRANSACTION AMOUNT NOT NUMERIC' TO REJ-REASON
                   PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
               WHEN TE-CURRENCY-UNKNOWN
                   MOVE 'UNKNOWN CURRENCY CODE' TO REJ-REASON
                   PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
               WHEN TE-CURRENCY-NO-RATE
                   MOVE 'NO EXCHANGE RATE FOR BUSINESS DATE'
                                                 TO REJ-REASON
                   ADD 1 TO TE-CCY-NO-RATE-ITEMS (TE-CCY-IX)
                   PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
               WHEN TE-BASE-AMOUNT-OVERFLOW
                   MOVE 'BASE AMOUNT OUT OF RANGE' TO REJ-REASON
                   PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
               WHEN NOT TE-TYPE-CODE-KNOWN
                   MOVE 'UNKNOWN TRANSACTION TYPE CODE' TO REJ-REASON
                   PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
               WHEN NOT TE-AMOUNT-WITHIN-LIMITS
                   MOVE 'AMOUNT OUTSIDE TYPE LIMITS' TO REJ-REASON
                   PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
               WHEN TE-ACCOUNT-UNKNOWN
                   MOVE 'UNKNOWN ACCOUNT NUMBER' TO REJ-REASON
                   PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
               WHEN TE-ACCOUNT-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO REJ-REASON
                   PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
               WHEN TE-ACCOUNT-FROZEN
                   MOVE 'ACCOUNT FROZEN' TO REJ-REASON
                   PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
               WHEN OTHER
                   ADD 1 TO TE-COUNT-ACCEPTED
                   IF TE-EDITING-FEE
                       ADD 1 TO TE-COUNT-FEE-ACCEPTED
                   END-IF
                   ADD TE-BASE-AMOUNT-WORK TO TE-AMOUNT-ACCEPTED
                   ADD 1 TO TE-CCY-ITEMS (TE-CCY-IX)
                   ADD RAW-AMOUNT TO TE-CCY-ORIGINAL (TE-CCY-IX)
                   ADD TE-BASE-AMOUNT-WORK TO TE-CCY-BASE (TE-CCY-IX)
                   MOVE RAW-KEY TO TE-PREVIOUS-KEY
                   MOVE AM-BRANCH-CODE TO RAW-BRANCH-CODE
                   MOVE TE-CCY-CODE (TE-CCY-IX) TO RAW-CURRENCY-CODE
                   MOVE TE-BASE-AMOUNT-WORK TO RAW-BASE-AMOUNT
                   WRITE CLEAN-RECORD FROM RAW-RECORD
           END-EVALUATE
           .
           EXIT
           .
      *---------------------------------------------------------------*
      * 2440-CHECK-CURRENCY - LOOK THE DETAIL'S CURRENCY UP ON THE
      * TABLE (BLANK IS THE BASE CURRENCY) AND CONVERT ITS AMOUNT
      * TO BASE AT THE BUSINESS DATE'S RATE.  A NON-NUMERIC AMOUNT
      * IS LEFT UNCONVERTED BECAUSE ITS OWN EDIT REJECTS IT FIRST.
      *---------------------------------------------------------------*
       2440-CHECK-CURRENCY.
           MOVE SPACE TO TE-CURRENCY-STANDING-SW
           MOVE ZERO  TO TE-BASE-AMOUNT-WORK
           IF RAW-CURRENCY-CODE = SPACES
               MOVE TE-BASE-CURRENCY  TO TE-CCY-SEARCH-CODE
           ELSE
               MOVE RAW-CURRENCY-CODE TO TE-CCY-SEARCH-CODE
           END-IF
           PERFORM 1600-FIND-CURRENCY THRU 1600-EXIT
           IF NOT TE-CCY-FOUND
               SET TE-CURRENCY-UNKNOWN TO TRUE
               GO TO 2440-EXIT
           END-IF
           IF NOT TE-CCY-RATE-LOADED (TE-CCY-IX)
               SET TE-CURRENCY-NO-RATE TO TRUE
               GO TO 2440-EXIT
           END-IF
           IF RAW-AMOUNT NOT NUMERIC
               GO TO 2440-EXIT
           END-IF
           SET TE-CURRENCY-CONVERTED TO TRUE
           COMPUTE TE-BASE-AMOUNT-WORK ROUNDED =
                   RAW-AMOUNT * TE-CCY-RATE (TE-CCY-IX)
               ON SIZE ERROR
                   SET TE-BASE-AMOUNT-OVERFLOW TO TRUE
                   MOVE ZERO TO TE-BASE-AMOUNT-WORK
           END-COMPUTE
           .
       2440-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2450-CHECK-TYPE-AND-LIMITS - LOOK THE DETAIL'S TYPE CODE UP
      * ON THE TABLE AND, WHEN THE AMOUNT COULD BE CONVERTED, PROVE
      * ITS BASE-CURRENCY EQUIVALENT AGAINST THE TYPE'S MIN/MAX
      * LIMITS - THE LIMITS ARE SET IN BASE CURRENCY.  AN AMOUNT
      * THAT IS NOT NUMERIC OR NOT CONVERTED PASSES THE LIMIT CHECK
      * HERE BECAUSE ITS OWN EDIT REJECTS IT FIRST.
      *---------------------------------------------------------------*
       2450-CHECK-TYPE-AND-LIMITS.
           MOVE 'N' TO TE-TYPE-KNOWN-SW
                   CONTINUE
               WHEN TE-TYPE-CODE (TE-TYPE-IX) = RAW-TYPE-CODE
                   SET TE-TYPE-CODE-KNOWN TO TRUE
                   IF TE-CURRENCY-CONVERTED
                       IF TE-BASE-AMOUNT-WORK
                                       < TE-TYPE-MIN (TE-TYPE-IX)
                           OR TE-BASE-AMOUNT-WORK
                                       > TE-TYPE-MAX (TE-TYPE-IX)
                           MOVE 'N' TO TE-LIMIT-OK-SW
                       END-IF
                   END-IF
       2450-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2460-CHECK-ACCOUNT - READ THE DETAIL'S ACCOUNT OFF THE MASTER
      * AND JUDGE IT AS OF THE BUSINESS DATE.  A CLOSURE DATED AFTER
      * THE BUSINESS DATE HAS NOT HAPPENED YET, SO THE ACCOUNT STILL
      * POSTS; A DORMANT ACCOUNT POSTS.  A READ FAILURE OTHER THAN
      * NOT-FOUND FAILS THE STEP - THE DETAIL CANNOT BE PROVED.
      *---------------------------------------------------------------*
       2460-CHECK-ACCOUNT.
           MOVE SPACES TO AM-ACCOUNT-RECORD
           MOVE RAW-ACCOUNT-NO TO ACCT-KEY
           READ ACCOUNT-MASTER INTO AM-ACCOUNT-RECORD
               INVALID KEY
                   SET TE-ACCOUNT-UNKNOWN TO TRUE
                   GO TO 2460-EXIT
           END-READ
           IF TE-ACCOUNT-MASTER-STATUS NOT = '00'
               DISPLAY 'TRANEDIT: ACCTMSTR READ FAILED FOR ACCOUNT '
                   RAW-ACCOUNT-NO ' STATUS=' TE-ACCOUNT-MASTER-STATUS
               SET TE-ABEND TO TRUE
               GO TO 2460-EXIT
           END-IF
           EVALUATE TRUE
               WHEN AM-STATUS-FROZEN
                   SET TE-ACCOUNT-FROZEN TO TRUE
               WHEN AM-STATUS-CLOSED
                   AND AM-CLOSE-DATE NOT > TE-RUN-DATE-WS
                   SET TE-ACCOUNT-CLOSED TO TRUE
               WHEN OTHER
                   SET TE-ACCOUNT-POSTABLE TO TRUE
           END-EVALUATE
           .
       2460-EXIT.
           EXIT
           .
       2500-WRITE-REJECT.
           MOVE RAW-RECORD TO REJ-RAW-RECORD
           WRITE REJECT-RECORD
           EXIT
           .
      *---------------------------------------------------------------*
      * 2600-MERGE-FEES - EDIT EVERY FEE KEYED BELOW THE RAW DETAIL
      * ABOUT TO BE EDITED, SO CLEANOUT STAYS IN ONE ASCENDING KEY
      * SEQUENCE.  EACH FEE IS MOVED OVER RAW-RECORD AND PUT THROUGH
      * 2400 LIKE ANY DETAIL; THE RAW DETAIL IS PUT BACK AFTER.
      *---------------------------------------------------------------*
       2600-MERGE-FEES.
           IF TE-NEXT-FEE-KEY NOT < RAW-KEY
               GO TO 2600-EXIT
           END-IF
           MOVE RAW-RECORD TO TE-SAVED-RAW-RECORD
           SET TE-EDITING-FEE TO TRUE
           PERFORM 2650-EDIT-ONE-FEE THRU 2650-EXIT
               UNTIL TE-ABEND
                   OR TE-NEXT-FEE-KEY NOT < TE-SAVED-RAW-RECORD(1:10)
           MOVE 'N' TO TE-EDITING-FEE-SW
           MOVE TE-SAVED-RAW-RECORD TO RAW-RECORD
           .
       2600-EXIT.
           EXIT
           .
       2650-EDIT-ONE-FEE.
           MOVE TE-NEXT-FEE-RECORD TO RAW-RECORD
           PERFORM 2400-EDIT-DETAIL THRU 2400-EXIT
           PERFORM 1250-READ-FEE THRU 1250-EXIT
           .
       2650-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3000-BALANCE-TO-TRAILER - PROVE THE DETAIL COUNT AND THE
      * AMOUNT HASH AGAINST THE TRAILER CONTROL TOTALS.  A SHORT FILE
      * FROM A FAILED TRANSMISSION SHOWS UP HERE AS A COUNT MISMATCH.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3500-CHECK-REGISTER - PROVE THE TRANSMISSION IS THE ONE THIS
      * BUSINESS DATE SHOULD BE PROCESSING AND HAS NOT BEEN PROCESSED
      * BEFORE.  THE FILE'S IDENTITY IS ITS HDR DATE, TRL COUNT AND
      * TRL HASH.  A REGISTER ENTRY FOR THE SAME IDENTITY UNDER THIS
      * VERY DATE AND CYCLE IS A RESUBMIT OF THIS RUN, NOT A RESEND,
      * AND PASSES WITHOUT BEING REGISTERED A SECOND TIME.  A REGISTER
      * THAT HAS NEVER BEEN WRITTEN (STATUS 35) IS EMPTY; ANY OTHER
      * OPEN FAILURE FAILS THE STEP, SINCE THE FILE CANNOT BE PROVED
      * NEW.
      *---------------------------------------------------------------*
       3500-CHECK-REGISTER.
           IF NOT TE-HEADER-SEEN OR NOT TE-TRAILER-SEEN
               GO TO 3500-EXIT
           END-IF
           IF TE-HDR-FILE-DATE NOT = TE-RUN-DATE-WS
               SET TE-HDR-DATE-MISMATCH TO TRUE
               IF TE-DATE-OVERRIDE-GIVEN
                   DISPLAY 'TRANEDIT: HDR FILE DATE ' TE-HDR-FILE-DATE
                       ' IS NOT BUSINESS DATE ' TE-RUN-DATE-WS
                       ' - TAKEN ON DATEOVRD CARD'
               ELSE
                   PERFORM 8000-FLAG-EDIT-FAILURE THRU 8000-EXIT
                   DISPLAY 'TRANEDIT: HDR FILE DATE ' TE-HDR-FILE-DATE
                       ' IS NOT BUSINESS DATE ' TE-RUN-DATE-WS
                       ' - TRANSMISSION REFUSED'
               END-IF
           END-IF
           OPEN INPUT REGISTER-FILE
           IF TE-REGISTER-STATUS = '35'
               DISPLAY 'TRANEDIT: TRANREG NOT FOUND - REGISTER '
                   'TREATED AS EMPTY'
               GO TO 3500-EXIT
           END-IF
           IF TE-REGISTER-STATUS NOT = '00'
               DISPLAY 'TRANEDIT: UNABLE TO OPEN TRANREG, STATUS='
                   TE-REGISTER-STATUS
               SET TE-ABEND TO TRUE
               GO TO 3500-EXIT
           END-IF
           PERFORM 3550-CHECK-ONE-REGISTER-ENTRY THRU 3550-EXIT
               UNTIL TE-EOF-REGISTER
           CLOSE REGISTER-FILE
      *    A RESUBMIT OF THE RUN THAT FIRST TOOK THE FILE PASSES,
      *    WHATEVER OVERRIDDEN COPIES WERE TAKEN AFTER IT.
           IF TE-REGISTERED-THIS-RUN
               MOVE 'N' TO TE-REG-MATCH-SW
           END-IF
           IF TE-ALREADY-REGISTERED
               IF TE-DUP-OVERRIDE-GIVEN
                   DISPLAY 'TRANEDIT: TRANSMISSION ALREADY PROCESSED '
                       TE-REG-FOUND-DATE ' CYCLE ' TE-REG-FOUND-CYCLE
                       ' - TAKEN ON DUPOVRD CARD'
               ELSE
                   PERFORM 8000-FLAG-EDIT-FAILURE THRU 8000-EXIT
                   DISPLAY 'TRANEDIT: TRANSMISSION ALREADY PROCESSED '
                       TE-REG-FOUND-DATE ' CYCLE ' TE-REG-FOUND-CYCLE
                       ' - TRANSMISSION REFUSED'
               END-IF
           END-IF
           .
       3500-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3550-CHECK-ONE-REGISTER-ENTRY - THE FIRST ENTRY UNDER ANOTHER
      * DATE OR CYCLE IS THE ONE REPORTED; THE RERUN ENTRY ONLY
      * MARKS THE FILE AS ALREADY REGISTERED FOR THIS RUN.
      *---------------------------------------------------------------*
       3550-CHECK-ONE-REGISTER-ENTRY.
           READ REGISTER-FILE INTO RG-REGISTER-RECORD
               AT END
                   SET TE-EOF-REGISTER TO TRUE
                   GO TO 3550-EXIT
           END-READ
           ADD 1 TO TE-REG-ENTRIES-READ
           IF RG-HDR-FILE-DATE NOT = TE-HDR-FILE-DATE
               OR RG-TRL-RECORD-COUNT NOT = TE-EXPECTED-COUNT
               OR RG-TRL-HASH-TOTAL NOT = TE-EXPECTED-HASH
               GO TO 3550-EXIT
           END-IF
           IF RG-BUSINESS-DATE = TE-RUN-DATE-WS
               AND RG-CYCLE-NO = TE-RUN-CYCLE-WS
               SET TE-REGISTERED-THIS-RUN TO TRUE
               GO TO 3550-EXIT
           END-IF
           IF NOT TE-ALREADY-REGISTERED
               SET TE-ALREADY-REGISTERED TO TRUE
               MOVE RG-BUSINESS-DATE TO TE-REG-FOUND-DATE
               MOVE RG-CYCLE-NO      TO TE-REG-FOUND-CYCLE
           END-IF
           .
       3550-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4000-WRITE-EDIT-REPORT - COUNTS, CONTROL TOTALS, AND THE
      * PASS/FAIL VERDICT FOR THE OPERATIONS LOG.  WRITTEN AFTER
      * 4500, SO A FILE THAT BALANCED BUT COULD NOT BE REGISTERED IS
      * NEVER REPORTED AS PASSED.
      *---------------------------------------------------------------*
       4000-WRITE-EDIT-REPORT.
           MOVE SPACES TO EDIT-RPT-RECORD
           MOVE TE-COUNT-REJECTED          TO TE-CNT-VALUE
           WRITE EDIT-RPT-RECORD FROM TE-COUNT-LINE

           MOVE 'FEE DETAILS READ      : ' TO TE-CNT-LABEL
           MOVE TE-COUNT-FEE-READ          TO TE-CNT-VALUE
           WRITE EDIT-RPT-RECORD FROM TE-COUNT-LINE

           MOVE 'FEE DETAILS ACCEPTED  : ' TO TE-CNT-LABEL
           MOVE TE-COUNT-FEE-ACCEPTED      TO TE-CNT-VALUE
           WRITE EDIT-RPT-RECORD FROM TE-COUNT-LINE
           IF TE-FEES-HELD
               MOVE SPACES TO EDIT-RPT-RECORD
               STRING 'FEEIN HOLDS FEES RAISED FOR THE BUSINESS DATE '
                   '- FEES ALREADY ASSESSED, NOT MERGED.  RESTART AT '
                   'THE FAILED STEP'
                   DELIMITED BY SIZE INTO EDIT-RPT-RECORD
               WRITE EDIT-RPT-RECORD
           END-IF

           MOVE 'ACCEPTED DOLLARS        : '
                                           TO TE-HASH-LABEL
           MOVE TE-AMOUNT-ACCEPTED         TO TE-HASH-VALUE
           MOVE TE-EXPECTED-HASH           TO TE-HASH-VALUE
           WRITE EDIT-RPT-RECORD FROM TE-HASH-LINE

           PERFORM 4100-WRITE-REGISTER-LINES THRU 4100-EXIT
           PERFORM 4200-WRITE-CURRENCY-LINES THRU 4200-EXIT

           WRITE EDIT-RPT-RECORD FROM TE-BLANK-LINE
           MOVE SPACES TO EDIT-RPT-RECORD
           EVALUATE TRUE
               WHEN TE-EDIT-FAILED
                   STRING '*** EDIT FAILED - TRANSACTION FILE HELD '
                       'FROM CALLPGM ***'
                       DELIMITED BY SIZE INTO EDIT-RPT-RECORD
               WHEN TE-REGISTER-WRITE-FAILED
                   STRING '*** FILE BALANCES BUT TRANREG COULD NOT BE '
                       'UPDATED - TRANSACTION FILE HELD FROM CALLPGM '
                       '***'
                       DELIMITED BY SIZE INTO EDIT-RPT-RECORD
               WHEN OTHER
                   STRING 'EDIT PASSED - FILE BALANCES TO ITS TRAILER'
                       DELIMITED BY SIZE INTO EDIT-RPT-RECORD
           END-EVALUATE
           WRITE EDIT-RPT-RECORD
           .
       4000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4100-WRITE-REGISTER-LINES - THE FILE'S HDR DATE AGAINST THE
      * BUSINESS DATE, AND WHAT THE TRANSMISSION REGISTER SAID.
      *---------------------------------------------------------------*
       4100-WRITE-REGISTER-LINES.
           WRITE EDIT-RPT-RECORD FROM TE-BLANK-LINE
           MOVE SPACES TO EDIT-RPT-RECORD
           STRING 'HDR FILE DATE         : ' DELIMITED BY SIZE
               TE-HDR-FILE-DATE DELIMITED BY SIZE
               '   BUSINESS DATE ' DELIMITED BY SIZE
               TE-RUN-DATE-WS DELIMITED BY SIZE
               '  CYCLE ' DELIMITED BY SIZE
               TE-RUN-CYCLE-WS DELIMITED BY SIZE
               INTO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           IF TE-HDR-DATE-MISMATCH
               MOVE SPACES TO EDIT-RPT-RECORD
               IF TE-DATE-OVERRIDE-GIVEN
                   STRING 'HDR DATE IS NOT THE BUSINESS DATE - TAKEN '
                       'ON DATEOVRD CARD'
                       DELIMITED BY SIZE INTO EDIT-RPT-RECORD
               ELSE
                   STRING '*** HDR DATE IS NOT THE BUSINESS DATE - '
                       'TRANSMISSION REFUSED ***'
                       DELIMITED BY SIZE INTO EDIT-RPT-RECORD
               END-IF
               WRITE EDIT-RPT-RECORD
           END-IF
           MOVE 'REGISTER ENTRIES READ : ' TO TE-CNT-LABEL
           MOVE TE-REG-ENTRIES-READ        TO TE-CNT-VALUE
           WRITE EDIT-RPT-RECORD FROM TE-COUNT-LINE
           MOVE SPACES TO EDIT-RPT-RECORD
           EVALUATE TRUE
               WHEN NOT TE-HEADER-SEEN OR NOT TE-TRAILER-SEEN
                   STRING 'REGISTER NOT CHECKED - NO COMPLETE HDR/TRL '
                       'IDENTITY'
                       DELIMITED BY SIZE INTO EDIT-RPT-RECORD
               WHEN TE-ALREADY-REGISTERED AND TE-DUP-OVERRIDE-GIVEN
                   STRING 'TRANSMISSION ALREADY PROCESSED '
                       DELIMITED BY SIZE
                       TE-REG-FOUND-DATE DELIMITED BY SIZE
                       ' CYCLE ' DELIMITED BY SIZE
                       TE-REG-FOUND-CYCLE DELIMITED BY SIZE
                       ' - TAKEN ON DUPOVRD CARD' DELIMITED BY SIZE
                       INTO EDIT-RPT-RECORD
               WHEN TE-ALREADY-REGISTERED
                   STRING '*** TRANSMISSION ALREADY PROCESSED '
                       DELIMITED BY SIZE
                       TE-REG-FOUND-DATE DELIMITED BY SIZE
                       ' CYCLE ' DELIMITED BY SIZE
                       TE-REG-FOUND-CYCLE DELIMITED BY SIZE
                       ' - TRANSMISSION REFUSED ***' DELIMITED BY SIZE
                       INTO EDIT-RPT-RECORD
               WHEN TE-REGISTERED-THIS-RUN
                   STRING 'TRANSMISSION ALREADY REGISTERED TO THIS '
                       'DATE AND CYCLE - RESUBMITTED RUN'
                       DELIMITED BY SIZE INTO EDIT-RPT-RECORD
               WHEN OTHER
                   STRING 'TRANSMISSION NOT ON REGISTER - NEW FILE'
                       DELIMITED BY SIZE INTO EDIT-RPT-RECORD
           END-EVALUATE
           WRITE EDIT-RPT-RECORD
           .
       4100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4200-WRITE-CURRENCY-LINES - THE ACCEPTED ITEMS, ORIGINAL
      * AMOUNT, AND BASE-CURRENCY EQUIVALENT IN EACH CURRENCY THAT
      * HAD ACTIVITY, AND A HOLD LINE FOR EVERY CURRENCY WHOSE
      * DETAILS WERE REFUSED FOR WANT OF A RATE.  ONE FIGURE PER
      * LINE SO DAYBAL CAN PICK THEM UP BY LABEL.
      *---------------------------------------------------------------*
       4200-WRITE-CURRENCY-LINES.
           WRITE EDIT-RPT-RECORD FROM TE-BLANK-LINE
           MOVE SPACES TO EDIT-RPT-RECORD
           STRING 'ACCEPTED DETAILS BY CURRENCY - BASE CURRENCY '
               DELIMITED BY SIZE
               TE-BASE-CURRENCY DELIMITED BY SIZE
               INTO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           MOVE 'EXCHANGE RATES LOADED : ' TO TE-CNT-LABEL
           MOVE TE-RATES-LOADED            TO TE-CNT-VALUE
           WRITE EDIT-RPT-RECORD FROM TE-COUNT-LINE
           PERFORM 4250-WRITE-ONE-CURRENCY THRU 4250-EXIT
               VARYING TE-CCY-IX FROM 1 BY 1
               UNTIL TE-CCY-IX > TE-CCY-COUNT
           .
       4200-EXIT.
           EXIT
           .
       4250-WRITE-ONE-CURRENCY.
           IF TE-CCY-ITEMS (TE-CCY-IX) > ZERO
               MOVE SPACES TO TE-CNT-LABEL
               STRING 'CCY ' TE-CCY-CODE (TE-CCY-IX) ' ITEMS    : '
                   DELIMITED BY SIZE INTO TE-CNT-LABEL
               MOVE TE-CCY-ITEMS (TE-CCY-IX) TO TE-CNT-VALUE
               WRITE EDIT-RPT-RECORD FROM TE-COUNT-LINE
               MOVE SPACES TO TE-HASH-LABEL
               STRING 'CCY ' TE-CCY-CODE (TE-CCY-IX) ' ORIGINAL : '
                   DELIMITED BY SIZE INTO TE-HASH-LABEL
               MOVE TE-CCY-ORIGINAL (TE-CCY-IX) TO TE-HASH-VALUE
               WRITE EDIT-RPT-RECORD FROM TE-HASH-LINE
               MOVE SPACES TO TE-HASH-LABEL
               STRING 'CCY ' TE-CCY-CODE (TE-CCY-IX) ' BASE     : '
                   DELIMITED BY SIZE INTO TE-HASH-LABEL
               MOVE TE-CCY-BASE (TE-CCY-IX) TO TE-HASH-VALUE
               WRITE EDIT-RPT-RECORD FROM TE-HASH-LINE
           END-IF
           IF TE-CCY-NO-RATE-ITEMS (TE-CCY-IX) > ZERO
               MOVE TE-CCY-NO-RATE-ITEMS (TE-CCY-IX)
                                           TO TE-REPORT-COUNT-EDIT
               MOVE SPACES TO EDIT-RPT-RECORD
               STRING '*** NO ' DELIMITED BY SIZE
                   TE-CCY-CODE (TE-CCY-IX) DELIMITED BY SIZE
                   ' RATE FOR ' DELIMITED BY SIZE
                   TE-RUN-DATE-WS DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   TE-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   ' DETAILS REFUSED - RUN HELD ***' DELIMITED BY SIZE
                   INTO EDIT-RPT-RECORD
               WRITE EDIT-RPT-RECORD
           END-IF
           .
       4250-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4500-ADD-TO-REGISTER - RECORD THE ACCEPTED TRANSMISSION SO A
      * LATER RESEND OF IT IS REFUSED.  A RESUBMIT OF THIS SAME RUN
      * FOUND ITS ENTRY ALREADY THERE AND ADDS NOTHING.  A REGISTER
      * THAT CANNOT BE WRITTEN FAILS THE STEP: AN UNREGISTERED FILE
      * COULD BE POSTED AGAIN TOMORROW.
      *---------------------------------------------------------------*
       4500-ADD-TO-REGISTER.
           IF TE-REGISTERED-THIS-RUN
               GO TO 4500-EXIT
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF TE-REGISTER-STATUS = '35'
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF TE-REGISTER-STATUS NOT = '00'
               DISPLAY 'TRANEDIT: UNABLE TO EXTEND TRANREG, STATUS='
                   TE-REGISTER-STATUS
               SET TE-REGISTER-WRITE-FAILED TO TRUE
               SET TE-ABEND TO TRUE
               GO TO 4500-EXIT
           END-IF
           MOVE SPACES             TO RG-REGISTER-RECORD
           MOVE TE-HDR-FILE-DATE   TO RG-HDR-FILE-DATE
           MOVE TE-EXPECTED-COUNT  TO RG-TRL-RECORD-COUNT
           MOVE TE-EXPECTED-HASH   TO RG-TRL-HASH-TOTAL
           MOVE TE-RUN-DATE-WS     TO RG-BUSINESS-DATE
           MOVE TE-RUN-CYCLE-WS    TO RG-CYCLE-NO
           ACCEPT RG-ACCEPT-TIME FROM TIME
           MOVE 'N'                TO RG-DATE-OVERRIDE-SW
           IF TE-HDR-DATE-MISMATCH
               MOVE 'Y'            TO RG-DATE-OVERRIDE-SW
           END-IF
           MOVE 'N'                TO RG-DUP-OVERRIDE-SW
           IF TE-ALREADY-REGISTERED
               MOVE 'Y'            TO RG-DUP-OVERRIDE-SW
           END-IF
           WRITE REGISTER-FILE-RECORD FROM RG-REGISTER-RECORD
           IF TE-REGISTER-STATUS NOT = '00'
               DISPLAY 'TRANEDIT: WRITE TO TRANREG FAILED, STATUS='
                   TE-REGISTER-STATUS
               SET TE-REGISTER-WRITE-FAILED TO TRUE
               SET TE-ABEND TO TRUE
           END-IF
           CLOSE REGISTER-FILE
           .
       4500-EXIT.
           EXIT
           .
       8000-FLAG-EDIT-FAILURE.
           SET TE-EDIT-FAILED TO TRUE
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE FILES AND SET THE STEP RETURN CODE:
      *    RC=0   FILE CLEAN AND BALANCED - CALLPGM MAY RUN
      *    RC=8   EDIT FAILED OR TRANSMISSION REFUSED BY THE
      *           REGISTER - THE CALLPGM STEP MUST BE HELD
      *    RC=16  A FILE COULD NOT BE OPENED
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF TE-EDIT-RPT-STATUS = '00'
               CLOSE EDIT-RPT
           END-IF
           IF TE-ACCOUNT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER
           END-IF
           IF TE-FEE-FILE-OPEN
               CLOSE FEE-FILE
           END-IF
           EVALUATE TRUE
               WHEN TE-ABEND
                   MOVE 16 TO RETURN-CODE
