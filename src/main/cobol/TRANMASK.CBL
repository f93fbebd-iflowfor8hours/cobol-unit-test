      **********************************************************************
      * AUTHOR:    M J STEELE
      * INSTALLATION: DATA PROCESSING
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:   MASKED REHEARSAL COPY OF A PRODUCTION DAY.  TESTRUN
      *            (THE MODE T PARALLEL RUN), RULETEST AND TRANCOMP
      *            REHEARSE AGAINST A REAL DAY'S TRANSIN AND TRANSOUT,
      *            AND THOSE COPIES ARE READ BY DEVELOPERS AND
      *            VENDORS.  THIS PROGRAM READS THE PRODUCTION
      *            TRANSIN, AND THE MATCHING TRANSOUT WHEN ONE IS
      *            SUPPLIED, AND WRITES A COPY OF EACH WITH:
      *              - EVERY ACCOUNT NUMBER REPLACED THROUGH A KEYED,
      *                ONE-TO-ONE SUBSTITUTION - DIGIT FOR DIGIT,
      *                LETTER FOR LETTER, OTHER CHARACTERS AS THEY
      *                ARE - SO THE SAME REAL ACCOUNT MASKS TO THE
      *                SAME VALUE ON BOTH FILES AND ON EVERY DAY
      *                MASKED UNDER THE SAME KEY, AND NO TWO REAL
      *                ACCOUNTS MASK TO ONE
      *              - EVERY AMOUNT MOVED BY 1 TO 20 PERCENT, THE
      *                PERCENT DERIVED FROM THE TRANSACTION KEY SO AN
      *                ITEM MOVES THE SAME WAY ON BOTH FILES.  THE
      *                BASE-CURRENCY AMOUNT STAYS INSIDE ITS TYPE'S
      *                TYPETAB LIMITS WHEN IT WAS INSIDE THEM, AND
      *                OUTSIDE ON THE SAME SIDE WHEN IT WAS OUTSIDE,
      *                SO AN ITEM EDITS THE SAME WAY IT DID; THE
      *                ORIGINAL-CURRENCY AMOUNT MOVES IN PROPORTION
      *            THE TRANSACTION KEY - AND SO ITS CLASSIFICATION
      *            BYTE - AND THE TYPE CODE ARE NEVER CHANGED, SO
      *            EVERY ITEM ROUTES AS IT DID IN PRODUCTION.
      *
      *            THE MASKING KEY IS ONE CARD ON MASKKEY, KEPT IN A
      *            DATASET ONLY PRODUCTION CAN READ:
      *              COLS  1-8   MASKKEY
      *              COLS 10-41  KEY - 32 LETTERS AND DIGITS
      *            BLANK CARDS AND CARDS WITH * IN COLUMN 1 ARE
      *            IGNORED.  THERE IS NO DEFAULT KEY.  CHANGING THE
      *            KEY CHANGES EVERY MASKED ACCOUNT NUMBER.
      *
      *            THE CONTROL REPORT PROVES THE RECORD COUNTS IN AND
      *            OUT AGREE FILE BY FILE, AND THAT NO REAL ACCOUNT
      *            NUMBER SEEN ON EITHER INPUT APPEARS ANYWHERE ON
      *            THE MASKED COPY.  A COPY THAT FAILS EITHER PROOF
      *            MUST NOT BE RELEASED.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL VERSION
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 173 BYTES FOR THE RUN
      *                   DATE OF A REVERSAL'S ORIGINAL
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANMASK.
       AUTHOR. M J STEELE.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 15 OCT 2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-KEY-FILE ASSIGN TO MASKKEY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-KEY-FILE-STATUS.

           SELECT TYPE-TABLE-FILE ASSIGN TO TYPETAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-TYPE-TABLE-STATUS.

           SELECT TRANS-FILE ASSIGN TO TRANSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-TRANS-FILE-STATUS.

           SELECT TRANSOUT-IN ASSIGN TO TRANSOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-TRANSOUT-STATUS.

           SELECT MASKED-TRANS-FILE ASSIGN TO MASKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-MASKED-IN-STATUS.

           SELECT MASKED-TRANSOUT ASSIGN TO MASKOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-MASKED-OUT-STATUS.

           SELECT MASK-RPT ASSIGN TO MASKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MK-MASK-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-KEY-FILE
           RECORDING MODE IS F.
       01  MASK-KEY-CARD.
           05  MC-KEYWORD              PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-KEY                  PIC X(32).
           05  FILLER                  PIC X(39).

      *    MUST MATCH THE TYPE-TABLE LAYOUT TRANEDIT LOADS IN
      *    1100-LOAD-TYPE-TABLE.
       FD  TYPE-TABLE-FILE
           RECORDING MODE IS F.
       01  TYPE-TABLE-RECORD.
           05  TT-TYPE-CODE            PIC X(02).
           05  FILLER                  PIC X(01).
           05  TT-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(01).
           05  TT-MIN-AMOUNT           PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  TT-MAX-AMOUNT           PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(21).

      *    MUST MATCH THE TRANS-RECORD LAYOUT CALLPGM READS.  THE
      *    AMOUNTS ARE ALSO VIEWED AS TEXT SO A FIELD THAT IS NOT
      *    NUMERIC CAN BE CARRIED ACROSS UNTOUCHED.
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01  TRANS-RECORD.
           05  TRANS-KEY               PIC X(10).
           05  TRANS-DETAIL.
               10  TRANS-ACCOUNT-NO    PIC X(12).
               10  TRANS-AMOUNT        PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               10  TRANS-AMOUNT-X REDEFINES TRANS-AMOUNT
                                       PIC X(12).
               10  TRANS-TYPE-CODE     PIC X(02).
               10  TRANS-ORIG-RUN-DATE PIC X(08).
               10  TRANS-BRANCH-CODE   PIC X(04).
               10  TRANS-CURRENCY-CODE PIC X(03).
               10  TRANS-BASE-AMOUNT   PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               10  TRANS-BASE-AMOUNT-X REDEFINES TRANS-BASE-AMOUNT
                                       PIC X(12).
               10  FILLER              PIC X(17).

      *    MUST MATCH THE OUT-RECORD LAYOUT CALLPGM WRITES IN
      *    2400-WRITE-OUTPUT-RECORD.
       FD  TRANSOUT-IN
           RECORDING MODE IS F.
       01  TRANSOUT-IN-RECORD.
           05  TRO-KEY                 PIC X(10).
           05  FILLER                  PIC X(01).
           05  TRO-RETURN-CODE         PIC 9(04).
           05  FILLER                  PIC X(01).
           05  TRO-AMOUNT              PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  TRO-AMOUNT-X REDEFINES TRO-AMOUNT
                                       PIC X(12).
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
           05  TRO-BASE-AMOUNT-X REDEFINES TRO-BASE-AMOUNT
                                       PIC X(12).
           05  FILLER                  PIC X(01).
           05  TRO-ORIG-RUN-DATE       PIC 9(08).

       FD  MASKED-TRANS-FILE
           RECORDING MODE IS F.
       01  MASKED-TRANS-RECORD         PIC X(80).

       FD  MASKED-TRANSOUT
           RECORDING MODE IS F.
       01  MASKED-TRANSOUT-RECORD      PIC X(173).

       FD  MASK-RPT
           RECORDING MODE IS F.
       01  MASK-RPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  MK-FILE-STATUS-FIELDS.
           05  MK-KEY-FILE-STATUS          PIC X(02).
           05  MK-TYPE-TABLE-STATUS        PIC X(02).
           05  MK-TRANS-FILE-STATUS        PIC X(02).
           05  MK-TRANSOUT-STATUS          PIC X(02).
           05  MK-MASKED-IN-STATUS         PIC X(02).
           05  MK-MASKED-OUT-STATUS        PIC X(02).
           05  MK-MASK-RPT-STATUS          PIC X(02).

       01  MK-SWITCHES.
           05  MK-ABEND-SW                 PIC X(01)   VALUE 'N'.
               88  MK-ABEND                    VALUE 'Y'.
           05  MK-EOF-SW                   PIC X(01)   VALUE 'N'.
               88  MK-EOF-CURRENT-FILE         VALUE 'Y'.
           05  MK-TRANSOUT-SW              PIC X(01)   VALUE 'N'.
               88  MK-TRANSOUT-SUPPLIED        VALUE 'Y'.
           05  MK-FOUND-SW                 PIC X(01)   VALUE 'N'.
               88  MK-ENTRY-FOUND              VALUE 'Y'.
           05  MK-LIMITS-SW                PIC X(01)   VALUE 'N'.
               88  MK-LIMITS-KNOWN             VALUE 'Y'.
           05  MK-CONTROL-SW               PIC X(01)   VALUE 'N'.
               88  MK-CONTROL-FAILED           VALUE 'Y'.

      *    THE CHARACTERS THE ACCOUNT SUBSTITUTION WORKS ON.  A
      *    CHARACTER'S VALUE IS ITS PLACE IN THIS STRING LESS ONE:
      *    DIGITS 0-9, LETTERS 10-35.  ANYTHING ELSE IS VALUE 36 AND
      *    IS LEFT WHERE IT STANDS.
       01  MK-ALPHABET-TABLE.
           05  MK-ALPHABET                 PIC X(36)   VALUE
               '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  MK-ALPHA-CHAR REDEFINES MK-ALPHABET
                                           PIC X(01)
                   OCCURS 36 TIMES INDEXED BY MK-ALPHA-IX.

       01  MK-CHAR-FIELDS.
           05  MK-CHAR                     PIC X(01).
           05  MK-CHAR-VALUE               PIC 9(02) COMP.
           05  MK-CHAR-CLASS               PIC X(01).
               88  MK-CHAR-IS-DIGIT            VALUE 'D'.
               88  MK-CHAR-IS-LETTER           VALUE 'L'.
               88  MK-CHAR-IS-OTHER            VALUE 'O'.

      *    THE MASKING KEY OFF THE MASKKEY CARD, THE VALUE OF EACH OF
      *    ITS CHARACTERS, AND THE TWO SETS OF PER-POSITION SHIFTS
      *    DERIVED FROM IT - ONE FOR EACH SUBSTITUTION PASS.
       01  MK-KEY-FIELDS.
           05  MK-KEY-TEXT                 PIC X(32)   VALUE SPACES.
           05  MK-KEY-CHAR REDEFINES MK-KEY-TEXT
                                           PIC X(01) OCCURS 32 TIMES.
           05  MK-KEY-CODE                 PIC 9(02) COMP
                                           OCCURS 32 TIMES.
           05  MK-SHIFT-1                  PIC 9(03) COMP
                                           OCCURS 12 TIMES.
           05  MK-SHIFT-2                  PIC 9(03) COMP
                                           OCCURS 12 TIMES.
           05  MK-KEY-CARDS                PIC 9(04) COMP VALUE ZERO.

      *    THE TYPE CODES AND THEIR AMOUNT LIMITS, LOADED AT STARTUP
      *    FROM TYPETAB EXACTLY AS TRANEDIT LOADS THEM.
       01  MK-TYPE-TABLE.
           05  MK-TYPE-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  MK-TYPE-ENTRY OCCURS 100 TIMES
                   INDEXED BY MK-TYPE-IX.
               10  MK-TYPE-CODE            PIC X(02).
               10  MK-TYPE-MIN             PIC S9(09)V99 COMP-3.
               10  MK-TYPE-MAX             PIC S9(09)V99 COMP-3.

      *    EVERY DISTINCT REAL ACCOUNT NUMBER SEEN ON EITHER INPUT,
      *    AND EVERY DISTINCT MASKED ACCOUNT NUMBER WRITTEN, EACH IN
      *    ASCENDING ORDER SO THE TWO CAN BE MATCHED IN ONE PASS.
       01  MK-REAL-ACCOUNT-TABLE.
           05  MK-REAL-COUNT               PIC 9(05) COMP VALUE ZERO.
           05  MK-REAL-ACCOUNT             PIC X(12)
                                           OCCURS 50000 TIMES.

       01  MK-MASKED-ACCOUNT-TABLE.
           05  MK-MASKED-COUNT             PIC 9(05) COMP VALUE ZERO.
           05  MK-MASKED-ACCOUNT           PIC X(12)
                                           OCCURS 50000 TIMES.

      *    BINARY-SEARCH AND TABLE-SHIFT WORK FIELDS.
       01  MK-SEARCH-FIELDS.
           05  MK-LOW                      PIC S9(05) COMP.
           05  MK-HIGH                     PIC S9(05) COMP.
           05  MK-MID                      PIC S9(05) COMP.
           05  MK-SUB                      PIC S9(05) COMP.
           05  MK-SUB-NEXT                 PIC S9(05) COMP.
           05  MK-INSERT-AT                PIC S9(05) COMP.
           05  MK-SEARCH-ACCOUNT           PIC X(12).
           05  MK-REAL-SUB                 PIC S9(05) COMP.
           05  MK-MASKED-SUB               PIC S9(05) COMP.

      *    ONE ACCOUNT NUMBER THROUGH THE SUBSTITUTION: EACH
      *    POSITION'S CLASS AND ITS VALUE WITHIN THE CLASS (0-9 FOR A
      *    DIGIT, 0-25 FOR A LETTER).  EACH PASS ADDS THE POSITION'S
      *    SHIFT AND A RUNNING CARRY OF THE VALUES ALREADY WRITTEN,
      *    SO EVERY CHARACTER DEPENDS ON THE WHOLE NUMBER AND THE
      *    SUBSTITUTION CAN STILL BE UNDONE ONLY WITH THE KEY.
       01  MK-ACCOUNT-FIELDS.
           05  MK-ACCOUNT-IN               PIC X(12).
           05  MK-ACCOUNT-OUT              PIC X(12).
           05  MK-ACCOUNT-OUT-CHAR REDEFINES MK-ACCOUNT-OUT
                                           PIC X(01) OCCURS 12 TIMES.
           05  MK-POSITION-ENTRY OCCURS 12 TIMES.
               10  MK-POS-CLASS            PIC X(01).
               10  MK-POS-VALUE            PIC 9(02) COMP.
           05  MK-POS                      PIC S9(04) COMP.
           05  MK-KEY-POS                  PIC S9(04) COMP.
           05  MK-CARRY                    PIC 9(05) COMP.
           05  MK-MODULUS                  PIC 9(02) COMP.
           05  MK-WORK                     PIC 9(07) COMP.
           05  MK-QUOTIENT                 PIC 9(09) COMP.

      *    ONE ITEM'S AMOUNTS THROUGH THE PERTURBATION.  THE TEXT
      *    VIEWS CARRY A FIELD THAT IS NOT NUMERIC ACROSS AS IT IS.
       01  MK-AMOUNT-FIELDS.
           05  MK-ITEM-KEY                 PIC X(10).
           05  MK-ITEM-TYPE                PIC X(02).
           05  MK-ITEM-CURRENCY            PIC X(03).
           05  MK-ITEM-AMOUNT              PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  MK-ITEM-AMOUNT-X REDEFINES MK-ITEM-AMOUNT
                                           PIC X(12).
           05  MK-ITEM-BASE                PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  MK-ITEM-BASE-X REDEFINES MK-ITEM-BASE
                                           PIC X(12).
           05  MK-HASH                     PIC 9(09) COMP.
           05  MK-SLOT                     PIC 9(02) COMP.
           05  MK-PERCENT                  PIC S9(03) COMP.
           05  MK-LIMIT-MIN                PIC S9(09)V99 COMP-3.
           05  MK-LIMIT-MAX                PIC S9(09)V99 COMP-3.
           05  MK-ORIGINAL                 PIC S9(09)V99 COMP-3.
           05  MK-ORIGINAL-BASE            PIC S9(09)V99 COMP-3.
           05  MK-DELTA                    PIC S9(11)V99 COMP-3.
           05  MK-ABS-DELTA                PIC S9(11)V99 COMP-3.
           05  MK-RESULT                   PIC S9(13)V99 COMP-3.
           05  MK-LARGEST                  PIC S9(09)V99 COMP-3
                                               VALUE 999999999.99.

       77  MK-RUN-DATE                     PIC 9(08)   VALUE ZERO.

       01  MK-COUNTERS.
           05  MK-TRANSIN-READ             PIC 9(09) COMP VALUE ZERO.
           05  MK-TRANSIN-WRITTEN          PIC 9(09) COMP VALUE ZERO.
           05  MK-TRANSOUT-READ            PIC 9(09) COMP VALUE ZERO.
           05  MK-TRANSOUT-WRITTEN         PIC 9(09) COMP VALUE ZERO.
           05  MK-BLANK-ACCOUNTS           PIC 9(09) COMP VALUE ZERO.
           05  MK-SURVIVORS                PIC 9(09) COMP VALUE ZERO.
           05  MK-AMT-PERTURBED            PIC 9(09) COMP VALUE ZERO.
           05  MK-AMT-HELD-AT-LIMIT        PIC 9(09) COMP VALUE ZERO.
           05  MK-AMT-UNCHANGED            PIC 9(09) COMP VALUE ZERO.
           05  MK-AMT-UNKNOWN-TYPE         PIC 9(09) COMP VALUE ZERO.
           05  MK-AMT-NOT-NUMERIC          PIC 9(09) COMP VALUE ZERO.
           05  MK-REAL-BASE-TOTAL          PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  MK-MASKED-BASE-TOTAL        PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.

       01  MK-DATE-EDIT-FIELDS.
           05  MK-DATE-IN                  PIC 9(08).
           05  MK-DATE-IN-X REDEFINES MK-DATE-IN.
               10  MK-DATE-IN-CCYY         PIC X(04).
               10  MK-DATE-IN-MM           PIC X(02).
               10  MK-DATE-IN-DD           PIC X(02).
           05  MK-DATE-EDIT-RESULT         PIC X(10).

       01  MK-REPORT-LINES.
           05  MK-AMOUNT-LINE.
               10  MK-AMT-LABEL            PIC X(30).
               10  MK-AMT-VALUE            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(83)   VALUE SPACES.
           05  MK-COUNT-LINE.
               10  MK-CNT-LABEL            PIC X(30).
               10  MK-CNT-VALUE            PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(91)   VALUE SPACES.
           05  MK-SURVIVOR-LINE.
               10  FILLER                  PIC X(30)   VALUE
                   'UNMASKED ACCOUNT ON COPY    : '.
               10  MK-SURVIVOR-ACCOUNT     PIC X(12).
               10  FILLER                  PIC X(90)   VALUE SPACES.
           05  MK-BLANK-LINE               PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT MK-ABEND
               PERFORM 2000-MASK-TRANSIN THRU 2000-EXIT
           END-IF
           IF NOT MK-ABEND AND MK-TRANSOUT-SUPPLIED
               PERFORM 3000-MASK-TRANSOUT THRU 3000-EXIT
           END-IF
           IF NOT MK-ABEND
               PERFORM 7000-CHECK-SURVIVORS THRU 7000-EXIT
               PERFORM 7500-WRITE-CONTROL-TOTALS THRU 7500-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           .
       9999-EXIT.
           GOBACK
           .
      *---------------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE MASKING KEY AND THE TYPE TABLE,
      * OPEN THE INPUTS AND THE MASKED COPIES, AND HEAD THE CONTROL
      * REPORT.  TRANSOUT IS OPTIONAL: A MISSING DATASET MASKS
      * TRANSIN ALONE.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT MK-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-MASK-KEY THRU 1100-EXIT
           IF MK-ABEND
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-LOAD-TYPE-TABLE THRU 1300-EXIT
           IF MK-ABEND
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT TRANS-FILE
           IF MK-TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'TRANMASK: UNABLE TO OPEN TRANSIN, STATUS='
                   MK-TRANS-FILE-STATUS
               SET MK-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT TRANSOUT-IN
           EVALUATE MK-TRANSOUT-STATUS
               WHEN '00'
                   SET MK-TRANSOUT-SUPPLIED TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TRANMASK: UNABLE TO OPEN TRANSOUT, STATUS='
                       MK-TRANSOUT-STATUS
                   SET MK-ABEND TO TRUE
                   GO TO 1000-EXIT
           END-EVALUATE
           OPEN OUTPUT MASKED-TRANS-FILE
           IF MK-MASKED-IN-STATUS NOT = '00'
               DISPLAY 'TRANMASK: UNABLE TO OPEN MASKIN, STATUS='
                   MK-MASKED-IN-STATUS
               SET MK-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF MK-TRANSOUT-SUPPLIED
               OPEN OUTPUT MASKED-TRANSOUT
               IF MK-MASKED-OUT-STATUS NOT = '00'
                   DISPLAY 'TRANMASK: UNABLE TO OPEN MASKOUT, STATUS='
                       MK-MASKED-OUT-STATUS
                   SET MK-ABEND TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           OPEN OUTPUT MASK-RPT
           IF MK-MASK-RPT-STATUS NOT = '00'
               DISPLAY 'TRANMASK: UNABLE TO OPEN MASKRPT, STATUS='
                   MK-MASK-RPT-STATUS
               SET MK-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO MASK-RPT-RECORD
           MOVE MK-RUN-DATE TO MK-DATE-IN
           PERFORM 8900-EDIT-DATE THRU 8900-EXIT
           STRING 'MASKED REHEARSAL COPY - CONTROL REPORT - RUN '
               DELIMITED BY SIZE
               MK-DATE-EDIT-RESULT DELIMITED BY SIZE
               INTO MASK-RPT-RECORD
           WRITE MASK-RPT-RECORD
           WRITE MASK-RPT-RECORD FROM MK-BLANK-LINE
           IF NOT MK-TRANSOUT-SUPPLIED
               MOVE 'NO TRANSOUT SUPPLIED - TRANSIN ONLY IS MASKED'
                   TO MASK-RPT-RECORD
               WRITE MASK-RPT-RECORD
               WRITE MASK-RPT-RECORD FROM MK-BLANK-LINE
           END-IF
           .
       1000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1100-LOAD-MASK-KEY - EXACTLY ONE MASKKEY CARD OF 32 LETTERS
      * AND DIGITS.  ANYTHING ELSE STOPS THE RUN: A COPY MASKED
      * UNDER A KEY ANYONE COULD GUESS IS NO MASK AT ALL.  THE KEY
      * ITSELF IS NEVER DISPLAYED.
      *---------------------------------------------------------------*
       1100-LOAD-MASK-KEY.
           OPEN INPUT MASK-KEY-FILE
           IF MK-KEY-FILE-STATUS NOT = '00'
               DISPLAY 'TRANMASK: UNABLE TO OPEN MASKKEY, STATUS='
                   MK-KEY-FILE-STATUS
               SET MK-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE 'N' TO MK-EOF-SW
           PERFORM 1150-READ-ONE-KEY-CARD THRU 1150-EXIT
               UNTIL MK-EOF-CURRENT-FILE OR MK-ABEND
           CLOSE MASK-KEY-FILE
           IF MK-ABEND
               GO TO 1100-EXIT
           END-IF
           IF MK-KEY-CARDS = ZERO
               DISPLAY 'TRANMASK: MASKKEY HAS NO MASKKEY CARD'
               SET MK-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           PERFORM 1170-VALUE-ONE-KEY-CHAR THRU 1170-EXIT
               VARYING MK-KEY-POS FROM 1 BY 1
               UNTIL MK-KEY-POS > 32 OR MK-ABEND
           IF MK-ABEND
               GO TO 1100-EXIT
           END-IF
           PERFORM 1180-DERIVE-ONE-SHIFT THRU 1180-EXIT
               VARYING MK-POS FROM 1 BY 1
               UNTIL MK-POS > 12
           .
       1100-EXIT.
           EXIT
           .
       1150-READ-ONE-KEY-CARD.
           READ MASK-KEY-FILE
               AT END
                   SET MK-EOF-CURRENT-FILE TO TRUE
                   GO TO 1150-EXIT
           END-READ
           IF MASK-KEY-CARD = SPACES
               OR MASK-KEY-CARD(1:1) = '*'
               GO TO 1150-EXIT
           END-IF
           IF MC-KEYWORD NOT = 'MASKKEY '
               DISPLAY 'TRANMASK: UNKNOWN CARD ON MASKKEY - EXPECTED '
                   'MASKKEY'
               SET MK-ABEND TO TRUE
               GO TO 1150-EXIT
           END-IF
           IF MK-KEY-CARDS > ZERO
               DISPLAY 'TRANMASK: MORE THAN ONE MASKKEY CARD'
               SET MK-ABEND TO TRUE
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO MK-KEY-CARDS
           MOVE MC-KEY TO MK-KEY-TEXT
           .
       1150-EXIT.
           EXIT
           .
       1170-VALUE-ONE-KEY-CHAR.
           MOVE MK-KEY-CHAR (MK-KEY-POS) TO MK-CHAR
           PERFORM 8100-VALUE-CHAR THRU 8100-EXIT
           IF MK-CHAR-IS-OTHER
               DISPLAY 'TRANMASK: MASKKEY MUST BE 32 LETTERS AND '
                   'DIGITS IN COLS 10-41'
               SET MK-ABEND TO TRUE
               GO TO 1170-EXIT
           END-IF
           MOVE MK-CHAR-VALUE TO MK-KEY-CODE (MK-KEY-POS)
           .
       1170-EXIT.
           EXIT
           .
      *    EACH POSITION'S SHIFT FOR EACH PASS MIXES THREE DIFFERENT
      *    KEY CHARACTERS, SO NO ONE KEY CHARACTER FIXES A POSITION.
       1180-DERIVE-ONE-SHIFT.
           COMPUTE MK-KEY-POS = MK-POS + 12
           COMPUTE MK-WORK = 7 * MK-KEY-CODE (MK-POS)
                           + 3 * MK-KEY-CODE (MK-KEY-POS)
                           + MK-POS
           DIVIDE MK-WORK BY 97 GIVING MK-QUOTIENT
               REMAINDER MK-SHIFT-1 (MK-POS)
           COMPUTE MK-KEY-POS = MK-POS + 20
           COMPUTE MK-WORK = 5 * MK-KEY-CODE (MK-KEY-POS)
                           + MK-KEY-CODE (MK-POS + 8)
                           + 2 * MK-POS
           DIVIDE MK-WORK BY 89 GIVING MK-QUOTIENT
               REMAINDER MK-SHIFT-2 (MK-POS)
           .
       1180-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1300-LOAD-TYPE-TABLE - THE SAME STARTUP CONTRACT AS TRANEDIT:
      * MISSING, EMPTY, OR MALFORMED FAILS THE STEP, SINCE THE
      * AMOUNTS CANNOT BE HELD TO LIMITS THAT ARE NOT KNOWN.
      *---------------------------------------------------------------*
       1300-LOAD-TYPE-TABLE.
           OPEN INPUT TYPE-TABLE-FILE
           IF MK-TYPE-TABLE-STATUS NOT = '00'
               DISPLAY 'TRANMASK: UNABLE TO OPEN TYPETAB, STATUS='
                   MK-TYPE-TABLE-STATUS
               SET MK-ABEND TO TRUE
               GO TO 1300-EXIT
           END-IF
           MOVE 'N' TO MK-EOF-SW
           PERFORM 1350-LOAD-ONE-TYPE THRU 1350-EXIT
               UNTIL MK-EOF-CURRENT-FILE OR MK-ABEND
           CLOSE TYPE-TABLE-FILE
           IF MK-ABEND
               GO TO 1300-EXIT
           END-IF
           IF MK-TYPE-COUNT = ZERO
               DISPLAY 'TRANMASK: TYPETAB IS EMPTY'
               SET MK-ABEND TO TRUE
           END-IF
           .
       1300-EXIT.
           EXIT
           .
       1350-LOAD-ONE-TYPE.
           READ TYPE-TABLE-FILE
               AT END
                   SET MK-EOF-CURRENT-FILE TO TRUE
                   GO TO 1350-EXIT
           END-READ
           IF TT-TYPE-CODE = SPACES
               OR TT-MIN-AMOUNT NOT NUMERIC
               OR TT-MAX-AMOUNT NOT NUMERIC
               DISPLAY 'TRANMASK: MALFORMED TYPETAB RECORD: '
                   TYPE-TABLE-RECORD(1:34)
               SET MK-ABEND TO TRUE
               GO TO 1350-EXIT
           END-IF
           IF TT-MIN-AMOUNT > TT-MAX-AMOUNT
               DISPLAY 'TRANMASK: TYPETAB LIMITS INVERTED FOR '
                   'TYPE ' TT-TYPE-CODE
               SET MK-ABEND TO TRUE
               GO TO 1350-EXIT
           END-IF
           SET MK-TYPE-IX TO 1
           SEARCH MK-TYPE-ENTRY
               AT END
                   CONTINUE
               WHEN MK-TYPE-IX > MK-TYPE-COUNT
                   CONTINUE
               WHEN MK-TYPE-CODE (MK-TYPE-IX) = TT-TYPE-CODE
                   DISPLAY 'TRANMASK: DUPLICATE TYPETAB RECORD FOR '
                       'TYPE ' TT-TYPE-CODE
                   SET MK-ABEND TO TRUE
                   GO TO 1350-EXIT
           END-SEARCH
           IF MK-TYPE-COUNT >= 100
               DISPLAY 'TRANMASK: MORE THAN 100 TYPETAB RECORDS'
               SET MK-ABEND TO TRUE
               GO TO 1350-EXIT
           END-IF
           ADD 1 TO MK-TYPE-COUNT
           SET MK-TYPE-IX TO MK-TYPE-COUNT
           MOVE TT-TYPE-CODE  TO MK-TYPE-CODE (MK-TYPE-IX)
           MOVE TT-MIN-AMOUNT TO MK-TYPE-MIN (MK-TYPE-IX)
           MOVE TT-MAX-AMOUNT TO MK-TYPE-MAX (MK-TYPE-IX)
           .
       1350-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2000-MASK-TRANSIN - EVERY TRANSIN RECORD IS WRITTEN TO THE
      * COPY, IN ITS ORIGINAL ORDER, WITH ONLY THE ACCOUNT NUMBER
      * AND THE AMOUNTS CHANGED.
      *---------------------------------------------------------------*
       2000-MASK-TRANSIN.
           MOVE 'N' TO MK-EOF-SW
           PERFORM 2100-MASK-ONE-TRANSIN THRU 2100-EXIT
               UNTIL MK-EOF-CURRENT-FILE OR MK-ABEND
           CLOSE TRANS-FILE
           .
       2000-EXIT.
           EXIT
           .
       2100-MASK-ONE-TRANSIN.
           READ TRANS-FILE
               AT END
                   SET MK-EOF-CURRENT-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO MK-TRANSIN-READ
           MOVE TRANS-ACCOUNT-NO TO MK-ACCOUNT-IN
           PERFORM 5000-MASK-ACCOUNT THRU 5000-EXIT
           IF MK-ABEND
               GO TO 2100-EXIT
           END-IF
           MOVE MK-ACCOUNT-OUT TO TRANS-ACCOUNT-NO
           MOVE TRANS-KEY           TO MK-ITEM-KEY
           MOVE TRANS-TYPE-CODE     TO MK-ITEM-TYPE
           MOVE TRANS-CURRENCY-CODE TO MK-ITEM-CURRENCY
           MOVE TRANS-AMOUNT-X      TO MK-ITEM-AMOUNT-X
           MOVE TRANS-BASE-AMOUNT-X TO MK-ITEM-BASE-X
           PERFORM 6000-PERTURB-AMOUNTS THRU 6000-EXIT
           MOVE MK-ITEM-AMOUNT-X TO TRANS-AMOUNT-X
           MOVE MK-ITEM-BASE-X   TO TRANS-BASE-AMOUNT-X
           WRITE MASKED-TRANS-RECORD FROM TRANS-RECORD
           IF MK-MASKED-IN-STATUS NOT = '00'
               DISPLAY 'TRANMASK: WRITE TO MASKIN FAILED, STATUS='
                   MK-MASKED-IN-STATUS
               SET MK-ABEND TO TRUE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO MK-TRANSIN-WRITTEN
           .
       2100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3000-MASK-TRANSOUT - THE SAME FOR THE DAY'S TRANSOUT.  THE
      * SAME ACCOUNT AND THE SAME KEY MASK THE SAME WAY AS ON
      * TRANSIN, SO THE COPIES STILL MATCH EACH OTHER ITEM FOR ITEM.
      * THE RESULT TEXT IS RULE TEXT AND IS CARRIED AS IT IS.
      *---------------------------------------------------------------*
       3000-MASK-TRANSOUT.
           MOVE 'N' TO MK-EOF-SW
           PERFORM 3100-MASK-ONE-TRANSOUT THRU 3100-EXIT
               UNTIL MK-EOF-CURRENT-FILE OR MK-ABEND
           CLOSE TRANSOUT-IN
           .
       3000-EXIT.
           EXIT
           .
       3100-MASK-ONE-TRANSOUT.
           READ TRANSOUT-IN
               AT END
                   SET MK-EOF-CURRENT-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO MK-TRANSOUT-READ
           MOVE TRO-ACCOUNT-NO TO MK-ACCOUNT-IN
           PERFORM 5000-MASK-ACCOUNT THRU 5000-EXIT
           IF MK-ABEND
               GO TO 3100-EXIT
           END-IF
           MOVE MK-ACCOUNT-OUT TO TRO-ACCOUNT-NO
           MOVE TRO-KEY           TO MK-ITEM-KEY
           MOVE TRO-TYPE-CODE     TO MK-ITEM-TYPE
           MOVE TRO-CURRENCY-CODE TO MK-ITEM-CURRENCY
           MOVE TRO-AMOUNT-X      TO MK-ITEM-AMOUNT-X
           MOVE TRO-BASE-AMOUNT-X TO MK-ITEM-BASE-X
           PERFORM 6000-PERTURB-AMOUNTS THRU 6000-EXIT
           MOVE MK-ITEM-AMOUNT-X TO TRO-AMOUNT-X
           MOVE MK-ITEM-BASE-X   TO TRO-BASE-AMOUNT-X
           WRITE MASKED-TRANSOUT-RECORD FROM TRANSOUT-IN-RECORD
           IF MK-MASKED-OUT-STATUS NOT = '00'
               DISPLAY 'TRANMASK: WRITE TO MASKOUT FAILED, STATUS='
                   MK-MASKED-OUT-STATUS
               SET MK-ABEND TO TRUE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO MK-TRANSOUT-WRITTEN
           .
       3100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5000-MASK-ACCOUNT - MK-ACCOUNT-IN TO MK-ACCOUNT-OUT.  A BLANK
      * ACCOUNT IS CARRIED AS IT IS.  EVERY OTHER REAL ACCOUNT AND
      * ITS MASKED VALUE ARE TABLED FOR THE SURVIVOR CHECK.
      *---------------------------------------------------------------*
       5000-MASK-ACCOUNT.
           IF MK-ACCOUNT-IN = SPACES
               MOVE SPACES TO MK-ACCOUNT-OUT
               ADD 1 TO MK-BLANK-ACCOUNTS
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-VALUE-ONE-POSITION THRU 5100-EXIT
               VARYING MK-POS FROM 1 BY 1
               UNTIL MK-POS > 12
           MOVE ZERO TO MK-CARRY
           PERFORM 5200-FORWARD-PASS THRU 5200-EXIT
               VARYING MK-POS FROM 1 BY 1
               UNTIL MK-POS > 12
           MOVE ZERO TO MK-CARRY
           PERFORM 5300-BACKWARD-PASS THRU 5300-EXIT
               VARYING MK-POS FROM 12 BY -1
               UNTIL MK-POS < 1
           MOVE MK-ACCOUNT-IN TO MK-ACCOUNT-OUT
           PERFORM 5400-REBUILD-ONE-POSITION THRU 5400-EXIT
               VARYING MK-POS FROM 1 BY 1
               UNTIL MK-POS > 12
           MOVE MK-ACCOUNT-IN TO MK-SEARCH-ACCOUNT
           PERFORM 8200-FIND-REAL-ACCOUNT THRU 8200-EXIT
           IF NOT MK-ENTRY-FOUND
               PERFORM 5500-INSERT-REAL-ACCOUNT THRU 5500-EXIT
               IF MK-ABEND
                   GO TO 5000-EXIT
               END-IF
           END-IF
           MOVE MK-ACCOUNT-OUT TO MK-SEARCH-ACCOUNT
           PERFORM 8300-FIND-MASKED-ACCOUNT THRU 8300-EXIT
           IF NOT MK-ENTRY-FOUND
               PERFORM 5600-INSERT-MASKED-ACCOUNT THRU 5600-EXIT
           END-IF
           .
       5000-EXIT.
           EXIT
           .
       5100-VALUE-ONE-POSITION.
           MOVE MK-ACCOUNT-IN(MK-POS:1) TO MK-CHAR
           PERFORM 8100-VALUE-CHAR THRU 8100-EXIT
           MOVE MK-CHAR-CLASS TO MK-POS-CLASS (MK-POS)
           IF MK-CHAR-IS-LETTER
               COMPUTE MK-POS-VALUE (MK-POS) = MK-CHAR-VALUE - 10
           ELSE
               MOVE MK-CHAR-VALUE TO MK-POS-VALUE (MK-POS)
           END-IF
           .
       5100-EXIT.
           EXIT
           .
       5200-FORWARD-PASS.
           IF MK-POS-CLASS (MK-POS) = 'O'
               GO TO 5200-EXIT
           END-IF
           COMPUTE MK-WORK = MK-POS-VALUE (MK-POS)
                           + MK-SHIFT-1 (MK-POS)
                           + MK-CARRY + MK-POS
           PERFORM 5250-STEP-ONE-POSITION THRU 5250-EXIT
           .
       5200-EXIT.
           EXIT
           .
       5250-STEP-ONE-POSITION.
           IF MK-POS-CLASS (MK-POS) = 'D'
               MOVE 10 TO MK-MODULUS
           ELSE
               MOVE 26 TO MK-MODULUS
           END-IF
           DIVIDE MK-WORK BY MK-MODULUS GIVING MK-QUOTIENT
               REMAINDER MK-POS-VALUE (MK-POS)
           COMPUTE MK-WORK = MK-CARRY + MK-POS-VALUE (MK-POS) + 1
           DIVIDE MK-WORK BY 1000 GIVING MK-QUOTIENT
               REMAINDER MK-CARRY
           .
       5250-EXIT.
           EXIT
           .
       5300-BACKWARD-PASS.
           IF MK-POS-CLASS (MK-POS) = 'O'
               GO TO 5300-EXIT
           END-IF
           COMPUTE MK-WORK = MK-POS-VALUE (MK-POS)
                           + MK-SHIFT-2 (MK-POS)
                           + MK-CARRY + MK-POS
           PERFORM 5250-STEP-ONE-POSITION THRU 5250-EXIT
           .
       5300-EXIT.
           EXIT
           .
       5400-REBUILD-ONE-POSITION.
           EVALUATE MK-POS-CLASS (MK-POS)
               WHEN 'D'
                   COMPUTE MK-WORK = MK-POS-VALUE (MK-POS) + 1
                   MOVE MK-ALPHA-CHAR (MK-WORK)
                       TO MK-ACCOUNT-OUT-CHAR (MK-POS)
               WHEN 'L'
                   COMPUTE MK-WORK = MK-POS-VALUE (MK-POS) + 11
                   MOVE MK-ALPHA-CHAR (MK-WORK)
                       TO MK-ACCOUNT-OUT-CHAR (MK-POS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       5400-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5500/5600 - OPEN A NEW ENTRY AT MK-INSERT-AT, WHERE THE
      * SEARCH LEFT IT, SHIFTING THE LATER ENTRIES UP ONE SO THE
      * TABLE STAYS IN ORDER.  EVERY MASKED ACCOUNT COMES FROM A
      * REAL ONE, SO ONLY THE REAL TABLE CAN OVERFLOW FIRST.
      *---------------------------------------------------------------*
       5500-INSERT-REAL-ACCOUNT.
           IF MK-REAL-COUNT >= 50000
               DISPLAY 'TRANMASK: MORE THAN 50000 DISTINCT ACCOUNT '
                   'NUMBERS ON THE DAY'
               SET MK-ABEND TO TRUE
               GO TO 5500-EXIT
           END-IF
           PERFORM 5550-SHIFT-ONE-REAL-UP THRU 5550-EXIT
               VARYING MK-SUB FROM MK-REAL-COUNT BY -1
               UNTIL MK-SUB < MK-INSERT-AT
           MOVE MK-SEARCH-ACCOUNT TO MK-REAL-ACCOUNT (MK-INSERT-AT)
           ADD 1 TO MK-REAL-COUNT
           .
       5500-EXIT.
           EXIT
           .
       5550-SHIFT-ONE-REAL-UP.
           COMPUTE MK-SUB-NEXT = MK-SUB + 1
           MOVE MK-REAL-ACCOUNT (MK-SUB)
               TO MK-REAL-ACCOUNT (MK-SUB-NEXT)
           .
       5550-EXIT.
           EXIT
           .
       5600-INSERT-MASKED-ACCOUNT.
           PERFORM 5650-SHIFT-ONE-MASKED-UP THRU 5650-EXIT
               VARYING MK-SUB FROM MK-MASKED-COUNT BY -1
               UNTIL MK-SUB < MK-INSERT-AT
           MOVE MK-SEARCH-ACCOUNT TO MK-MASKED-ACCOUNT (MK-INSERT-AT)
           ADD 1 TO MK-MASKED-COUNT
           .
       5600-EXIT.
           EXIT
           .
       5650-SHIFT-ONE-MASKED-UP.
           COMPUTE MK-SUB-NEXT = MK-SUB + 1
           MOVE MK-MASKED-ACCOUNT (MK-SUB)
               TO MK-MASKED-ACCOUNT (MK-SUB-NEXT)
           .
       5650-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 6000-PERTURB-AMOUNTS - MOVE ONE ITEM'S AMOUNTS BY THE
      * PERCENT ITS KEY GIVES.  THE BASE-CURRENCY AMOUNT IS THE ONE
      * TRANEDIT TESTS AGAINST THE TYPE LIMITS, SO IT IS THE ONE
      * HELD TO THEM; THE ORIGINAL-CURRENCY AMOUNT FOLLOWS IN
      * PROPORTION.  A RECORD WITH NO BASE AMOUNT AND NO CURRENCY
      * IS ALREADY IN BASE, SO ITS AMOUNT IS HELD TO THE LIMITS
      * ITSELF.  AN AMOUNT THAT IS NOT NUMERIC IS LEFT AS IT IS.
      *---------------------------------------------------------------*
       6000-PERTURB-AMOUNTS.
           PERFORM 6100-DERIVE-PERCENT THRU 6100-EXIT
           MOVE 'N' TO MK-LIMITS-SW
           SET MK-TYPE-IX TO 1
           SEARCH MK-TYPE-ENTRY
               AT END
                   CONTINUE
               WHEN MK-TYPE-IX > MK-TYPE-COUNT
                   CONTINUE
               WHEN MK-TYPE-CODE (MK-TYPE-IX) = MK-ITEM-TYPE
                   SET MK-LIMITS-KNOWN TO TRUE
                   MOVE MK-TYPE-MIN (MK-TYPE-IX) TO MK-LIMIT-MIN
                   MOVE MK-TYPE-MAX (MK-TYPE-IX) TO MK-LIMIT-MAX
           END-SEARCH
           IF NOT MK-LIMITS-KNOWN
               ADD 1 TO MK-AMT-UNKNOWN-TYPE
           END-IF
           EVALUATE TRUE
               WHEN MK-ITEM-BASE NUMERIC
                   MOVE MK-ITEM-BASE TO MK-ORIGINAL
                   MOVE MK-ITEM-BASE TO MK-ORIGINAL-BASE
                   PERFORM 6200-PERTURB-ONE-AMOUNT THRU 6200-EXIT
                   MOVE MK-RESULT TO MK-ITEM-BASE
                   ADD MK-ORIGINAL-BASE TO MK-REAL-BASE-TOTAL
                   ADD MK-ITEM-BASE     TO MK-MASKED-BASE-TOTAL
                   IF MK-ITEM-AMOUNT NUMERIC
                       PERFORM 6400-SCALE-AMOUNT THRU 6400-EXIT
                   END-IF
               WHEN MK-ITEM-CURRENCY = SPACES
                AND MK-ITEM-AMOUNT NUMERIC
                   MOVE MK-ITEM-AMOUNT TO MK-ORIGINAL
                   PERFORM 6200-PERTURB-ONE-AMOUNT THRU 6200-EXIT
                   MOVE MK-RESULT TO MK-ITEM-AMOUNT
                   ADD MK-ORIGINAL    TO MK-REAL-BASE-TOTAL
                   ADD MK-ITEM-AMOUNT TO MK-MASKED-BASE-TOTAL
               WHEN MK-ITEM-AMOUNT NUMERIC
                   MOVE 'N' TO MK-LIMITS-SW
                   MOVE MK-ITEM-AMOUNT TO MK-ORIGINAL
                   PERFORM 6200-PERTURB-ONE-AMOUNT THRU 6200-EXIT
                   MOVE MK-RESULT TO MK-ITEM-AMOUNT
               WHEN OTHER
                   ADD 1 TO MK-AMT-NOT-NUMERIC
           END-EVALUATE
           .
       6000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 6100-DERIVE-PERCENT - A HASH OF THE TRANSACTION KEY UNDER THE
      * MASKING KEY PICKS ONE OF FORTY PERCENTS, -20 TO -1 AND +1 TO
      * +20.  NEVER ZERO, SO NO AMOUNT IS COPIED ACROSS BY DESIGN.
      *---------------------------------------------------------------*
       6100-DERIVE-PERCENT.
           MOVE ZERO TO MK-HASH
           PERFORM 6150-HASH-ONE-KEY-CHAR THRU 6150-EXIT
               VARYING MK-POS FROM 1 BY 1
               UNTIL MK-POS > 10
           DIVIDE MK-HASH BY 40 GIVING MK-QUOTIENT
               REMAINDER MK-SLOT
           IF MK-SLOT < 20
               COMPUTE MK-PERCENT = MK-SLOT - 20
           ELSE
               COMPUTE MK-PERCENT = MK-SLOT - 19
           END-IF
           .
       6100-EXIT.
           EXIT
           .
       6150-HASH-ONE-KEY-CHAR.
           MOVE MK-ITEM-KEY(MK-POS:1) TO MK-CHAR
           PERFORM 8100-VALUE-CHAR THRU 8100-EXIT
           COMPUTE MK-HASH = MK-HASH * 31
                           + (MK-CHAR-VALUE + 1)
                           * (MK-SHIFT-1 (MK-POS) + 1)
                           + MK-SHIFT-2 (MK-POS)
           DIVIDE MK-HASH BY 999983 GIVING MK-QUOTIENT
               REMAINDER MK-HASH
           .
       6150-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 6200-PERTURB-ONE-AMOUNT - MK-ORIGINAL MOVED BY MK-PERCENT
      * INTO MK-RESULT, AT LEAST ONE CENT.  WITH THE TYPE'S LIMITS
      * KNOWN, AN AMOUNT INSIDE THEM STAYS INSIDE (TURNED BACK THE
      * OTHER WAY, THEN HELD AT THE LIMIT IF NEED BE) AND AN AMOUNT
      * OUTSIDE THEM IS MOVED FURTHER OUT, SO TRANEDIT WOULD PASS
      * OR REJECT IT JUST AS IT DID.
      *---------------------------------------------------------------*
       6200-PERTURB-ONE-AMOUNT.
           COMPUTE MK-DELTA ROUNDED = MK-ORIGINAL * MK-PERCENT / 100
           IF MK-DELTA = ZERO AND MK-ORIGINAL NOT = ZERO
               IF MK-PERCENT < ZERO
                   MOVE -0.01 TO MK-DELTA
               ELSE
                   MOVE 0.01 TO MK-DELTA
               END-IF
           END-IF
           IF MK-DELTA < ZERO
               COMPUTE MK-ABS-DELTA = ZERO - MK-DELTA
           ELSE
               MOVE MK-DELTA TO MK-ABS-DELTA
           END-IF
           COMPUTE MK-RESULT = MK-ORIGINAL + MK-DELTA
           IF MK-LIMITS-KNOWN
               PERFORM 6250-HOLD-TO-LIMITS THRU 6250-EXIT
           END-IF
      *    AN AMOUNT PUSHED PAST WHAT THE RECORD CAN HOLD IS TURNED
      *    BACK THE OTHER WAY INSTEAD.
           IF MK-RESULT > MK-LARGEST
               COMPUTE MK-RESULT = MK-ORIGINAL - MK-ABS-DELTA
           END-IF
           IF MK-RESULT < ZERO - MK-LARGEST
               COMPUTE MK-RESULT = MK-ORIGINAL + MK-ABS-DELTA
           END-IF
           IF MK-RESULT = MK-ORIGINAL
               ADD 1 TO MK-AMT-UNCHANGED
           ELSE
               ADD 1 TO MK-AMT-PERTURBED
           END-IF
           .
       6200-EXIT.
           EXIT
           .
       6250-HOLD-TO-LIMITS.
           EVALUATE TRUE
               WHEN MK-ORIGINAL < MK-LIMIT-MIN
                   IF MK-RESULT NOT < MK-LIMIT-MIN
                       COMPUTE MK-RESULT = MK-ORIGINAL - MK-ABS-DELTA
                   END-IF
               WHEN MK-ORIGINAL > MK-LIMIT-MAX
                   IF MK-RESULT NOT > MK-LIMIT-MAX
                       COMPUTE MK-RESULT = MK-ORIGINAL + MK-ABS-DELTA
                   END-IF
               WHEN OTHER
                   IF MK-RESULT < MK-LIMIT-MIN
                       OR MK-RESULT > MK-LIMIT-MAX
                       COMPUTE MK-RESULT = MK-ORIGINAL - MK-DELTA
                   END-IF
                   IF MK-RESULT < MK-LIMIT-MIN
                       MOVE MK-LIMIT-MIN TO MK-RESULT
                       ADD 1 TO MK-AMT-HELD-AT-LIMIT
                   END-IF
                   IF MK-RESULT > MK-LIMIT-MAX
                       MOVE MK-LIMIT-MAX TO MK-RESULT
                       ADD 1 TO MK-AMT-HELD-AT-LIMIT
                   END-IF
           END-EVALUATE
           .
       6250-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 6400-SCALE-AMOUNT - THE ORIGINAL-CURRENCY AMOUNT MOVES BY
      * THE SAME PROPORTION AS ITS BASE AMOUNT DID, SO THE IMPLIED
      * RATE IS UNCHANGED.  A ZERO BASE GIVES NO PROPORTION, SO THE
      * AMOUNT IS MOVED BY THE PERCENT ITSELF.
      *---------------------------------------------------------------*
       6400-SCALE-AMOUNT.
           IF MK-ORIGINAL-BASE = ZERO
               MOVE 'N' TO MK-LIMITS-SW
               MOVE MK-ITEM-AMOUNT TO MK-ORIGINAL
               PERFORM 6200-PERTURB-ONE-AMOUNT THRU 6200-EXIT
               MOVE MK-RESULT TO MK-ITEM-AMOUNT
               GO TO 6400-EXIT
           END-IF
           COMPUTE MK-RESULT ROUNDED =
               MK-ITEM-AMOUNT * MK-ITEM-BASE / MK-ORIGINAL-BASE
           IF MK-RESULT > MK-LARGEST
               MOVE MK-LARGEST TO MK-RESULT
           END-IF
           IF MK-RESULT < ZERO - MK-LARGEST
               COMPUTE MK-RESULT = ZERO - MK-LARGEST
           END-IF
           MOVE MK-RESULT TO MK-ITEM-AMOUNT
           .
       6400-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 7000-CHECK-SURVIVORS - MATCH THE REAL ACCOUNT NUMBERS
      * AGAINST THE MASKED ONES, BOTH IN ORDER.  ANY NUMBER ON BOTH
      * TABLES IS A REAL ACCOUNT NUMBER STANDING ON THE COPY - ITS
      * OWN UNCHANGED OR ANOTHER ACCOUNT'S - AND FAILS THE COPY.
      *---------------------------------------------------------------*
       7000-CHECK-SURVIVORS.
           MOVE 1 TO MK-REAL-SUB
           MOVE 1 TO MK-MASKED-SUB
           PERFORM 7100-MATCH-ONE-ACCOUNT THRU 7100-EXIT
               UNTIL MK-REAL-SUB > MK-REAL-COUNT
                  OR MK-MASKED-SUB > MK-MASKED-COUNT
           IF MK-SURVIVORS > ZERO
               SET MK-CONTROL-FAILED TO TRUE
               WRITE MASK-RPT-RECORD FROM MK-BLANK-LINE
           END-IF
           .
       7000-EXIT.
           EXIT
           .
       7100-MATCH-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN MK-REAL-ACCOUNT (MK-REAL-SUB)
                  = MK-MASKED-ACCOUNT (MK-MASKED-SUB)
                   ADD 1 TO MK-SURVIVORS
                   MOVE MK-REAL-ACCOUNT (MK-REAL-SUB)
                       TO MK-SURVIVOR-ACCOUNT
                   WRITE MASK-RPT-RECORD FROM MK-SURVIVOR-LINE
                   ADD 1 TO MK-REAL-SUB
                   ADD 1 TO MK-MASKED-SUB
               WHEN MK-REAL-ACCOUNT (MK-REAL-SUB)
                  < MK-MASKED-ACCOUNT (MK-MASKED-SUB)
                   ADD 1 TO MK-REAL-SUB
               WHEN OTHER
                   ADD 1 TO MK-MASKED-SUB
           END-EVALUATE
           .
       7100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 7500-WRITE-CONTROL-TOTALS - THE COUNTS, THE AMOUNT TOTALS,
      * AND THE VERDICT.  RECORDS OUT MUST EQUAL RECORDS IN FOR EACH
      * FILE, AND THE SUBSTITUTION BEING ONE-TO-ONE, THE DISTINCT
      * MASKED ACCOUNTS MUST EQUAL THE DISTINCT REAL ONES.
      *---------------------------------------------------------------*
       7500-WRITE-CONTROL-TOTALS.
           IF MK-TRANSIN-WRITTEN NOT = MK-TRANSIN-READ
               OR MK-TRANSOUT-WRITTEN NOT = MK-TRANSOUT-READ
               OR MK-MASKED-COUNT NOT = MK-REAL-COUNT
               SET MK-CONTROL-FAILED TO TRUE
           END-IF
           MOVE 'TRANSIN RECORDS READ        : ' TO MK-CNT-LABEL
           MOVE MK-TRANSIN-READ                 TO MK-CNT-VALUE
           WRITE MASK-RPT-RECORD FROM MK-COUNT-LINE
           MOVE 'TRANSIN RECORDS WRITTEN     : ' TO MK-CNT-LABEL
           MOVE MK-TRANSIN-WRITTEN              TO MK-CNT-VALUE
           WRITE MASK-RPT-RECORD FROM MK-COUNT-LINE
           IF MK-TRANSOUT-SUPPLIED
               MOVE 'TRANSOUT RECORDS READ       : ' TO MK-CNT-LABEL
               MOVE MK-TRANSOUT-READ                TO MK-CNT-VALUE
               WRITE MASK-RPT-RECORD FROM MK-COUNT-LINE
               MOVE 'TRANSOUT RECORDS WRITTEN    : ' TO MK-CNT-LABEL
               MOVE MK-TRANSOUT-WRITTEN             TO MK-CNT-VALUE
               WRITE MASK-RPT-RECORD FROM MK-COUNT-LINE
           END-IF
           WRITE MASK-RPT-RECORD FROM MK-BLANK-LINE
           MOVE 'DISTINCT REAL ACCOUNTS      : ' TO MK-CNT-LABEL
           MOVE MK-REAL-COUNT                   TO MK-CNT-VALUE
           WRITE MASK-RPT-RECORD FROM MK-COUNT-LINE
           MOVE 'DISTINCT MASKED ACCOUNTS    : ' TO MK-CNT-LABEL
           MOVE MK-MASKED-COUNT                 TO MK-CNT-VALUE
           WRITE MASK-RPT-RECORD FROM MK-COUNT-LINE
           MOVE 'BLANK ACCOUNT NUMBERS       : ' TO MK-CNT-LABEL
           MOVE MK-BLANK-ACCOUNTS               TO MK-CNT-VALUE
           WRITE MASK-RPT-RECORD FROM MK-COUNT-LINE
           MOVE 'UNMASKED ACCOUNTS ON COPY   : ' TO MK-CNT-LABEL
           MOVE MK-SURVIVORS                    TO MK-CNT-VALUE
           WRITE MASK-RPT-RECORD FROM MK-COUNT-LINE
           WRITE MASK-RPT-RECORD FROM MK-BLANK-LINE
           MOVE 'AMOUNTS PERTURBED           : ' TO MK-CNT-LABEL
           MOVE MK-AMT-PERTURBED                TO MK-CNT-VALUE
           WRITE MASK-RPT-RECORD FROM MK-COUNT-LINE
           MOVE 'AMOUNTS HELD AT A TYPE LIMIT: ' TO MK-CNT-LABEL
           MOVE MK-AMT-HELD-AT-LIMIT            TO MK-CNT-VALUE
           WRITE MASK-RPT-RECORD FROM MK-COUNT-LINE
           MOVE 'AMOUNTS LEFT UNCHANGED      : ' TO MK-CNT-LABEL
           MOVE MK-AMT-UNCHANGED                TO MK-CNT-VALUE
           WRITE MASK-RPT-RECORD FROM MK-COUNT-LINE
           MOVE 'ITEMS OF TYPE NOT ON TYPETAB: ' TO MK-CNT-LABEL
           MOVE MK-AMT-UNKNOWN-TYPE             TO MK-CNT-VALUE
           WRITE MASK-RPT-RECORD FROM MK-COUNT-LINE
           MOVE 'AMOUNTS NOT NUMERIC - KEPT  : ' TO MK-CNT-LABEL
           MOVE MK-AMT-NOT-NUMERIC              TO MK-CNT-VALUE
           WRITE MASK-RPT-RECORD FROM MK-COUNT-LINE
           MOVE 'REAL BASE AMOUNT TOTAL      : ' TO MK-AMT-LABEL
           MOVE MK-REAL-BASE-TOTAL              TO MK-AMT-VALUE
           WRITE MASK-RPT-RECORD FROM MK-AMOUNT-LINE
           MOVE 'MASKED BASE AMOUNT TOTAL    : ' TO MK-AMT-LABEL
           MOVE MK-MASKED-BASE-TOTAL            TO MK-AMT-VALUE
           WRITE MASK-RPT-RECORD FROM MK-AMOUNT-LINE
           WRITE MASK-RPT-RECORD FROM MK-BLANK-LINE
           IF MK-CONTROL-FAILED
               MOVE SPACES TO MASK-RPT-RECORD
               STRING '*** CONTROLS FAILED - THE MASKED COPY MUST NOT '
                   'BE RELEASED ***'
                   DELIMITED BY SIZE INTO MASK-RPT-RECORD
           ELSE
               MOVE SPACES TO MASK-RPT-RECORD
               STRING '*** RECORD COUNTS AGREE AND NO REAL ACCOUNT '
                   'NUMBER IS ON THE COPY ***'
                   DELIMITED BY SIZE INTO MASK-RPT-RECORD
           END-IF
           WRITE MASK-RPT-RECORD
           .
       7500-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 8100-VALUE-CHAR - MK-CHAR'S VALUE AND CLASS: A DIGIT IS 0-9,
      * A LETTER 10-35, ANYTHING ELSE 36 AND CLASS OTHER.
      *---------------------------------------------------------------*
       8100-VALUE-CHAR.
           MOVE 36  TO MK-CHAR-VALUE
           MOVE 'O' TO MK-CHAR-CLASS
           SET MK-ALPHA-IX TO 1
           SEARCH MK-ALPHA-CHAR
               AT END
                   CONTINUE
               WHEN MK-ALPHA-CHAR (MK-ALPHA-IX) = MK-CHAR
                   SET MK-CHAR-VALUE TO MK-ALPHA-IX
                   SUBTRACT 1 FROM MK-CHAR-VALUE
           END-SEARCH
           EVALUATE TRUE
               WHEN MK-CHAR-VALUE < 10
                   MOVE 'D' TO MK-CHAR-CLASS
               WHEN MK-CHAR-VALUE < 36
                   MOVE 'L' TO MK-CHAR-CLASS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       8100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 8200-FIND-REAL-ACCOUNT - BINARY SEARCH OF THE REAL ACCOUNT
      * TABLE FOR MK-SEARCH-ACCOUNT.  NOT FOUND, MK-INSERT-AT IS
      * WHERE IT BELONGS.
      *---------------------------------------------------------------*
       8200-FIND-REAL-ACCOUNT.
           MOVE 'N' TO MK-FOUND-SW
           MOVE 1 TO MK-LOW
           MOVE MK-REAL-COUNT TO MK-HIGH
           PERFORM 8250-PROBE-REAL-ACCOUNT THRU 8250-EXIT
               UNTIL MK-LOW > MK-HIGH OR MK-ENTRY-FOUND
           IF NOT MK-ENTRY-FOUND
               MOVE MK-LOW TO MK-INSERT-AT
           END-IF
           .
       8200-EXIT.
           EXIT
           .
       8250-PROBE-REAL-ACCOUNT.
           COMPUTE MK-MID = (MK-LOW + MK-HIGH) / 2
           EVALUATE TRUE
               WHEN MK-REAL-ACCOUNT (MK-MID) = MK-SEARCH-ACCOUNT
                   SET MK-ENTRY-FOUND TO TRUE
               WHEN MK-REAL-ACCOUNT (MK-MID) < MK-SEARCH-ACCOUNT
                   COMPUTE MK-LOW = MK-MID + 1
               WHEN OTHER
                   COMPUTE MK-HIGH = MK-MID - 1
           END-EVALUATE
           .
       8250-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 8300-FIND-MASKED-ACCOUNT - THE SAME FOR THE MASKED TABLE.
      *---------------------------------------------------------------*
       8300-FIND-MASKED-ACCOUNT.
           MOVE 'N' TO MK-FOUND-SW
           MOVE 1 TO MK-LOW
           MOVE MK-MASKED-COUNT TO MK-HIGH
           PERFORM 8350-PROBE-MASKED-ACCOUNT THRU 8350-EXIT
               UNTIL MK-LOW > MK-HIGH OR MK-ENTRY-FOUND
           IF NOT MK-ENTRY-FOUND
               MOVE MK-LOW TO MK-INSERT-AT
           END-IF
           .
       8300-EXIT.
           EXIT
           .
       8350-PROBE-MASKED-ACCOUNT.
           COMPUTE MK-MID = (MK-LOW + MK-HIGH) / 2
           EVALUATE TRUE
               WHEN MK-MASKED-ACCOUNT (MK-MID) = MK-SEARCH-ACCOUNT
                   SET MK-ENTRY-FOUND TO TRUE
               WHEN MK-MASKED-ACCOUNT (MK-MID) < MK-SEARCH-ACCOUNT
                   COMPUTE MK-LOW = MK-MID + 1
               WHEN OTHER
                   COMPUTE MK-HIGH = MK-MID - 1
           END-EVALUATE
           .
       8350-EXIT.
           EXIT
           .
       8900-EDIT-DATE.
           MOVE SPACES TO MK-DATE-EDIT-RESULT
           STRING MK-DATE-IN-CCYY '-' MK-DATE-IN-MM '-'
               MK-DATE-IN-DD
               DELIMITED BY SIZE INTO MK-DATE-EDIT-RESULT
           .
       8900-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE COPIES AND THE REPORT AND SET THE
      * STEP RETURN CODE:
      *    RC=0   COUNTS AGREE AND NO REAL ACCOUNT NUMBER IS ON THE
      *           COPY - IT MAY BE RELEASED
      *    RC=8   A CONTROL FAILED - THE COPY MUST NOT BE RELEASED
      *    RC=16  A REQUIRED FILE COULD NOT BE OPENED OR WRITTEN, THE
      *           KEY OR THE TYPE TABLE IS BAD, OR A TABLE OVERFLOWED
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF MK-MASKED-IN-STATUS = '00'
               CLOSE MASKED-TRANS-FILE
           END-IF
           IF MK-MASKED-OUT-STATUS = '00'
               CLOSE MASKED-TRANSOUT
           END-IF
           IF MK-MASK-RPT-STATUS = '00'
               CLOSE MASK-RPT
           END-IF
           EVALUATE TRUE
               WHEN MK-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN MK-CONTROL-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       9000-EXIT.
           EXIT
           .
