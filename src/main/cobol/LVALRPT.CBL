      **********************************************************************
      * AUTHOR:    M J STEELE
      * INSTALLATION: DATA PROCESSING
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:   LARGE-VALUE AND STRUCTURING REPORT FOR COMPLIANCE.
      *            WALKS THE RESULT MASTER (RSLTMSTR), SO IT SEES
      *            EVERY CYCLE OF EVERY BUSINESS DATE, AND TOTALS
      *            EACH ACCOUNT'S CASH-TYPE ACTIVITY PER BUSINESS
      *            DATE IN BASE CURRENCY.  TWO KINDS OF CASE ARE
      *            REPORTED FOR THE PERIOD:
      *              L - LARGE VALUE: AN ACCOUNT WHOSE TOTAL FOR ONE
      *                  BUSINESS DATE IS AT OR OVER THE REPORTING
      *                  THRESHOLD
      *              S - POSSIBLE STRUCTURING: AN ACCOUNT WHOSE TOTAL
      *                  STAYS JUST UNDER THE THRESHOLD (AT OR OVER
      *                  THE NEAR-THRESHOLD FLOOR) ON A RUN OF AT
      *                  LEAST WINDOW CONSECUTIVE BUSINESS DATES
      *            BUSINESS DATES ARE THE DATES THE PIPELINE
      *            PROCESSED - THE DATES ON THE MASTER - SO A
      *            WEEKEND OR HOLIDAY DOES NOT BREAK A RUN.
      *            ACTIVITY IS GROSS: EACH ITEM COUNTS AT ITS SIZE
      *            WHATEVER ITS SIGN.  A RESULT LATER BACKED OUT BY
      *            A REVERSAL (MST-RESULT-REVERSED) IS NETTED OUT BY
      *            LEAVING IT OUT, AND THE REVERSAL ITEM ITSELF AND
      *            ANY REJECTED ITEM NEVER COUNT.
      *
      *            PRINTS A CASE LISTING FOR THE COMPLIANCE ANALYSTS
      *            AND WRITES THE FIXED-FORMAT FILING EXTRACT: A
      *            HEADER, ONE DETAIL RECORD PER REPORTABLE ACCOUNT-
      *            DAY, AND A TRAILER WITH THE RECORD COUNT AND THE
      *            AMOUNT TOTAL.  A STRUCTURING RUN IS FILED IN FULL
      *            IN THE PERIOD IT FIRST REACHES WINDOW DAYS, EVEN
      *            WHERE ITS EARLY DAYS FALL BEFORE THE PERIOD; A RUN
      *            THAT HAD ALREADY QUALIFIED BEFORE THE PERIOD ONLY
      *            FILES ITS DAYS INSIDE IT, SO NO ACCOUNT-DAY IS
      *            FILED TWICE BY BACK-TO-BACK PERIODS.  EACH DAY OF
      *            A STRUCTURING RUN CARRIES THE TOTAL OF THE WHOLE
      *            RUN, AND THE LISTING CLOSES EACH RUN WITH A RUN
      *            TOTAL LINE.
      *
      *            PARAMETER FILE (LVPARM) - ONE KEYWORD PER CARD,
      *            BLANK CARDS AND CARDS WITH * IN COLUMN 1 IGNORED:
      *              THRESHLD  COLS 10-20  THRESHOLD 9(09)V99
      *              NEARPCT   COLS 10-12  FLOOR AS PERCENT OF THE
      *                                    THRESHOLD, 001-099
      *              WINDOW    COLS 10-11  CONSECUTIVE DATES, 02-31
      *              CASHTYPE  COLS 10-11  A QUALIFYING TYPE CODE -
      *                                    ONE CARD PER TYPE
      *            OPTIONAL SYSIN CARD TO REPORT A PERIOD OTHER THAN
      *            THE CURRENT BUSINESS DATE:
      *              COLS  1-8   PERIOD
      *              COLS 10-17  FROM BUSINESS DATE CCYYMMDD
      *              COLS 19-26  TO   BUSINESS DATE CCYYMMDD
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL VERSION
      * 15 OCT 2026  MJS  STRUCTURING RUN TOTAL ON THE CASE LINES, A RUN
      *                   TOTAL LINE, AND FD-RUN-TOTAL ON THE EXTRACT
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVALRPT.
       AUTHOR. M J STEELE.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 15 OCT 2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LV-CARDS-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LV-BUSDATE-STATUS.

           SELECT PARM-FILE ASSIGN TO LVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LV-PARM-FILE-STATUS.

           SELECT RESULT-MASTER ASSIGN TO RSLTMSTR
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               FILE STATUS IS LV-MASTER-STATUS.

           SELECT CASE-RPT ASSIGN TO CASERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LV-CASE-RPT-STATUS.

           SELECT FILING-FILE ASSIGN TO FILEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LV-FILING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARDS
           RECORDING MODE IS F.
       01  CONTROL-CARD.
           05  CC-KEYWORD              PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(54).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSDATE-RECORD              PIC X(80).

      *    ONE KEYWORD CARD PER RECORD; THE VALUE STARTS IN COL 10
      *    AND IS READ THROUGH THE VIEW FOR ITS KEYWORD.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD.
           05  PC-KEYWORD              PIC X(08).
           05  FILLER                  PIC X(01).
           05  PC-VALUE                PIC X(11).
           05  FILLER                  PIC X(60).
       01  PARM-AMOUNT-CARD.
           05  FILLER                  PIC X(09).
           05  PC-AMOUNT               PIC 9(09)V99.
           05  FILLER                  PIC X(60).
       01  PARM-PERCENT-CARD.
           05  FILLER                  PIC X(09).
           05  PC-PERCENT              PIC 9(03).
           05  FILLER                  PIC X(68).
       01  PARM-DAYS-CARD.
           05  FILLER                  PIC X(09).
           05  PC-DAYS                 PIC 9(02).
           05  FILLER                  PIC X(69).
       01  PARM-TYPE-CARD.
           05  FILLER                  PIC X(09).
           05  PC-TYPE-CODE            PIC X(02).
           05  FILLER                  PIC X(69).

      *    MUST MATCH THE MASTER-RECORD LAYOUT CALLPGM MAINTAINS IN
      *    2450-UPDATE-RESULT-MASTER.
       FD  RESULT-MASTER.
       01  MASTER-RECORD.
           05  MST-KEY.
               10  MST-TRANS-KEY       PIC X(10).
               10  MST-RUN-DATE        PIC 9(08).
               10  MST-CYCLE-NO        PIC 9(02).
           05  MST-RETURN-CODE         PIC 9(04).
           05  MST-VALUE-TEXT          PIC X(80).
           05  MST-RUN-MODE            PIC X(01).
           05  MST-REVERSED-FLAG       PIC X(01).
               88  MST-RESULT-REVERSED     VALUE 'Y'.
           05  MST-ACCOUNT-NO          PIC X(12).
           05  MST-TYPE-CODE           PIC X(02).
           05  MST-AMOUNT              PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  MST-RULES-VERSION       PIC X(08).
           05  MST-CURRENCY-CODE       PIC X(03).
           05  MST-BASE-AMOUNT         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       FD  CASE-RPT
           RECORDING MODE IS F.
       01  CASE-RPT-RECORD             PIC X(132).

      *    THE FILING EXTRACT.  ONE HEADER, ONE DETAIL RECORD PER
      *    REPORTABLE ACCOUNT-DAY, AND ONE TRAILER.  AMOUNTS ARE
      *    BASE CURRENCY, UNSIGNED.  A FILE WHOSE TRAILER IS MISSING
      *    OR DOES NOT FOOT MUST NOT BE FILED.  THE TRAILER FOOTS
      *    FD-DAY-TOTAL ONLY; FD-RUN-TOTAL REPEATS ON EVERY DAY OF A
      *    RUN AND IS NOT ADDED INTO IT.
       FD  FILING-FILE
           RECORDING MODE IS F.
       01  FILING-HEADER-RECORD.
           05  FH-RECORD-TYPE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  FH-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                  PIC X(01).
           05  FH-PERIOD-FROM          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FH-PERIOD-TO            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FH-CREATED-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FH-CREATED-TIME         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FH-THRESHOLD            PIC 9(09)V99.
           05  FILLER                  PIC X(01).
           05  FH-NEAR-PERCENT         PIC 9(03).
           05  FILLER                  PIC X(01).
           05  FH-WINDOW-DAYS          PIC 9(02).
           05  FILLER                  PIC X(35).
       01  FILING-DETAIL-RECORD.
           05  FD-RECORD-TYPE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  FD-ACCOUNT-NO           PIC X(12).
           05  FILLER                  PIC X(01).
           05  FD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
      *        L = LARGE VALUE, S = POSSIBLE STRUCTURING.
           05  FD-CASE-TYPE            PIC X(01).
           05  FILLER                  PIC X(01).
           05  FD-ITEM-COUNT           PIC 9(05).
           05  FILLER                  PIC X(01).
           05  FD-DAY-TOTAL            PIC 9(13)V99.
           05  FILLER                  PIC X(01).
           05  FD-THRESHOLD            PIC 9(09)V99.
           05  FILLER                  PIC X(01).
      *        FIRST DATE, LENGTH AND TOTAL OF THE WHOLE RUN, DAYS
      *        BEFORE THE PERIOD INCLUDED; ZERO ON A LARGE-VALUE
      *        RECORD.
           05  FD-RUN-START-DATE       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FD-RUN-DAYS             PIC 9(03).
           05  FILLER                  PIC X(01).
           05  FD-RUN-TOTAL            PIC 9(13)V99.
           05  FILLER                  PIC X(12).
       01  FILING-TRAILER-RECORD.
           05  FT-RECORD-TYPE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  FT-PERIOD-FROM          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FT-PERIOD-TO            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FT-RECORD-COUNT         PIC 9(07).
           05  FILLER                  PIC X(01).
           05  FT-TOTAL-AMOUNT         PIC 9(15)V99.
           05  FILLER                  PIC X(55).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.

       01  LV-FILE-STATUS-FIELDS.
           05  LV-CARDS-STATUS             PIC X(02).
           05  LV-BUSDATE-STATUS           PIC X(02).
           05  LV-PARM-FILE-STATUS         PIC X(02).
           05  LV-MASTER-STATUS            PIC X(02).
           05  LV-CASE-RPT-STATUS          PIC X(02).
           05  LV-FILING-STATUS            PIC X(02).

       01  LV-SWITCHES.
           05  LV-ABEND-SW                 PIC X(01)   VALUE 'N'.
               88  LV-ABEND                    VALUE 'Y'.
           05  LV-EOF-SW                   PIC X(01)   VALUE 'N'.
               88  LV-EOF-CURRENT-FILE         VALUE 'Y'.
           05  LV-FOUND-SW                 PIC X(01)   VALUE 'N'.
               88  LV-ENTRY-FOUND              VALUE 'Y'.
           05  LV-NEAR-SW                  PIC X(01)   VALUE 'N'.
               88  LV-DAY-IS-NEAR              VALUE 'Y'.
           05  LV-NOTHING-ON-FILE-SW       PIC X(01)   VALUE 'N'.
               88  LV-NOTHING-ON-FILE          VALUE 'Y'.

      *    THE PERIOD REPORTED AND THE PARAMETERS IT IS REPORTED
      *    AGAINST.  ZERO MEANS A PARAMETER CARD HAS NOT BEEN SEEN.
       01  LV-CONTROL-FIELDS.
           05  LV-PERIOD-FROM              PIC 9(08)   VALUE ZERO.
           05  LV-PERIOD-TO                PIC 9(08)   VALUE ZERO.
           05  LV-THRESHOLD                PIC 9(09)V99 VALUE ZERO.
           05  LV-NEAR-PERCENT             PIC 9(03)   VALUE ZERO.
           05  LV-WINDOW-DAYS              PIC 9(02)   VALUE ZERO.
           05  LV-NEAR-FLOOR               PIC 9(09)V99 VALUE ZERO.

       77  LV-START-TIME                   PIC 9(08)   VALUE ZERO.

      *    THE QUALIFYING CASH TYPE CODES OFF THE PARAMETER FILE.
       01  LV-TYPE-TABLE.
           05  LV-TYPE-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  LV-TYPE-ENTRY OCCURS 50 TIMES
                   INDEXED BY LV-TYPE-IX.
               10  LV-TYPE-CODE            PIC X(02).

      *    THE BUSINESS DATES IN PLAY, ASCENDING: FIRST UP TO WINDOW
      *    PROCESSED DATES BEFORE THE PERIOD (THE LOOK-BACK A RUN
      *    CROSSING INTO THE PERIOD NEEDS), THEN EVERY PROCESSED
      *    DATE IN THE PERIOD.  LV-PRIOR-COUNT OF THEM ARE BEFORE
      *    THE PERIOD, SO A SUBSCRIPT ABOVE IT IS IN THE PERIOD AND
      *    ADJACENT SUBSCRIPTS ARE CONSECUTIVE BUSINESS DATES.
       01  LV-DATE-TABLE.
           05  LV-DATE-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  LV-PRIOR-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  LV-DATE-ENTRY OCCURS 450 TIMES.
               10  LV-DATE-VALUE           PIC 9(08).

      *    ONE ENTRY PER ACCOUNT AND BUSINESS DATE WITH QUALIFYING
      *    ACTIVITY, KEPT IN ACCOUNT THEN DATE ORDER SO A RUN OF
      *    CONSECUTIVE DATES FOR AN ACCOUNT IS A RUN OF ADJACENT
      *    ENTRIES.  THE DATE IS HELD AS ITS LV-DATE-TABLE SUBSCRIPT.
       01  LV-ACCOUNT-DAY-TABLE.
           05  LV-AD-COUNT                 PIC 9(05) COMP VALUE ZERO.
           05  LV-AD-ENTRY OCCURS 10000 TIMES.
               10  LV-AD-KEY.
                   15  LV-AD-ACCOUNT       PIC X(12).
                   15  LV-AD-DATE-SUB      PIC 9(04).
               10  LV-AD-ITEMS             PIC 9(05) COMP.
               10  LV-AD-TOTAL             PIC S9(13)V99 COMP-3.

      *    BINARY-SEARCH AND TABLE-SHIFT WORK FIELDS.
       01  LV-SEARCH-FIELDS.
           05  LV-LOW                      PIC S9(05) COMP.
           05  LV-HIGH                     PIC S9(05) COMP.
           05  LV-MID                      PIC S9(05) COMP.
           05  LV-SUB                      PIC S9(05) COMP.
           05  LV-SUB-NEXT                 PIC S9(05) COMP.
           05  LV-INSERT-AT                PIC S9(05) COMP.
           05  LV-SEARCH-DATE              PIC 9(08).
           05  LV-SEARCH-TYPE              PIC X(02).
           05  LV-DATE-SUB                 PIC 9(04).
           05  LV-SEARCH-AD-KEY.
               10  LV-SEARCH-ACCOUNT       PIC X(12).
               10  LV-SEARCH-DATE-SUB      PIC 9(04).
           05  LV-AD-SUB                   PIC S9(05) COMP.
           05  LV-ITEM-AMOUNT              PIC S9(09)V99 COMP-3.

      *    THE STRUCTURING RUN BEING FOLLOWED: ITS FIRST AND LAST
      *    ACCOUNT-DAY ENTRIES, ITS LENGTH IN BUSINESS DATES, AND
      *    (ONCE IT CLOSES) ITS TOTAL ACROSS THOSE ENTRIES.
       01  LV-RUN-FIELDS.
           05  LV-RUN-LENGTH               PIC 9(04) COMP VALUE ZERO.
           05  LV-RUN-FIRST                PIC S9(05) COMP VALUE ZERO.
           05  LV-RUN-LAST                 PIC S9(05) COMP VALUE ZERO.
           05  LV-RUN-QUALIFY-AT           PIC S9(05) COMP VALUE ZERO.
           05  LV-RUN-FILED                PIC 9(04) COMP VALUE ZERO.
           05  LV-RUN-TOTAL                PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.
           05  LV-CASE-TYPE                PIC X(01).

       01  LV-COUNTERS.
           05  LV-RESULTS-READ             PIC 9(09) COMP VALUE ZERO.
           05  LV-ITEMS-QUALIFYING         PIC 9(09) COMP VALUE ZERO.
           05  LV-ITEMS-REVERSED           PIC 9(09) COMP VALUE ZERO.
           05  LV-LARGE-VALUE-DAYS         PIC 9(07) COMP VALUE ZERO.
           05  LV-STRUCTURING-RUNS         PIC 9(07) COMP VALUE ZERO.
           05  LV-STRUCTURING-DAYS         PIC 9(07) COMP VALUE ZERO.
           05  LV-FILING-COUNT             PIC 9(07) COMP VALUE ZERO.
           05  LV-FILING-TOTAL             PIC S9(15)V99 COMP-3
                                                       VALUE ZERO.
           05  LV-REVERSED-DOLLARS         PIC S9(13)V99 COMP-3
                                                       VALUE ZERO.

       01  LV-DATE-EDIT-FIELDS.
           05  LV-DATE-IN                  PIC 9(08).
           05  LV-DATE-IN-X REDEFINES LV-DATE-IN.
               10  LV-DATE-IN-CCYY         PIC X(04).
               10  LV-DATE-IN-MM           PIC X(02).
               10  LV-DATE-IN-DD           PIC X(02).
           05  LV-DATE-EDIT-RESULT         PIC X(10).

       01  LV-REPORT-LINES.
           05  LV-CASE-HEADING.
               10  FILLER                  PIC X(14)   VALUE
                   'ACCOUNT'.
               10  FILLER                  PIC X(12)   VALUE
                   'BUS DATE'.
               10  FILLER                  PIC X(06)   VALUE
                   ' ITEMS'.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FILLER                  PIC X(18)   VALUE
                   '         DAY TOTAL'.
               10  FILLER                  PIC X(06)   VALUE SPACES.
               10  FILLER                  PIC X(06)   VALUE 'CASE'.
               10  FILLER                  PIC X(10)   VALUE
                   'RUN START'.
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  FILLER                  PIC X(08)   VALUE
                   'RUN DAYS'.
               10  FILLER                  PIC X(18)   VALUE
                   '         RUN TOTAL'.
               10  FILLER                  PIC X(28)   VALUE SPACES.
           05  LV-CASE-LINE.
               10  LV-CASE-ACCOUNT         PIC X(12).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  LV-CASE-DATE            PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  LV-CASE-ITEMS           PIC ZZ,ZZ9.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  LV-CASE-TOTAL           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(06)   VALUE SPACES.
               10  LV-CASE-KIND            PIC X(01).
               10  FILLER                  PIC X(05)   VALUE SPACES.
               10  LV-CASE-RUN-START       PIC X(10).
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  LV-CASE-RUN-DAYS        PIC ZZ9.
               10  LV-CASE-RUN-DAYS-X REDEFINES LV-CASE-RUN-DAYS
                                           PIC X(03).
               10  FILLER                  PIC X(05)   VALUE SPACES.
               10  LV-CASE-RUN-TOTAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  LV-CASE-RUN-TOTAL-X REDEFINES LV-CASE-RUN-TOTAL
                                           PIC X(18).
               10  FILLER                  PIC X(28)   VALUE SPACES.
           05  LV-RUN-TOTAL-LINE.
               10  LV-RT-ACCOUNT           PIC X(12).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  LV-RT-FROM-DATE         PIC X(10).
               10  FILLER                  PIC X(04)   VALUE ' TO '.
               10  LV-RT-TO-DATE           PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FILLER                  PIC X(38)   VALUE
                   'STRUCTURING RUN TOTAL'.
               10  LV-RT-DAYS              PIC ZZ9.
               10  FILLER                  PIC X(05)   VALUE SPACES.
               10  LV-RT-TOTAL             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(28)   VALUE SPACES.
           05  LV-AMOUNT-LINE.
               10  LV-AMT-LABEL            PIC X(30).
               10  LV-AMT-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(84)   VALUE SPACES.
           05  LV-COUNT-LINE.
               10  LV-CNT-LABEL            PIC X(30).
               10  LV-CNT-VALUE            PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(91)   VALUE SPACES.
           05  LV-BLANK-LINE               PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT LV-ABEND
               PERFORM 2000-COLLECT-DATES THRU 2000-EXIT
           END-IF
           IF NOT LV-ABEND AND NOT LV-NOTHING-ON-FILE
               PERFORM 3000-ACCUMULATE-ACTIVITY THRU 3000-EXIT
           END-IF
           IF NOT LV-ABEND AND NOT LV-NOTHING-ON-FILE
               PERFORM 4000-REPORT-LARGE-VALUE THRU 4000-EXIT
               PERFORM 5000-REPORT-STRUCTURING THRU 5000-EXIT
           END-IF
           IF NOT LV-ABEND
               PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           .
       9999-EXIT.
           GOBACK
           .
      *---------------------------------------------------------------*
      * 1000-INITIALIZE - PICK UP THE PERIOD (THE BUSINESS DATE
      * UNLESS A PERIOD CARD SAYS OTHERWISE) AND THE PARAMETERS,
      * OPEN THE LISTING AND THE FILING EXTRACT, AND WRITE THE
      * EXTRACT HEADER.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT LV-START-TIME FROM TIME
           OPEN INPUT BUSDATE-FILE
           IF LV-BUSDATE-STATUS NOT = '00'
               DISPLAY 'LVALRPT: UNABLE TO OPEN BUSDATE, STATUS='
                   LV-BUSDATE-STATUS
               SET LV-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ BUSDATE-FILE INTO BD-CONTROL-RECORD
               AT END
                   DISPLAY 'LVALRPT: BUSDATE CONTROL FILE IS EMPTY'
                   SET LV-ABEND TO TRUE
           END-READ
           CLOSE BUSDATE-FILE
           IF LV-ABEND
               GO TO 1000-EXIT
           END-IF
           IF BD-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'LVALRPT: BUSDATE CONTROL RECORD UNREADABLE'
               SET LV-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE BD-BUSINESS-DATE TO LV-PERIOD-FROM
           MOVE BD-BUSINESS-DATE TO LV-PERIOD-TO
           PERFORM 1100-READ-PERIOD-CARD THRU 1100-EXIT
           IF LV-ABEND
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT
           IF LV-ABEND
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT CASE-RPT
           IF LV-CASE-RPT-STATUS NOT = '00'
               DISPLAY 'LVALRPT: UNABLE TO OPEN CASERPT, STATUS='
                   LV-CASE-RPT-STATUS
               SET LV-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT FILING-FILE
           IF LV-FILING-STATUS NOT = '00'
               DISPLAY 'LVALRPT: UNABLE TO OPEN FILEXTR, STATUS='
                   LV-FILING-STATUS
               SET LV-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES          TO FILING-HEADER-RECORD
           MOVE 'H'             TO FH-RECORD-TYPE
           MOVE 'SUBPROG'       TO FH-SOURCE-SYSTEM
           MOVE LV-PERIOD-FROM  TO FH-PERIOD-FROM
           MOVE LV-PERIOD-TO    TO FH-PERIOD-TO
           ACCEPT FH-CREATED-DATE FROM DATE YYYYMMDD
           MOVE LV-START-TIME   TO FH-CREATED-TIME
           MOVE LV-THRESHOLD    TO FH-THRESHOLD
           MOVE LV-NEAR-PERCENT TO FH-NEAR-PERCENT
           MOVE LV-WINDOW-DAYS  TO FH-WINDOW-DAYS
           WRITE FILING-HEADER-RECORD
           PERFORM 1500-WRITE-REPORT-HEADING THRU 1500-EXIT
           .
       1000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1100-READ-PERIOD-CARD - AN ABSENT OR EMPTY SYSIN LEAVES THE
      * PERIOD AT THE BUSINESS DATE.  A CARD THAT IS THERE BUT
      * CANNOT BE READ STOPS THE RUN RATHER THAN FILE THE WRONG
      * PERIOD.
      *---------------------------------------------------------------*
       1100-READ-PERIOD-CARD.
           OPEN INPUT CONTROL-CARDS
           IF LV-CARDS-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF
           READ CONTROL-CARDS
               AT END
                   CLOSE CONTROL-CARDS
                   GO TO 1100-EXIT
           END-READ
           CLOSE CONTROL-CARDS
           IF CONTROL-CARD = SPACES
               GO TO 1100-EXIT
           END-IF
           IF CC-KEYWORD NOT = 'PERIOD  '
               OR CC-FROM-DATE NOT NUMERIC
               OR CC-TO-DATE NOT NUMERIC
               DISPLAY 'LVALRPT: SYSIN CARD UNREADABLE - EXPECTED '
                   'PERIOD CCYYMMDD CCYYMMDD'
               SET LV-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF CC-FROM-DATE > CC-TO-DATE
               DISPLAY 'LVALRPT: PERIOD FROM-DATE ' CC-FROM-DATE
                   ' IS AFTER TO-DATE ' CC-TO-DATE
               SET LV-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE CC-FROM-DATE TO LV-PERIOD-FROM
           MOVE CC-TO-DATE   TO LV-PERIOD-TO
           .
       1100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1200-LOAD-PARAMETERS - THE PARAMETER FILE IS PART OF THE
      * STARTUP CONTRACT: MISSING, A MALFORMED OR UNKNOWN CARD, A
      * REPEATED SETTING, OR ANY SETTING LEFT OUT FAILS THE STEP
      * BEFORE THE MASTER IS READ.
      *---------------------------------------------------------------*
       1200-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF LV-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'LVALRPT: UNABLE TO OPEN LVPARM, STATUS='
                   LV-PARM-FILE-STATUS
               SET LV-ABEND TO TRUE
               GO TO 1200-EXIT
           END-IF
           MOVE 'N' TO LV-EOF-SW
           PERFORM 1250-LOAD-ONE-PARM-CARD THRU 1250-EXIT
               UNTIL LV-EOF-CURRENT-FILE OR LV-ABEND
           CLOSE PARM-FILE
           IF LV-ABEND
               GO TO 1200-EXIT
           END-IF
           IF LV-THRESHOLD = ZERO
               DISPLAY 'LVALRPT: LVPARM HAS NO THRESHLD CARD'
               SET LV-ABEND TO TRUE
           END-IF
           IF LV-NEAR-PERCENT = ZERO
               DISPLAY 'LVALRPT: LVPARM HAS NO NEARPCT CARD'
               SET LV-ABEND TO TRUE
           END-IF
           IF LV-WINDOW-DAYS = ZERO
               DISPLAY 'LVALRPT: LVPARM HAS NO WINDOW CARD'
               SET LV-ABEND TO TRUE
           END-IF
           IF LV-TYPE-COUNT = ZERO
               DISPLAY 'LVALRPT: LVPARM HAS NO CASHTYPE CARD'
               SET LV-ABEND TO TRUE
           END-IF
           IF LV-ABEND
               GO TO 1200-EXIT
           END-IF
           COMPUTE LV-NEAR-FLOOR ROUNDED =
               LV-THRESHOLD * LV-NEAR-PERCENT / 100
           .
       1200-EXIT.
           EXIT
           .
       1250-LOAD-ONE-PARM-CARD.
           READ PARM-FILE
               AT END
                   SET LV-EOF-CURRENT-FILE TO TRUE
                   GO TO 1250-EXIT
           END-READ
           IF PARM-CARD = SPACES
               OR PARM-CARD(1:1) = '*'
               GO TO 1250-EXIT
           END-IF
           EVALUATE PC-KEYWORD
               WHEN 'THRESHLD'
                   IF PC-AMOUNT NOT NUMERIC OR PC-AMOUNT = ZERO
                       OR LV-THRESHOLD NOT = ZERO
                       PERFORM 1290-REFUSE-PARM-CARD THRU 1290-EXIT
                   ELSE
                       MOVE PC-AMOUNT TO LV-THRESHOLD
                   END-IF
               WHEN 'NEARPCT '
                   IF PC-PERCENT NOT NUMERIC
                       OR PC-PERCENT = ZERO
                       OR PC-PERCENT > 99
                       OR LV-NEAR-PERCENT NOT = ZERO
                       PERFORM 1290-REFUSE-PARM-CARD THRU 1290-EXIT
                   ELSE
                       MOVE PC-PERCENT TO LV-NEAR-PERCENT
                   END-IF
               WHEN 'WINDOW  '
                   IF PC-DAYS NOT NUMERIC
                       OR PC-DAYS < 2
                       OR PC-DAYS > 31
                       OR LV-WINDOW-DAYS NOT = ZERO
                       PERFORM 1290-REFUSE-PARM-CARD THRU 1290-EXIT
                   ELSE
                       MOVE PC-DAYS TO LV-WINDOW-DAYS
                   END-IF
               WHEN 'CASHTYPE'
                   PERFORM 1270-ADD-CASH-TYPE THRU 1270-EXIT
               WHEN OTHER
                   PERFORM 1290-REFUSE-PARM-CARD THRU 1290-EXIT
           END-EVALUATE
           .
       1250-EXIT.
           EXIT
           .
       1270-ADD-CASH-TYPE.
           IF PC-TYPE-CODE = SPACES
               PERFORM 1290-REFUSE-PARM-CARD THRU 1290-EXIT
               GO TO 1270-EXIT
           END-IF
           MOVE PC-TYPE-CODE TO LV-SEARCH-TYPE
           PERFORM 3200-FIND-CASH-TYPE THRU 3200-EXIT
           IF LV-ENTRY-FOUND
               DISPLAY 'LVALRPT: DUPLICATE CASHTYPE CARD FOR TYPE '
                   PC-TYPE-CODE
               SET LV-ABEND TO TRUE
               GO TO 1270-EXIT
           END-IF
           IF LV-TYPE-COUNT >= 50
               DISPLAY 'LVALRPT: MORE THAN 50 CASHTYPE CARDS'
               SET LV-ABEND TO TRUE
               GO TO 1270-EXIT
           END-IF
           ADD 1 TO LV-TYPE-COUNT
           SET LV-TYPE-IX TO LV-TYPE-COUNT
           MOVE PC-TYPE-CODE TO LV-TYPE-CODE (LV-TYPE-IX)
           .
       1270-EXIT.
           EXIT
           .
       1290-REFUSE-PARM-CARD.
           DISPLAY 'LVALRPT: MALFORMED OR REPEATED LVPARM CARD: '
               PARM-CARD(1:20)
           SET LV-ABEND TO TRUE
           .
       1290-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1500-WRITE-REPORT-HEADING - THE LISTING OPENS WITH THE
      * PERIOD AND THE PARAMETERS IT WAS RUN AGAINST.
      *---------------------------------------------------------------*
       1500-WRITE-REPORT-HEADING.
           MOVE SPACES TO CASE-RPT-RECORD
           MOVE LV-PERIOD-FROM TO LV-DATE-IN
           PERFORM 8900-EDIT-DATE THRU 8900-EXIT
           STRING 'LARGE-VALUE AND STRUCTURING REPORT - '
               DELIMITED BY SIZE
               LV-DATE-EDIT-RESULT DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               INTO CASE-RPT-RECORD
           MOVE LV-PERIOD-TO TO LV-DATE-IN
           PERFORM 8900-EDIT-DATE THRU 8900-EXIT
           MOVE LV-DATE-EDIT-RESULT TO CASE-RPT-RECORD(52:10)
           WRITE CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD FROM LV-BLANK-LINE
           MOVE 'REPORTING THRESHOLD         : ' TO LV-AMT-LABEL
           MOVE LV-THRESHOLD                    TO LV-AMT-VALUE
           WRITE CASE-RPT-RECORD FROM LV-AMOUNT-LINE
           MOVE 'NEAR-THRESHOLD FLOOR        : ' TO LV-AMT-LABEL
           MOVE LV-NEAR-FLOOR                   TO LV-AMT-VALUE
           WRITE CASE-RPT-RECORD FROM LV-AMOUNT-LINE
           MOVE 'CONSECUTIVE BUSINESS DATES  : ' TO LV-CNT-LABEL
           MOVE LV-WINDOW-DAYS                  TO LV-CNT-VALUE
           WRITE CASE-RPT-RECORD FROM LV-COUNT-LINE
           MOVE SPACES TO CASE-RPT-RECORD
           MOVE 'QUALIFYING CASH TYPES       : ' TO CASE-RPT-RECORD
           MOVE 31 TO LV-SUB
           PERFORM 1550-LIST-ONE-TYPE THRU 1550-EXIT
               VARYING LV-TYPE-IX FROM 1 BY 1
               UNTIL LV-TYPE-IX > LV-TYPE-COUNT
           WRITE CASE-RPT-RECORD
           MOVE SPACES TO CASE-RPT-RECORD
           STRING 'AMOUNTS ARE BASE CURRENCY, GROSS OF SIGN; '
               'REVERSED RESULTS ARE NETTED OUT'
               DELIMITED BY SIZE INTO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           .
       1500-EXIT.
           EXIT
           .
       1550-LIST-ONE-TYPE.
           IF LV-SUB > 129
               GO TO 1550-EXIT
           END-IF
           MOVE LV-TYPE-CODE (LV-TYPE-IX) TO CASE-RPT-RECORD(LV-SUB:2)
           ADD 3 TO LV-SUB
           .
       1550-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2000-COLLECT-DATES - FIRST PASS OF THE MASTER: TABLE EVERY
      * PROCESSED DATE IN THE PERIOD AND THE LAST WINDOW PROCESSED
      * DATES BEFORE IT.  A PERIOD WITH NO RESULTS ON FILE AT ALL
      * IS REPORTED AND NOT SEARCHED FURTHER.
      *---------------------------------------------------------------*
       2000-COLLECT-DATES.
           OPEN INPUT RESULT-MASTER
           IF LV-MASTER-STATUS NOT = '00'
               DISPLAY 'LVALRPT: UNABLE TO OPEN RSLTMSTR, STATUS='
                   LV-MASTER-STATUS
               SET LV-ABEND TO TRUE
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO LV-EOF-SW
           PERFORM 2100-COLLECT-ONE-DATE THRU 2100-EXIT
               UNTIL LV-EOF-CURRENT-FILE OR LV-ABEND
           CLOSE RESULT-MASTER
           IF LV-ABEND
               GO TO 2000-EXIT
           END-IF
           IF LV-DATE-COUNT = LV-PRIOR-COUNT
               SET LV-NOTHING-ON-FILE TO TRUE
               DISPLAY 'LVALRPT: NO RESULTS ON RSLTMSTR FOR THE '
                   'PERIOD ' LV-PERIOD-FROM ' TO ' LV-PERIOD-TO
               WRITE CASE-RPT-RECORD FROM LV-BLANK-LINE
               MOVE SPACES TO CASE-RPT-RECORD
               STRING '*** NO RESULTS ON FILE FOR THE PERIOD - '
                   'NOTHING COULD BE REPORTED ***'
                   DELIMITED BY SIZE INTO CASE-RPT-RECORD
               WRITE CASE-RPT-RECORD
           END-IF
           .
       2000-EXIT.
           EXIT
           .
       2100-COLLECT-ONE-DATE.
           READ RESULT-MASTER NEXT RECORD
               AT END
                   SET LV-EOF-CURRENT-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF MST-RUN-DATE > LV-PERIOD-TO
               GO TO 2100-EXIT
           END-IF
           MOVE MST-RUN-DATE TO LV-SEARCH-DATE
           PERFORM 8100-FIND-DATE THRU 8100-EXIT
           IF LV-ENTRY-FOUND
               GO TO 2100-EXIT
           END-IF
           IF MST-RUN-DATE >= LV-PERIOD-FROM
               IF LV-DATE-COUNT >= 450
                   DISPLAY 'LVALRPT: MORE THAN 450 BUSINESS DATES - '
                       'SHORTEN THE PERIOD AND RERUN'
                   SET LV-ABEND TO TRUE
                   GO TO 2100-EXIT
               END-IF
               PERFORM 2400-INSERT-DATE THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF
      *    BEFORE THE PERIOD: KEEP ONLY THE LATEST WINDOW OF THEM.
      *    WHEN THE LOOK-BACK IS FULL A NEWER DATE PUSHES OUT THE
      *    OLDEST, AND AN OLDER ONE IS NOT WANTED.
           IF LV-PRIOR-COUNT >= LV-WINDOW-DAYS
               IF MST-RUN-DATE < LV-DATE-VALUE (1)
                   GO TO 2100-EXIT
               END-IF
               PERFORM 2500-DROP-OLDEST-DATE THRU 2500-EXIT
           END-IF
           PERFORM 2400-INSERT-DATE THRU 2400-EXIT
           ADD 1 TO LV-PRIOR-COUNT
           .
       2100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2400-INSERT-DATE - PUT LV-SEARCH-DATE INTO THE DATE TABLE
      * AT LV-INSERT-AT, WHERE 8100 LEFT IT, SHIFTING THE LATER
      * DATES UP ONE.
      *---------------------------------------------------------------*
       2400-INSERT-DATE.
           PERFORM 2450-SHIFT-ONE-DATE-UP THRU 2450-EXIT
               VARYING LV-SUB FROM LV-DATE-COUNT BY -1
               UNTIL LV-SUB < LV-INSERT-AT
           MOVE LV-SEARCH-DATE TO LV-DATE-VALUE (LV-INSERT-AT)
           ADD 1 TO LV-DATE-COUNT
           .
       2400-EXIT.
           EXIT
           .
       2450-SHIFT-ONE-DATE-UP.
           COMPUTE LV-SUB-NEXT = LV-SUB + 1
           MOVE LV-DATE-VALUE (LV-SUB) TO LV-DATE-VALUE (LV-SUB-NEXT)
           .
       2450-EXIT.
           EXIT
           .
       2500-DROP-OLDEST-DATE.
           PERFORM 2550-SHIFT-ONE-DATE-DOWN THRU 2550-EXIT
               VARYING LV-SUB FROM 2 BY 1
               UNTIL LV-SUB > LV-DATE-COUNT
           SUBTRACT 1 FROM LV-DATE-COUNT
           SUBTRACT 1 FROM LV-PRIOR-COUNT
           SUBTRACT 1 FROM LV-INSERT-AT
           .
       2500-EXIT.
           EXIT
           .
       2550-SHIFT-ONE-DATE-DOWN.
           COMPUTE LV-SUB-NEXT = LV-SUB - 1
           MOVE LV-DATE-VALUE (LV-SUB) TO LV-DATE-VALUE (LV-SUB-NEXT)
           .
       2550-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3000-ACCUMULATE-ACTIVITY - SECOND PASS OF THE MASTER: TOTAL
      * EVERY QUALIFYING ITEM ON A TABLED DATE UNDER ITS ACCOUNT
      * AND DATE.
      *---------------------------------------------------------------*
       3000-ACCUMULATE-ACTIVITY.
           OPEN INPUT RESULT-MASTER
           IF LV-MASTER-STATUS NOT = '00'
               DISPLAY 'LVALRPT: UNABLE TO REOPEN RSLTMSTR, STATUS='
                   LV-MASTER-STATUS
               SET LV-ABEND TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO LV-EOF-SW
           PERFORM 3100-ACCUMULATE-ONE-RESULT THRU 3100-EXIT
               UNTIL LV-EOF-CURRENT-FILE OR LV-ABEND
           CLOSE RESULT-MASTER
           .
       3000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3100-ACCUMULATE-ONE-RESULT - ONLY A QUALIFYING CASH TYPE
      * THAT STOOD COUNTS.  A RESULT SINCE REVERSED IS NETTED OUT
      * (TALLIED FOR THE LISTING, NOT TOTALLED); THE REVERSAL ITEM
      * ITSELF (RC 3) AND A REJECTED ITEM (RC 9) MOVED NO MONEY.
      * THE AMOUNT IS THE BASE-CURRENCY EQUIVALENT; A RESULT WITH
      * NO CURRENCY PREDATES THE TAGGING AND ITS AMOUNT IS BASE.
      *---------------------------------------------------------------*
       3100-ACCUMULATE-ONE-RESULT.
           READ RESULT-MASTER NEXT RECORD
               AT END
                   SET LV-EOF-CURRENT-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO LV-RESULTS-READ
           IF MST-RUN-DATE > LV-PERIOD-TO
               OR MST-RUN-DATE < LV-DATE-VALUE (1)
               GO TO 3100-EXIT
           END-IF
           IF MST-RETURN-CODE = 3 OR MST-RETURN-CODE = 9
               GO TO 3100-EXIT
           END-IF
           MOVE MST-TYPE-CODE TO LV-SEARCH-TYPE
           PERFORM 3200-FIND-CASH-TYPE THRU 3200-EXIT
           IF NOT LV-ENTRY-FOUND
               GO TO 3100-EXIT
           END-IF
           MOVE MST-RUN-DATE TO LV-SEARCH-DATE
           PERFORM 8100-FIND-DATE THRU 8100-EXIT
           IF NOT LV-ENTRY-FOUND
               GO TO 3100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN MST-BASE-AMOUNT IS NUMERIC
                   MOVE MST-BASE-AMOUNT TO LV-ITEM-AMOUNT
               WHEN MST-CURRENCY-CODE = SPACES
                   AND MST-AMOUNT IS NUMERIC
                   MOVE MST-AMOUNT      TO LV-ITEM-AMOUNT
               WHEN OTHER
                   MOVE ZERO            TO LV-ITEM-AMOUNT
           END-EVALUATE
           IF LV-ITEM-AMOUNT < ZERO
               COMPUTE LV-ITEM-AMOUNT = ZERO - LV-ITEM-AMOUNT
           END-IF
           IF MST-RESULT-REVERSED
               ADD 1              TO LV-ITEMS-REVERSED
               ADD LV-ITEM-AMOUNT TO LV-REVERSED-DOLLARS
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO LV-ITEMS-QUALIFYING
           MOVE MST-ACCOUNT-NO TO LV-SEARCH-ACCOUNT
           MOVE LV-DATE-SUB    TO LV-SEARCH-DATE-SUB
           PERFORM 8200-FIND-ACCOUNT-DAY THRU 8200-EXIT
           IF NOT LV-ENTRY-FOUND
               PERFORM 3300-INSERT-ACCOUNT-DAY THRU 3300-EXIT
               IF LV-ABEND
                   GO TO 3100-EXIT
               END-IF
           END-IF
           ADD 1              TO LV-AD-ITEMS (LV-AD-SUB)
           ADD LV-ITEM-AMOUNT TO LV-AD-TOTAL (LV-AD-SUB)
           .
       3100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3200-FIND-CASH-TYPE - LOOK LV-SEARCH-TYPE UP ON THE TABLE OF
      * QUALIFYING TYPES.
      *---------------------------------------------------------------*
       3200-FIND-CASH-TYPE.
           MOVE 'N' TO LV-FOUND-SW
           SET LV-TYPE-IX TO 1
           SEARCH LV-TYPE-ENTRY
               AT END
                   CONTINUE
               WHEN LV-TYPE-IX > LV-TYPE-COUNT
                   CONTINUE
               WHEN LV-TYPE-CODE (LV-TYPE-IX) = LV-SEARCH-TYPE
                   SET LV-ENTRY-FOUND TO TRUE
           END-SEARCH
           .
       3200-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3300-INSERT-ACCOUNT-DAY - OPEN A NEW ACCOUNT-DAY ENTRY AT
      * LV-INSERT-AT, WHERE 8200 LEFT IT, SHIFTING THE LATER
      * ENTRIES UP ONE SO THE TABLE STAYS IN ACCOUNT-DATE ORDER.
      *---------------------------------------------------------------*
       3300-INSERT-ACCOUNT-DAY.
           IF LV-AD-COUNT >= 10000
               DISPLAY 'LVALRPT: MORE THAN 10000 ACCOUNT-DAYS OF '
                   'QUALIFYING ACTIVITY - SHORTEN THE PERIOD AND '
                   'RERUN'
               SET LV-ABEND TO TRUE
               GO TO 3300-EXIT
           END-IF
           PERFORM 3350-SHIFT-ONE-ENTRY-UP THRU 3350-EXIT
               VARYING LV-SUB FROM LV-AD-COUNT BY -1
               UNTIL LV-SUB < LV-INSERT-AT
           MOVE LV-SEARCH-AD-KEY TO LV-AD-KEY (LV-INSERT-AT)
           MOVE ZERO             TO LV-AD-ITEMS (LV-INSERT-AT)
           MOVE ZERO             TO LV-AD-TOTAL (LV-INSERT-AT)
           ADD 1 TO LV-AD-COUNT
           MOVE LV-INSERT-AT TO LV-AD-SUB
           .
       3300-EXIT.
           EXIT
           .
       3350-SHIFT-ONE-ENTRY-UP.
           COMPUTE LV-SUB-NEXT = LV-SUB + 1
           MOVE LV-AD-ENTRY (LV-SUB) TO LV-AD-ENTRY (LV-SUB-NEXT)
           .
       3350-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4000-REPORT-LARGE-VALUE - EVERY ACCOUNT-DAY IN THE PERIOD
      * AT OR OVER THE THRESHOLD IS A CASE AND A FILING RECORD.
      *---------------------------------------------------------------*
       4000-REPORT-LARGE-VALUE.
           WRITE CASE-RPT-RECORD FROM LV-BLANK-LINE
           MOVE SPACES TO CASE-RPT-RECORD
           STRING 'LARGE-VALUE ACCOUNT-DAYS - TOTAL FOR ONE BUSINESS '
               'DATE AT OR OVER THE THRESHOLD'
               DELIMITED BY SIZE INTO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD FROM LV-CASE-HEADING
           MOVE 'L' TO LV-CASE-TYPE
           PERFORM 4100-CHECK-ONE-DAY THRU 4100-EXIT
               VARYING LV-AD-SUB FROM 1 BY 1
               UNTIL LV-AD-SUB > LV-AD-COUNT
           IF LV-LARGE-VALUE-DAYS = ZERO
               MOVE SPACES TO CASE-RPT-RECORD
               STRING '(NONE)' DELIMITED BY SIZE INTO CASE-RPT-RECORD
               WRITE CASE-RPT-RECORD
           END-IF
           .
       4000-EXIT.
           EXIT
           .
       4100-CHECK-ONE-DAY.
           IF LV-AD-DATE-SUB (LV-AD-SUB) <= LV-PRIOR-COUNT
               OR LV-AD-TOTAL (LV-AD-SUB) < LV-THRESHOLD
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO LV-LARGE-VALUE-DAYS
           MOVE ZERO TO LV-RUN-FIRST
           MOVE ZERO TO LV-RUN-LENGTH
           PERFORM 6000-FILE-ACCOUNT-DAY THRU 6000-EXIT
           .
       4100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5000-REPORT-STRUCTURING - WALK THE ACCOUNT-DAYS IN ACCOUNT-
      * DATE ORDER FOLLOWING RUNS OF CONSECUTIVE NEAR-THRESHOLD
      * DATES.  A DAY OFF THE BAND, A GAP IN THE DATES, OR A NEW
      * ACCOUNT ENDS THE RUN, AND 5200 DECIDES WHETHER IT FILES.
      *---------------------------------------------------------------*
       5000-REPORT-STRUCTURING.
           WRITE CASE-RPT-RECORD FROM LV-BLANK-LINE
           MOVE SPACES TO CASE-RPT-RECORD
           STRING 'POSSIBLE STRUCTURING - CONSECUTIVE BUSINESS DATES '
               'JUST UNDER THE THRESHOLD'
               DELIMITED BY SIZE INTO CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD
           WRITE CASE-RPT-RECORD FROM LV-CASE-HEADING
           MOVE 'S'  TO LV-CASE-TYPE
           MOVE ZERO TO LV-RUN-LENGTH
           PERFORM 5100-FOLLOW-ONE-DAY THRU 5100-EXIT
               VARYING LV-AD-SUB FROM 1 BY 1
               UNTIL LV-AD-SUB > LV-AD-COUNT
           PERFORM 5200-CLOSE-RUN THRU 5200-EXIT
           IF LV-STRUCTURING-RUNS = ZERO
               MOVE SPACES TO CASE-RPT-RECORD
               STRING '(NONE)' DELIMITED BY SIZE INTO CASE-RPT-RECORD
               WRITE CASE-RPT-RECORD
           END-IF
           .
       5000-EXIT.
           EXIT
           .
       5100-FOLLOW-ONE-DAY.
           MOVE 'N' TO LV-NEAR-SW
           IF LV-AD-TOTAL (LV-AD-SUB) >= LV-NEAR-FLOOR
               AND LV-AD-TOTAL (LV-AD-SUB) < LV-THRESHOLD
               SET LV-DAY-IS-NEAR TO TRUE
           END-IF
           IF NOT LV-DAY-IS-NEAR
               PERFORM 5200-CLOSE-RUN THRU 5200-EXIT
               GO TO 5100-EXIT
           END-IF
           IF LV-RUN-LENGTH > ZERO
               IF LV-AD-ACCOUNT (LV-AD-SUB) =
                       LV-AD-ACCOUNT (LV-RUN-LAST)
                   AND LV-AD-DATE-SUB (LV-AD-SUB) =
                       LV-AD-DATE-SUB (LV-RUN-LAST) + 1
                   ADD 1 TO LV-RUN-LENGTH
                   MOVE LV-AD-SUB TO LV-RUN-LAST
                   GO TO 5100-EXIT
               END-IF
               PERFORM 5200-CLOSE-RUN THRU 5200-EXIT
           END-IF
           MOVE 1         TO LV-RUN-LENGTH
           MOVE LV-AD-SUB TO LV-RUN-FIRST
           MOVE LV-AD-SUB TO LV-RUN-LAST
           .
       5100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5200-CLOSE-RUN - A RUN SHORTER THAN THE WINDOW IS NOT A
      * CASE.  ONE THAT REACHED THE WINDOW ON A DATE IN THE PERIOD
      * FILES EVERY DAY OF THE RUN; ONE THAT HAD ALREADY REACHED
      * IT BEFORE THE PERIOD WAS FILED THEN, SO ONLY ITS DAYS IN
      * THE PERIOD FILE NOW.  THE RUN TOTAL IS OVER EVERY DAY OF THE
      * RUN EITHER WAY, AND A RUN THAT FILED IS CLOSED ON THE LISTING
      * WITH ITS RUN TOTAL LINE.
      *---------------------------------------------------------------*
       5200-CLOSE-RUN.
           IF LV-RUN-LENGTH < LV-WINDOW-DAYS
               MOVE ZERO TO LV-RUN-LENGTH
               GO TO 5200-EXIT
           END-IF
           COMPUTE LV-RUN-QUALIFY-AT =
               LV-RUN-FIRST + LV-WINDOW-DAYS - 1
           MOVE ZERO TO LV-RUN-TOTAL
           PERFORM 5250-ADD-ONE-RUN-DAY THRU 5250-EXIT
               VARYING LV-SUB FROM LV-RUN-FIRST BY 1
               UNTIL LV-SUB > LV-RUN-LAST
           MOVE ZERO TO LV-RUN-FILED
           PERFORM 5300-FILE-ONE-RUN-DAY THRU 5300-EXIT
               VARYING LV-SUB FROM LV-RUN-FIRST BY 1
               UNTIL LV-SUB > LV-RUN-LAST
           IF LV-RUN-FILED > ZERO
               ADD 1 TO LV-STRUCTURING-RUNS
               PERFORM 5400-WRITE-RUN-TOTAL THRU 5400-EXIT
               WRITE CASE-RPT-RECORD FROM LV-BLANK-LINE
           END-IF
           MOVE ZERO TO LV-RUN-LENGTH
           .
       5200-EXIT.
           EXIT
           .
       5250-ADD-ONE-RUN-DAY.
           ADD LV-AD-TOTAL (LV-SUB) TO LV-RUN-TOTAL
           .
       5250-EXIT.
           EXIT
           .
       5300-FILE-ONE-RUN-DAY.
           IF LV-AD-DATE-SUB (LV-RUN-QUALIFY-AT) <= LV-PRIOR-COUNT
               AND LV-AD-DATE-SUB (LV-SUB) <= LV-PRIOR-COUNT
               GO TO 5300-EXIT
           END-IF
           MOVE LV-AD-SUB TO LV-SUB-NEXT
           MOVE LV-SUB    TO LV-AD-SUB
           PERFORM 6000-FILE-ACCOUNT-DAY THRU 6000-EXIT
           MOVE LV-SUB-NEXT TO LV-AD-SUB
           ADD 1 TO LV-RUN-FILED
           ADD 1 TO LV-STRUCTURING-DAYS
           .
       5300-EXIT.
           EXIT
           .
       5400-WRITE-RUN-TOTAL.
           MOVE LV-AD-ACCOUNT (LV-RUN-FIRST)  TO LV-RT-ACCOUNT
           MOVE LV-AD-DATE-SUB (LV-RUN-FIRST) TO LV-DATE-SUB
           MOVE LV-DATE-VALUE (LV-DATE-SUB)   TO LV-DATE-IN
           PERFORM 8900-EDIT-DATE THRU 8900-EXIT
           MOVE LV-DATE-EDIT-RESULT           TO LV-RT-FROM-DATE
           MOVE LV-AD-DATE-SUB (LV-RUN-LAST)  TO LV-DATE-SUB
           MOVE LV-DATE-VALUE (LV-DATE-SUB)   TO LV-DATE-IN
           PERFORM 8900-EDIT-DATE THRU 8900-EXIT
           MOVE LV-DATE-EDIT-RESULT           TO LV-RT-TO-DATE
           MOVE LV-RUN-LENGTH                 TO LV-RT-DAYS
           MOVE LV-RUN-TOTAL                  TO LV-RT-TOTAL
           WRITE CASE-RPT-RECORD FROM LV-RUN-TOTAL-LINE
           .
       5400-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 6000-FILE-ACCOUNT-DAY - PRINT THE CASE LINE FOR ACCOUNT-DAY
      * LV-AD-SUB AND WRITE ITS FILING RECORD.  FOR A STRUCTURING
      * DAY THE RUN'S FIRST DATE, LENGTH AND TOTAL GO WITH IT.
      *---------------------------------------------------------------*
       6000-FILE-ACCOUNT-DAY.
           MOVE LV-AD-DATE-SUB (LV-AD-SUB) TO LV-DATE-SUB
           MOVE LV-AD-ACCOUNT (LV-AD-SUB)  TO LV-CASE-ACCOUNT
           MOVE LV-DATE-VALUE (LV-DATE-SUB) TO LV-DATE-IN
           PERFORM 8900-EDIT-DATE THRU 8900-EXIT
           MOVE LV-DATE-EDIT-RESULT         TO LV-CASE-DATE
           MOVE LV-AD-ITEMS (LV-AD-SUB)     TO LV-CASE-ITEMS
           MOVE LV-AD-TOTAL (LV-AD-SUB)     TO LV-CASE-TOTAL
           MOVE LV-CASE-TYPE                TO LV-CASE-KIND
           MOVE SPACES TO FILING-DETAIL-RECORD
           MOVE 'D'                         TO FD-RECORD-TYPE
           MOVE LV-AD-ACCOUNT (LV-AD-SUB)   TO FD-ACCOUNT-NO
           MOVE LV-DATE-VALUE (LV-DATE-SUB) TO FD-BUSINESS-DATE
           MOVE LV-CASE-TYPE                TO FD-CASE-TYPE
           MOVE LV-AD-ITEMS (LV-AD-SUB)     TO FD-ITEM-COUNT
           MOVE LV-AD-TOTAL (LV-AD-SUB)     TO FD-DAY-TOTAL
           MOVE LV-THRESHOLD                TO FD-THRESHOLD
           IF LV-RUN-LENGTH = ZERO
               MOVE SPACES TO LV-CASE-RUN-START
               MOVE SPACES TO LV-CASE-RUN-DAYS-X
               MOVE SPACES TO LV-CASE-RUN-TOTAL-X
               MOVE ZERO   TO FD-RUN-START-DATE
               MOVE ZERO   TO FD-RUN-DAYS
               MOVE ZERO   TO FD-RUN-TOTAL
           ELSE
               MOVE LV-AD-DATE-SUB (LV-RUN-FIRST) TO LV-DATE-SUB
               MOVE LV-DATE-VALUE (LV-DATE-SUB)   TO LV-DATE-IN
               PERFORM 8900-EDIT-DATE THRU 8900-EXIT
               MOVE LV-DATE-EDIT-RESULT         TO LV-CASE-RUN-START
               MOVE LV-RUN-LENGTH               TO LV-CASE-RUN-DAYS
               MOVE LV-DATE-VALUE (LV-DATE-SUB) TO FD-RUN-START-DATE
               MOVE LV-RUN-LENGTH               TO FD-RUN-DAYS
               MOVE LV-RUN-TOTAL                TO LV-CASE-RUN-TOTAL
               MOVE LV-RUN-TOTAL                TO FD-RUN-TOTAL
           END-IF
           WRITE CASE-RPT-RECORD FROM LV-CASE-LINE
           WRITE FILING-DETAIL-RECORD
           ADD 1 TO LV-FILING-COUNT
           ADD LV-AD-TOTAL (LV-AD-SUB) TO LV-FILING-TOTAL
           .
       6000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 7000-WRITE-TOTALS - THE LISTING'S CONTROL TOTALS AND THE
      * FILING EXTRACT'S TRAILER.
      *---------------------------------------------------------------*
       7000-WRITE-TOTALS.
           WRITE CASE-RPT-RECORD FROM LV-BLANK-LINE
           MOVE 'RESULTS READ                : ' TO LV-CNT-LABEL
           MOVE LV-RESULTS-READ                 TO LV-CNT-VALUE
           WRITE CASE-RPT-RECORD FROM LV-COUNT-LINE
           MOVE 'QUALIFYING ITEMS TOTALLED   : ' TO LV-CNT-LABEL
           MOVE LV-ITEMS-QUALIFYING             TO LV-CNT-VALUE
           WRITE CASE-RPT-RECORD FROM LV-COUNT-LINE
           MOVE 'REVERSED ITEMS NETTED OUT   : ' TO LV-CNT-LABEL
           MOVE LV-ITEMS-REVERSED               TO LV-CNT-VALUE
           WRITE CASE-RPT-RECORD FROM LV-COUNT-LINE
           MOVE 'REVERSED DOLLARS NETTED OUT : ' TO LV-AMT-LABEL
           MOVE LV-REVERSED-DOLLARS             TO LV-AMT-VALUE
           WRITE CASE-RPT-RECORD FROM LV-AMOUNT-LINE
           MOVE 'ACCOUNT-DAYS TOTALLED       : ' TO LV-CNT-LABEL
           MOVE LV-AD-COUNT                     TO LV-CNT-VALUE
           WRITE CASE-RPT-RECORD FROM LV-COUNT-LINE
           MOVE 'LARGE-VALUE ACCOUNT-DAYS    : ' TO LV-CNT-LABEL
           MOVE LV-LARGE-VALUE-DAYS             TO LV-CNT-VALUE
           WRITE CASE-RPT-RECORD FROM LV-COUNT-LINE
           MOVE 'STRUCTURING RUNS            : ' TO LV-CNT-LABEL
           MOVE LV-STRUCTURING-RUNS             TO LV-CNT-VALUE
           WRITE CASE-RPT-RECORD FROM LV-COUNT-LINE
           MOVE 'STRUCTURING ACCOUNT-DAYS    : ' TO LV-CNT-LABEL
           MOVE LV-STRUCTURING-DAYS             TO LV-CNT-VALUE
           WRITE CASE-RPT-RECORD FROM LV-COUNT-LINE
           MOVE 'FILING RECORDS WRITTEN      : ' TO LV-CNT-LABEL
           MOVE LV-FILING-COUNT                 TO LV-CNT-VALUE
           WRITE CASE-RPT-RECORD FROM LV-COUNT-LINE
           MOVE 'FILING AMOUNT TOTAL         : ' TO LV-AMT-LABEL
           MOVE LV-FILING-TOTAL                 TO LV-AMT-VALUE
           WRITE CASE-RPT-RECORD FROM LV-AMOUNT-LINE
           MOVE SPACES          TO FILING-TRAILER-RECORD
           MOVE 'T'             TO FT-RECORD-TYPE
           MOVE LV-PERIOD-FROM  TO FT-PERIOD-FROM
           MOVE LV-PERIOD-TO    TO FT-PERIOD-TO
           MOVE LV-FILING-COUNT TO FT-RECORD-COUNT
           MOVE LV-FILING-TOTAL TO FT-TOTAL-AMOUNT
           WRITE FILING-TRAILER-RECORD
           .
       7000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 8100-FIND-DATE - BINARY SEARCH OF THE DATE TABLE FOR
      * LV-SEARCH-DATE.  FOUND, LV-DATE-SUB IS ITS SUBSCRIPT; NOT
      * FOUND, LV-INSERT-AT IS WHERE IT BELONGS.
      *---------------------------------------------------------------*
       8100-FIND-DATE.
           MOVE 'N' TO LV-FOUND-SW
           MOVE 1 TO LV-LOW
           MOVE LV-DATE-COUNT TO LV-HIGH
           PERFORM 8150-PROBE-DATE THRU 8150-EXIT
               UNTIL LV-LOW > LV-HIGH OR LV-ENTRY-FOUND
           IF NOT LV-ENTRY-FOUND
               MOVE LV-LOW TO LV-INSERT-AT
           END-IF
           .
       8100-EXIT.
           EXIT
           .
       8150-PROBE-DATE.
           COMPUTE LV-MID = (LV-LOW + LV-HIGH) / 2
           EVALUATE TRUE
               WHEN LV-DATE-VALUE (LV-MID) = LV-SEARCH-DATE
                   SET LV-ENTRY-FOUND TO TRUE
                   MOVE LV-MID TO LV-DATE-SUB
               WHEN LV-DATE-VALUE (LV-MID) < LV-SEARCH-DATE
                   COMPUTE LV-LOW = LV-MID + 1
               WHEN OTHER
                   COMPUTE LV-HIGH = LV-MID - 1
           END-EVALUATE
           .
       8150-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 8200-FIND-ACCOUNT-DAY - BINARY SEARCH OF THE ACCOUNT-DAY
      * TABLE FOR LV-SEARCH-AD-KEY.  FOUND, LV-AD-SUB IS ITS
      * SUBSCRIPT; NOT FOUND, LV-INSERT-AT IS WHERE IT BELONGS.
      *---------------------------------------------------------------*
       8200-FIND-ACCOUNT-DAY.
           MOVE 'N' TO LV-FOUND-SW
           MOVE 1 TO LV-LOW
           MOVE LV-AD-COUNT TO LV-HIGH
           PERFORM 8250-PROBE-ACCOUNT-DAY THRU 8250-EXIT
               UNTIL LV-LOW > LV-HIGH OR LV-ENTRY-FOUND
           IF NOT LV-ENTRY-FOUND
               MOVE LV-LOW TO LV-INSERT-AT
           END-IF
           .
       8200-EXIT.
           EXIT
           .
       8250-PROBE-ACCOUNT-DAY.
           COMPUTE LV-MID = (LV-LOW + LV-HIGH) / 2
           EVALUATE TRUE
               WHEN LV-AD-KEY (LV-MID) = LV-SEARCH-AD-KEY
                   SET LV-ENTRY-FOUND TO TRUE
                   MOVE LV-MID TO LV-AD-SUB
               WHEN LV-AD-KEY (LV-MID) < LV-SEARCH-AD-KEY
                   COMPUTE LV-LOW = LV-MID + 1
               WHEN OTHER
                   COMPUTE LV-HIGH = LV-MID - 1
           END-EVALUATE
           .
       8250-EXIT.
           EXIT
           .
       8900-EDIT-DATE.
           MOVE SPACES TO LV-DATE-EDIT-RESULT
           STRING LV-DATE-IN-CCYY '-' LV-DATE-IN-MM '-'
               LV-DATE-IN-DD
               DELIMITED BY SIZE INTO LV-DATE-EDIT-RESULT
           .
       8900-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE LISTING AND THE EXTRACT AND SET
      * THE STEP RETURN CODE:
      *    RC=0   NOTHING REPORTABLE IN THE PERIOD
      *    RC=4   CASES LISTED AND FILED - FOR COMPLIANCE REVIEW
      *    RC=8   NO RESULTS ON FILE FOR THE PERIOD AT ALL
      *    RC=16  A REQUIRED FILE COULD NOT BE OPENED, THE
      *           PARAMETERS ARE BAD, OR A TABLE OVERFLOWED
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF LV-CASE-RPT-STATUS = '00'
               CLOSE CASE-RPT
           END-IF
           IF LV-FILING-STATUS = '00'
               CLOSE FILING-FILE
           END-IF
           EVALUATE TRUE
               WHEN LV-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN LV-NOTHING-ON-FILE
                   MOVE 8 TO RETURN-CODE
               WHEN LV-FILING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       9000-EXIT.
           EXIT
           .
