      **********************************************************************
      * AUTHOR:    M J STEELE
      * INSTALLATION: DATA PROCESSING
      * DATE-WRITTEN: 15 OCT 2026
      * PURPOSE:   MAINTENANCE AND LISTING FOR THE BUSINESS CALENDAR
      *            (BUSCAL) THAT DATECTL OPENS THE NEXT BUSINESS DAY
      *            FROM AND ERRAGE AGES REJECTS AGAINST.  READS THE
      *            LIVE CALENDAR AND A DECK OF MAINTENANCE CARDS,
      *            WRITES THE UPDATED CALENDAR TO NEWCAL IN DATE
      *            ORDER (THE JCL SWAPS IT IN ONLY ON A CLEAN RUN),
      *            AND PRINTS AN AUDIT OF EXACTLY WHAT CHANGED PLUS A
      *            FULL LISTING OF THE RESULTING CALENDAR, YEAR BY
      *            YEAR, WITH EACH YEAR'S COUNT OF BUSINESS DAYS, SO
      *            A HOLIDAY CHANGE IS AN OVERNIGHT DATA CHANGE WITH
      *            A PAPER TRAIL, AS GLMAPMNT IS FOR GLMAP.
      *
      *            MAINTENANCE CARD LAYOUT (ONE ACTION PER CARD):
      *              COLS  1-8   ACTION: ADD, CHANGE, OR DELETE
      *              COL  10     TYPE: Y YEAR, H HOLIDAY, OR
      *                          N OTHER NON-PROCESSING DAY
      *              COLS 12-19  DATE CCYYMMDD; FOR TYPE Y THE YEAR
      *                          IN COLS 12-15 (COLS 16-19 BLANK OR
      *                          0000)
      *              COLS 21-27  TYPE Y ONLY: WEEKLY PATTERN, MONDAY
      *                          FIRST, P PROCESSING / N NOT, E.G.
      *                          PPPPPNN FOR A MONDAY-FRIDAY WEEK
      *              COLS 29-58  DESCRIPTION
      *            A YEAR MUST BE ADDED BEFORE ANY DAY IN IT, AND
      *            CAN ONLY BE DELETED ONCE ITS DAYS ARE GONE.
      *            CHANGE ON A DAY RESETS ITS TYPE (H OR N) AND
      *            DESCRIPTION; ON A YEAR, ITS PATTERN AND
      *            DESCRIPTION.  A DECK WITH NO CARDS AT ALL JUST
      *            RELISTS THE CALENDAR.  ANY CARD IN ERROR FAILS THE
      *            RUN (RC=8) SO THE SWAP STEP IS HELD.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL VERSION
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
       AUTHOR. M J STEELE.
       INSTALLATION. DATA PROCESSING.
       DATE-WRITTEN. 15 OCT 2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-CARDS-STATUS.

           SELECT OLD-CALENDAR ASSIGN TO OLDCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-OLD-CAL-STATUS.

           SELECT NEW-CALENDAR ASSIGN TO NEWCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-NEW-CAL-STATUS.

           SELECT MAINT-RPT ASSIGN TO CALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-MAINT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARDS
           RECORDING MODE IS F.
       01  CONTROL-CARD.
           05  CC-ACTION               PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-TYPE                 PIC X(01).
           05  FILLER                  PIC X(01).
           05  CC-DATE                 PIC X(08).
           05  CC-DATE-X REDEFINES CC-DATE.
               10  CC-YEAR             PIC X(04).
               10  CC-MMDD             PIC X(04).
           05  FILLER                  PIC X(01).
           05  CC-WEEK-PATTERN         PIC X(07).
           05  FILLER                  PIC X(01).
           05  CC-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(22).

       FD  OLD-CALENDAR
           RECORDING MODE IS F.
       01  OLD-CALENDAR-RECORD         PIC X(80).

       FD  NEW-CALENDAR
           RECORDING MODE IS F.
       01  NEW-CALENDAR-RECORD         PIC X(80).

       FD  MAINT-RPT
           RECORDING MODE IS F.
       01  MAINT-RPT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BUSCAL.

       01  CL-FILE-STATUS-FIELDS.
           05  CL-CARDS-STATUS             PIC X(02).
           05  CL-OLD-CAL-STATUS           PIC X(02).
           05  CL-NEW-CAL-STATUS           PIC X(02).
           05  CL-MAINT-RPT-STATUS         PIC X(02).

       01  CL-SWITCHES.
           05  CL-ABEND-SW                 PIC X(01)   VALUE 'N'.
               88  CL-ABEND                    VALUE 'Y'.
           05  CL-CARD-ERROR-SW            PIC X(01)   VALUE 'N'.
               88  CL-CARD-ERROR               VALUE 'Y'.
           05  CL-THIS-CARD-SW             PIC X(01)   VALUE 'N'.
               88  CL-THIS-CARD-IN-ERROR       VALUE 'Y'.
           05  CL-OLD-EOF-SW               PIC X(01)   VALUE 'N'.
               88  CL-EOF-OLD-CALENDAR         VALUE 'Y'.
           05  CL-CARDS-EOF-SW             PIC X(01)   VALUE 'N'.
               88  CL-EOF-CARDS                VALUE 'Y'.
           05  CL-FOUND-SW                 PIC X(01)   VALUE 'N'.
               88  CL-ROW-FOUND                VALUE 'Y'.
           05  CL-YEAR-FOUND-SW            PIC X(01)   VALUE 'N'.
               88  CL-YEAR-LOADED              VALUE 'Y'.
           05  CL-DATE-VALID-SW            PIC X(01)   VALUE 'N'.
               88  CL-DATE-VALID               VALUE 'Y'.

      *    THE CALENDAR HELD IN STORAGE, IN DATE ORDER, WHILE THE
      *    CARDS APPLY - A YEAR RECORD (CCYY0000) SORTS AHEAD OF ITS
      *    DAYS.  A DELETED ROW IS MARKED, NOT REMOVED, SO THE AUDIT
      *    CAN STILL PRINT WHAT WENT.
       01  CL-CAL-TABLE.
           05  CL-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
           05  CL-CAL-ENTRY OCCURS 2000 TIMES.
               10  CL-ROW-TYPE             PIC X(01).
               10  CL-ROW-DATE             PIC 9(08).
               10  CL-ROW-DATE-X REDEFINES CL-ROW-DATE.
                   15  CL-ROW-YEAR         PIC 9(04).
                   15  CL-ROW-MMDD         PIC 9(04).
               10  CL-ROW-PATTERN          PIC X(07).
               10  CL-ROW-DESC             PIC X(30).
               10  CL-ROW-DELETED-SW       PIC X(01).
                   88  CL-ROW-DELETED          VALUE 'Y'.

       01  CL-WORK-FIELDS.
           05  CL-SUB                      PIC 9(04) COMP.
           05  CL-SUB-NEXT                 PIC 9(04) COMP.
           05  CL-YEAR-SUB                 PIC 9(04) COMP.
           05  CL-DAY-SUB                  PIC 9(04) COMP.
           05  CL-PAT-SUB                  PIC 9(04) COMP.
           05  CL-INSERT-AT                PIC 9(04) COMP.
           05  CL-CARD-DATE                PIC 9(08).
           05  CL-CARD-DATE-X REDEFINES CL-CARD-DATE.
               10  CL-CARD-YEAR            PIC 9(04).
               10  CL-CARD-MMDD            PIC 9(04).
           05  CL-PRIOR-DATE               PIC 9(08)   VALUE ZERO.
           05  CL-LAST-YEAR-LOADED         PIC 9(04)   VALUE ZERO.
           05  CL-LIST-YEAR                PIC 9(04)   VALUE ZERO.
           05  CL-COUNT-P-DAYS             PIC 9(01).
           05  CL-COUNT-YEARS-ADDED        PIC 9(04) COMP VALUE ZERO.
           05  CL-COUNT-YEARS-CHANGED      PIC 9(04) COMP VALUE ZERO.
           05  CL-COUNT-YEARS-DELETED      PIC 9(04) COMP VALUE ZERO.
           05  CL-COUNT-DAYS-ADDED         PIC 9(04) COMP VALUE ZERO.
           05  CL-COUNT-DAYS-CHANGED       PIC 9(04) COMP VALUE ZERO.
           05  CL-COUNT-DAYS-DELETED       PIC 9(04) COMP VALUE ZERO.
           05  CL-COUNT-WRITTEN            PIC 9(04) COMP VALUE ZERO.

      *    BUSINESS-DAY COUNT FOR ONE YEAR OF THE LISTING: HOW MANY
      *    TIMES EACH WEEKDAY FALLS IN THE YEAR (52, OR 53 FOR THE
      *    WEEKDAY OF JANUARY 1 - AND OF JANUARY 2 IN A LEAP YEAR),
      *    LESS EACH CLOSED DAY ON A PROCESSING WEEKDAY.
       01  CL-YEAR-COUNT-FIELDS.
           05  CL-WEEKDAY-COUNTS.
               10  CL-WEEKDAY-COUNT OCCURS 7 TIMES
                                           PIC 9(02) COMP.
           05  CL-YEAR-PATTERN             PIC X(07).
           05  CL-YEAR-PATTERN-DAY REDEFINES CL-YEAR-PATTERN
                                           PIC X(01) OCCURS 7 TIMES.
           05  CL-YEAR-BUSINESS-DAYS       PIC S9(04) COMP.
           05  CL-YEAR-CLOSED-DAYS         PIC 9(04) COMP.
           05  CL-JAN1-WEEKDAY             PIC 9(01).

      *    DATE VALIDATION AND WEEKDAY WORK FIELDS.  THE SERIAL IS
      *    WHOLE YEARS AT 365 PLUS THE LEAP DAYS UP TO JANUARY 1,
      *    THEN THE CUMULATIVE DAYS AHEAD OF THE MONTH, PLUS ONE
      *    MORE PAST FEBRUARY OF A LEAP YEAR; ITS REMAINDER AFTER
      *    SUBTRACTING 2 AND DIVIDING BY 7 IS THE WEEKDAY, MONDAY 0.
       01  CL-SERIAL-FIELDS.
           05  CL-SER-DATE-IN              PIC 9(08).
           05  CL-SER-DATE-IN-X REDEFINES CL-SER-DATE-IN.
               10  CL-SER-CCYY             PIC 9(04).
               10  CL-SER-MM               PIC 9(02).
               10  CL-SER-DD               PIC 9(02).
           05  CL-SER-RESULT               PIC 9(08) COMP.
           05  CL-SER-PRIOR-YEAR           PIC 9(04) COMP.
           05  CL-SER-QUOTIENT-4           PIC 9(04) COMP.
           05  CL-SER-QUOTIENT-100         PIC 9(04) COMP.
           05  CL-SER-QUOTIENT-400         PIC 9(04) COMP.
           05  CL-SER-REMAINDER            PIC 9(04) COMP.
           05  CL-SER-WEEK-QUOTIENT        PIC 9(08) COMP.
           05  CL-SER-WEEKDAY-REM          PIC 9(01).
           05  CL-WEEKDAY                  PIC 9(01).
           05  CL-SER-LEAP-SW              PIC X(01).
               88  CL-SER-LEAP-YEAR            VALUE 'Y'.
           05  CL-CUM-DAY-VALUES.
               10  FILLER                  PIC X(36)   VALUE
                   '000031059090120151181212243273304334'.
           05  CL-CUM-DAY-TABLE REDEFINES CL-CUM-DAY-VALUES.
               10  CL-CUM-DAYS OCCURS 12 TIMES
                                           PIC 9(03).
           05  CL-MONTH-LENGTHS.
               10  FILLER                  PIC X(24)   VALUE
                   '312931303130313130313031'.
           05  CL-MONTH-TABLE REDEFINES CL-MONTH-LENGTHS.
               10  CL-DAYS-IN-MONTH OCCURS 12 TIMES
                                           PIC 9(02).
           05  CL-WEEKDAY-NAMES.
               10  FILLER                  PIC X(21)   VALUE
                   'MONTUEWEDTHUFRISATSUN'.
           05  CL-WEEKDAY-TABLE REDEFINES CL-WEEKDAY-NAMES.
               10  CL-WEEKDAY-NAME OCCURS 7 TIMES
                                           PIC X(03).

       01  CL-DATE-EDIT-FIELDS.
           05  CL-DATE-IN                  PIC 9(08).
           05  CL-DATE-IN-X REDEFINES CL-DATE-IN.
               10  CL-DATE-IN-CCYY         PIC X(04).
               10  CL-DATE-IN-MM           PIC X(02).
               10  CL-DATE-IN-DD           PIC X(02).

       01  CL-REPORT-LINES.
           05  CL-AUDIT-HEADING.
               10  FILLER                  PIC X(10)   VALUE 'ACTION'.
               10  FILLER                  PIC X(18)   VALUE 'TYPE'.
               10  FILLER                  PIC X(12)   VALUE 'DATE'.
               10  FILLER                  PIC X(06)   VALUE 'DAY'.
               10  FILLER                  PIC X(10)   VALUE 'WEEK'.
               10  FILLER                  PIC X(32)
                                           VALUE 'DESCRIPTION'.
               10  FILLER                  PIC X(44)   VALUE SPACES.
           05  CL-AUDIT-LINE.
               10  CL-AUD-ACTION           PIC X(08).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  CL-AUD-TYPE             PIC X(01).
               10  FILLER                  PIC X(01)   VALUE SPACES.
               10  CL-AUD-TYPE-NAME        PIC X(14).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  CL-AUD-DATE             PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  CL-AUD-WEEKDAY          PIC X(03).
               10  FILLER                  PIC X(03)   VALUE SPACES.
               10  CL-AUD-PATTERN          PIC X(07).
               10  FILLER                  PIC X(03)   VALUE SPACES.
               10  CL-AUD-DESC             PIC X(30).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  CL-AUD-TAG              PIC X(20).
               10  FILLER                  PIC X(24)   VALUE SPACES.
           05  CL-COUNT-LINE.
               10  CL-CNT-LABEL            PIC X(30).
               10  CL-CNT-VALUE            PIC Z,ZZ9.
               10  FILLER                  PIC X(97)   VALUE SPACES.
           05  CL-BLANK-LINE               PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT CL-ABEND
               PERFORM 2000-APPLY-CARDS THRU 2000-EXIT
           END-IF
           IF NOT CL-ABEND
               PERFORM 3000-WRITE-NEW-CALENDAR THRU 3000-EXIT
               PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           .
       9999-EXIT.
           GOBACK
           .
      *---------------------------------------------------------------*
      * 1000-INITIALIZE - TABLE THE LIVE CALENDAR (A FILE THAT ISN'T
      * THERE YET IS AN EMPTY CALENDAR - FIRST-TIME LOAD), OPEN THE
      * OUTPUT CALENDAR, THE AUDIT REPORT, AND THE CARD DECK.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT OLD-CALENDAR
           EVALUATE CL-OLD-CAL-STATUS
               WHEN '00'
                   PERFORM 1100-LOAD-ONE-OLD-ROW THRU 1100-EXIT
                       UNTIL CL-EOF-OLD-CALENDAR OR CL-ABEND
                   CLOSE OLD-CALENDAR
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALMNT: UNABLE TO OPEN OLDCAL, '
                       'STATUS=' CL-OLD-CAL-STATUS
                   SET CL-ABEND TO TRUE
                   GO TO 1000-EXIT
           END-EVALUATE
           IF CL-ABEND
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT NEW-CALENDAR
           IF CL-NEW-CAL-STATUS NOT = '00'
               DISPLAY 'CALMNT: UNABLE TO OPEN NEWCAL, STATUS='
                   CL-NEW-CAL-STATUS
               SET CL-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT MAINT-RPT
           IF CL-MAINT-RPT-STATUS NOT = '00'
               DISPLAY 'CALMNT: UNABLE TO OPEN CALRPT, STATUS='
                   CL-MAINT-RPT-STATUS
               SET CL-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING 'BUSINESS CALENDAR MAINTENANCE AUDIT'
               DELIMITED BY SIZE INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD FROM CL-BLANK-LINE
           WRITE MAINT-RPT-RECORD FROM CL-AUDIT-HEADING
           OPEN INPUT CONTROL-CARDS
           IF CL-CARDS-STATUS NOT = '00'
               SET CL-EOF-CARDS TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1100-LOAD-ONE-OLD-ROW - THE LIVE CALENDAR MUST BE EXACTLY
      * WHAT THIS PROGRAM WRITES: WELL-FORMED RECORDS IN ASCENDING
      * DATE ORDER WITH EVERY DAY AFTER ITS OWN YEAR RECORD.  A
      * FILE THAT IS NOT IS REFUSED RATHER THAN REWRITTEN.
      *---------------------------------------------------------------*
       1100-LOAD-ONE-OLD-ROW.
           READ OLD-CALENDAR INTO BC-CALENDAR-RECORD
               AT END
                   SET CL-EOF-OLD-CALENDAR TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF BC-DATE NOT NUMERIC
               OR NOT (BC-YEAR-RECORD OR BC-CLOSED-DAY)
               DISPLAY 'CALMNT: MALFORMED OLDCAL RECORD: '
                   OLD-CALENDAR-RECORD(1:50)
               SET CL-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF BC-DATE NOT > CL-PRIOR-DATE
               DISPLAY 'CALMNT: OLDCAL OUT OF DATE ORDER AT: '
                   OLD-CALENDAR-RECORD(1:50)
               SET CL-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE BC-DATE TO CL-PRIOR-DATE
           IF BC-YEAR-RECORD
               MOVE BC-WEEK-PATTERN TO CL-YEAR-PATTERN
               PERFORM 5500-EDIT-PATTERN THRU 5500-EXIT
               IF BC-MMDD NOT = ZERO OR CL-COUNT-P-DAYS = ZERO
                   DISPLAY 'CALMNT: MALFORMED OLDCAL YEAR RECORD: '
                       OLD-CALENDAR-RECORD(1:50)
                   SET CL-ABEND TO TRUE
                   GO TO 1100-EXIT
               END-IF
               MOVE BC-YEAR TO CL-LAST-YEAR-LOADED
           ELSE
               MOVE BC-DATE TO CL-SER-DATE-IN
               PERFORM 5200-VALIDATE-DATE THRU 5200-EXIT
               IF NOT CL-DATE-VALID
                   OR BC-YEAR NOT = CL-LAST-YEAR-LOADED
                   DISPLAY 'CALMNT: OLDCAL DAY IS NOT A DATE OR IS '
                       'NOT UNDER ITS YEAR RECORD: '
                       OLD-CALENDAR-RECORD(1:50)
                   SET CL-ABEND TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF
           IF CL-CAL-COUNT >= 2000
               DISPLAY 'CALMNT: MORE THAN 2000 OLDCAL RECORDS'
               SET CL-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO CL-CAL-COUNT
           MOVE CL-CAL-COUNT    TO CL-SUB
           MOVE BC-RECORD-TYPE  TO CL-ROW-TYPE (CL-SUB)
           MOVE BC-DATE         TO CL-ROW-DATE (CL-SUB)
           MOVE BC-WEEK-PATTERN TO CL-ROW-PATTERN (CL-SUB)
           MOVE BC-DESCRIPTION  TO CL-ROW-DESC (CL-SUB)
           MOVE 'N'             TO CL-ROW-DELETED-SW (CL-SUB)
           .
       1100-EXIT.
           EXIT
           .
       2000-APPLY-CARDS.
           PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
               UNTIL CL-EOF-CARDS OR CL-ABEND
           IF CL-CARDS-STATUS = '00' OR CL-CARDS-STATUS = '10'
               CLOSE CONTROL-CARDS
           END-IF
           .
       2000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2100-APPLY-ONE-CARD - EDIT THE TYPE AND DATE, THEN HAND THE
      * CARD TO ITS ACTION.  A YEAR CARD'S DATE BECOMES CCYY0000,
      * THE KEY ITS YEAR RECORD IS HELD UNDER.
      *---------------------------------------------------------------*
       2100-APPLY-ONE-CARD.
           READ CONTROL-CARDS
               AT END
                   SET CL-EOF-CARDS TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF CONTROL-CARD = SPACES OR CONTROL-CARD(1:1) = '*'
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO CL-THIS-CARD-SW
           IF CC-TYPE NOT = 'Y' AND CC-TYPE NOT = 'H'
               AND CC-TYPE NOT = 'N'
               DISPLAY 'CALMNT: TYPE ' CC-TYPE ' IS NOT Y, H, OR N'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           IF CC-TYPE = 'Y'
               IF CC-YEAR NOT NUMERIC
                   OR (CC-MMDD NOT = SPACES AND CC-MMDD NOT = '0000')
                   DISPLAY 'CALMNT: A YEAR CARD NEEDS CCYY IN COLS '
                       '12-15 AND NOTHING IN 16-19'
                   PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
                   GO TO 2100-EXIT
               END-IF
               MOVE CC-YEAR TO CL-CARD-YEAR
               MOVE ZERO    TO CL-CARD-MMDD
           ELSE
               IF CC-DATE NOT NUMERIC
                   DISPLAY 'CALMNT: DATE ' CC-DATE ' IS NOT CCYYMMDD'
                   PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
                   GO TO 2100-EXIT
               END-IF
               MOVE CC-DATE TO CL-CARD-DATE
               MOVE CL-CARD-DATE TO CL-SER-DATE-IN
               PERFORM 5200-VALIDATE-DATE THRU 5200-EXIT
               IF NOT CL-DATE-VALID
                   DISPLAY 'CALMNT: DATE ' CC-DATE
                       ' IS NOT A CALENDAR DATE'
                   PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
                   GO TO 2100-EXIT
               END-IF
           END-IF
           PERFORM 2200-FIND-CAL-ROW THRU 2200-EXIT
           EVALUATE CC-ACTION
               WHEN 'ADD     '
                   PERFORM 2300-ADD-ROW THRU 2300-EXIT
               WHEN 'CHANGE  '
                   PERFORM 2400-CHANGE-ROW THRU 2400-EXIT
               WHEN 'DELETE  '
                   PERFORM 2500-DELETE-ROW THRU 2500-EXIT
               WHEN OTHER
                   PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
           END-EVALUATE
           .
       2100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2200-FIND-CAL-ROW - LOOK FOR A LIVE ROW UNDER CL-CARD-DATE,
      * LEAVING CL-INSERT-AT ON THE FIRST ROW DATED AFTER IT FOR AN
      * ADD, AND NOTE WHETHER THE CARD'S YEAR IS LOADED.
      *---------------------------------------------------------------*
       2200-FIND-CAL-ROW.
           MOVE 'N' TO CL-FOUND-SW
           MOVE 'N' TO CL-YEAR-FOUND-SW
           COMPUTE CL-INSERT-AT = CL-CAL-COUNT + 1
           PERFORM 2250-CHECK-ONE-ROW THRU 2250-EXIT
               VARYING CL-SUB FROM 1 BY 1
               UNTIL CL-SUB > CL-CAL-COUNT
           .
       2200-EXIT.
           EXIT
           .
       2250-CHECK-ONE-ROW.
           IF CL-ROW-DATE (CL-SUB) > CL-CARD-DATE
               AND CL-INSERT-AT > CL-CAL-COUNT
               MOVE CL-SUB TO CL-INSERT-AT
           END-IF
           IF CL-ROW-DELETED (CL-SUB)
               GO TO 2250-EXIT
           END-IF
           IF CL-ROW-DATE (CL-SUB) = CL-CARD-DATE
               SET CL-ROW-FOUND TO TRUE
               MOVE CL-SUB TO CL-DAY-SUB
           END-IF
           IF CL-ROW-TYPE (CL-SUB) = 'Y'
               AND CL-ROW-YEAR (CL-SUB) = CL-CARD-YEAR
               SET CL-YEAR-LOADED TO TRUE
           END-IF
           .
       2250-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2300-ADD-ROW - A NEW YEAR NEEDS A PATTERN WITH AT LEAST ONE
      * PROCESSING DAY; A NEW DAY NEEDS ITS YEAR LOADED FIRST.  THE
      * ROW GOES IN AT ITS DATE SO THE TABLE STAYS IN ORDER.
      *---------------------------------------------------------------*
       2300-ADD-ROW.
           IF CL-ROW-FOUND
               DISPLAY 'CALMNT: ' CL-CARD-DATE
                   ' ALREADY ON THE CALENDAR - ADD REFUSED'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           IF CC-TYPE = 'Y'
               MOVE CC-WEEK-PATTERN TO CL-YEAR-PATTERN
               PERFORM 5500-EDIT-PATTERN THRU 5500-EXIT
               IF CL-COUNT-P-DAYS = ZERO
                   DISPLAY 'CALMNT: WEEKLY PATTERN ' CC-WEEK-PATTERN
                       ' MUST BE SEVEN P OR N WITH AT LEAST ONE P'
                   PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
                   GO TO 2300-EXIT
               END-IF
           ELSE
               IF NOT CL-YEAR-LOADED
                   DISPLAY 'CALMNT: YEAR ' CL-CARD-YEAR
                       ' IS NOT LOADED - ADD THE YEAR FIRST'
                   PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
                   GO TO 2300-EXIT
               END-IF
           END-IF
           IF CL-CAL-COUNT >= 2000
               DISPLAY 'CALMNT: CALENDAR TABLE FULL - ADD REFUSED'
               SET CL-ABEND TO TRUE
               GO TO 2300-EXIT
           END-IF
           PERFORM 2350-SHIFT-ONE-ROW-UP THRU 2350-EXIT
               VARYING CL-SUB FROM CL-CAL-COUNT BY -1
               UNTIL CL-SUB < CL-INSERT-AT
           ADD 1 TO CL-CAL-COUNT
           MOVE CL-INSERT-AT TO CL-SUB
           MOVE CC-TYPE         TO CL-ROW-TYPE (CL-SUB)
           MOVE CL-CARD-DATE    TO CL-ROW-DATE (CL-SUB)
           IF CC-TYPE = 'Y'
               MOVE CC-WEEK-PATTERN TO CL-ROW-PATTERN (CL-SUB)
               ADD 1 TO CL-COUNT-YEARS-ADDED
           ELSE
               MOVE SPACES          TO CL-ROW-PATTERN (CL-SUB)
               ADD 1 TO CL-COUNT-DAYS-ADDED
           END-IF
           MOVE CC-DESCRIPTION  TO CL-ROW-DESC (CL-SUB)
           MOVE 'N'             TO CL-ROW-DELETED-SW (CL-SUB)
           MOVE 'ADD'           TO CL-AUD-ACTION
           MOVE 'NEW'           TO CL-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       2300-EXIT.
           EXIT
           .
       2350-SHIFT-ONE-ROW-UP.
           COMPUTE CL-SUB-NEXT = CL-SUB + 1
           MOVE CL-CAL-ENTRY (CL-SUB) TO CL-CAL-ENTRY (CL-SUB-NEXT)
           .
       2350-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2400-CHANGE-ROW - THE AUDIT PRINTS THE ROW AS IT WAS AND AS
      * IT BECOMES.  A YEAR STAYS A YEAR AND A DAY STAYS A DAY.
      *---------------------------------------------------------------*
       2400-CHANGE-ROW.
           IF NOT CL-ROW-FOUND
               DISPLAY 'CALMNT: ' CL-CARD-DATE
                   ' NOT ON THE CALENDAR - CHANGE REFUSED'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF
           IF CC-TYPE = 'Y'
               MOVE CC-WEEK-PATTERN TO CL-YEAR-PATTERN
               PERFORM 5500-EDIT-PATTERN THRU 5500-EXIT
               IF CL-COUNT-P-DAYS = ZERO
                   DISPLAY 'CALMNT: WEEKLY PATTERN ' CC-WEEK-PATTERN
                       ' MUST BE SEVEN P OR N WITH AT LEAST ONE P'
                   PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
                   GO TO 2400-EXIT
               END-IF
           END-IF
           MOVE CL-DAY-SUB TO CL-SUB
           MOVE 'CHANGE'   TO CL-AUD-ACTION
           MOVE 'WAS'      TO CL-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           MOVE CC-TYPE TO CL-ROW-TYPE (CL-SUB)
           IF CC-TYPE = 'Y'
               MOVE CC-WEEK-PATTERN TO CL-ROW-PATTERN (CL-SUB)
               ADD 1 TO CL-COUNT-YEARS-CHANGED
           ELSE
               ADD 1 TO CL-COUNT-DAYS-CHANGED
           END-IF
           MOVE CC-DESCRIPTION TO CL-ROW-DESC (CL-SUB)
           MOVE 'CHANGE'   TO CL-AUD-ACTION
           MOVE 'BECOMES'  TO CL-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       2400-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2500-DELETE-ROW - A YEAR WITH DAYS STILL UNDER IT CANNOT GO;
      * THOSE DAYS WOULD BE LEFT WITHOUT A PATTERN TO READ AGAINST.
      *---------------------------------------------------------------*
       2500-DELETE-ROW.
           IF NOT CL-ROW-FOUND
               DISPLAY 'CALMNT: ' CL-CARD-DATE
                   ' NOT ON THE CALENDAR - DELETE REFUSED'
               PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF
           IF CC-TYPE = 'Y'
               MOVE 'N' TO CL-FOUND-SW
               PERFORM 2550-CHECK-DAY-IN-YEAR THRU 2550-EXIT
                   VARYING CL-SUB FROM 1 BY 1
                   UNTIL CL-SUB > CL-CAL-COUNT OR CL-ROW-FOUND
               IF CL-ROW-FOUND
                   DISPLAY 'CALMNT: YEAR ' CL-CARD-YEAR
                       ' STILL HAS DAYS - DELETE THEM FIRST'
                   PERFORM 2900-REPORT-CARD-ERROR THRU 2900-EXIT
                   GO TO 2500-EXIT
               END-IF
               ADD 1 TO CL-COUNT-YEARS-DELETED
           ELSE
               ADD 1 TO CL-COUNT-DAYS-DELETED
           END-IF
           MOVE CL-DAY-SUB TO CL-SUB
           SET CL-ROW-DELETED (CL-SUB) TO TRUE
           MOVE 'DELETE'   TO CL-AUD-ACTION
           MOVE 'REMOVED'  TO CL-AUD-TAG
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       2500-EXIT.
           EXIT
           .
       2550-CHECK-DAY-IN-YEAR.
           IF CL-ROW-YEAR (CL-SUB) = CL-CARD-YEAR
               AND CL-ROW-TYPE (CL-SUB) NOT = 'Y'
               AND NOT CL-ROW-DELETED (CL-SUB)
               SET CL-ROW-FOUND TO TRUE
           END-IF
           .
       2550-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2800-WRITE-AUDIT-ROW - ONE LINE FOR ROW CL-SUB.  A DAY SHOWS
      * ITS WEEKDAY; A YEAR SHOWS ITS WEEKLY PATTERN.
      *---------------------------------------------------------------*
       2800-WRITE-AUDIT-ROW.
           MOVE CL-ROW-TYPE (CL-SUB) TO CL-AUD-TYPE
           MOVE SPACES TO CL-AUD-DATE
           MOVE SPACES TO CL-AUD-WEEKDAY
           MOVE SPACES TO CL-AUD-PATTERN
           EVALUATE CL-ROW-TYPE (CL-SUB)
               WHEN 'Y'
                   MOVE 'YEAR'           TO CL-AUD-TYPE-NAME
               WHEN 'H'
                   MOVE 'HOLIDAY'        TO CL-AUD-TYPE-NAME
               WHEN OTHER
                   MOVE 'NON-PROCESSING' TO CL-AUD-TYPE-NAME
           END-EVALUATE
           IF CL-ROW-TYPE (CL-SUB) = 'Y'
               MOVE CL-ROW-YEAR (CL-SUB)    TO CL-AUD-DATE
               MOVE CL-ROW-PATTERN (CL-SUB) TO CL-AUD-PATTERN
           ELSE
               MOVE CL-ROW-DATE (CL-SUB) TO CL-DATE-IN
               STRING CL-DATE-IN-CCYY '-' CL-DATE-IN-MM '-'
                   CL-DATE-IN-DD
                   DELIMITED BY SIZE INTO CL-AUD-DATE
               MOVE CL-ROW-DATE (CL-SUB) TO CL-SER-DATE-IN
               PERFORM 5300-COMPUTE-WEEKDAY THRU 5300-EXIT
               MOVE CL-WEEKDAY-NAME (CL-WEEKDAY) TO CL-AUD-WEEKDAY
           END-IF
           MOVE CL-ROW-DESC (CL-SUB) TO CL-AUD-DESC
           WRITE MAINT-RPT-RECORD FROM CL-AUDIT-LINE
           .
       2800-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2900-REPORT-CARD-ERROR - ONE ERROR LINE PER CARD, HOWEVER
      * MANY OF ITS FIELDS ARE WRONG.
      *---------------------------------------------------------------*
       2900-REPORT-CARD-ERROR.
           SET CL-CARD-ERROR TO TRUE
           IF CL-THIS-CARD-IN-ERROR
               GO TO 2900-EXIT
           END-IF
           SET CL-THIS-CARD-IN-ERROR TO TRUE
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING 'CARD IN ERROR: ' DELIMITED BY SIZE
               CONTROL-CARD(1:70) DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           .
       2900-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3000-WRITE-NEW-CALENDAR - THE SURVIVING ROWS IN DATE ORDER,
      * FOLLOWED BY A FULL LISTING ON THE AUDIT REPORT: EACH YEAR
      * WITH ITS PATTERN, ITS CLOSED DAYS, AND ITS BUSINESS DAYS.
      *---------------------------------------------------------------*
       3000-WRITE-NEW-CALENDAR.
           WRITE MAINT-RPT-RECORD FROM CL-BLANK-LINE
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING 'RESULTING BUSINESS CALENDAR' DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD FROM CL-AUDIT-HEADING
           MOVE ZERO TO CL-LIST-YEAR
           PERFORM 3100-WRITE-ONE-ROW THRU 3100-EXIT
               VARYING CL-SUB FROM 1 BY 1
               UNTIL CL-SUB > CL-CAL-COUNT
           IF CL-LIST-YEAR NOT = ZERO
               PERFORM 3300-WRITE-YEAR-TOTAL THRU 3300-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT
           .
       3100-WRITE-ONE-ROW.
           IF CL-ROW-DELETED (CL-SUB)
               GO TO 3100-EXIT
           END-IF
           IF CL-ROW-TYPE (CL-SUB) = 'Y'
               IF CL-LIST-YEAR NOT = ZERO
                   PERFORM 3300-WRITE-YEAR-TOTAL THRU 3300-EXIT
               END-IF
               PERFORM 3200-START-YEAR THRU 3200-EXIT
           END-IF
           MOVE SPACES                  TO BC-CALENDAR-RECORD
           MOVE CL-ROW-TYPE (CL-SUB)    TO BC-RECORD-TYPE
           MOVE CL-ROW-DATE (CL-SUB)    TO BC-DATE
           MOVE CL-ROW-PATTERN (CL-SUB) TO BC-WEEK-PATTERN
           MOVE CL-ROW-DESC (CL-SUB)    TO BC-DESCRIPTION
           WRITE NEW-CALENDAR-RECORD FROM BC-CALENDAR-RECORD
           ADD 1 TO CL-COUNT-WRITTEN
           MOVE 'LIST'     TO CL-AUD-ACTION
           MOVE SPACES     TO CL-AUD-TAG
           IF CL-ROW-TYPE (CL-SUB) NOT = 'Y'
               MOVE CL-ROW-DATE (CL-SUB) TO CL-SER-DATE-IN
               PERFORM 5300-COMPUTE-WEEKDAY THRU 5300-EXIT
               IF CL-YEAR-PATTERN-DAY (CL-WEEKDAY) = 'P'
                   ADD 1 TO CL-YEAR-CLOSED-DAYS
               ELSE
                   MOVE 'NOT A PROCESSING DAY' TO CL-AUD-TAG
               END-IF
           END-IF
           PERFORM 2800-WRITE-AUDIT-ROW THRU 2800-EXIT
           .
       3100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 3200-START-YEAR - COUNT HOW OFTEN EACH WEEKDAY FALLS IN THE
      * YEAR: 52 TIMES, PLUS ONE FOR JANUARY 1'S WEEKDAY AND, IN A
      * LEAP YEAR, ONE FOR JANUARY 2'S.
      *---------------------------------------------------------------*
       3200-START-YEAR.
           MOVE CL-ROW-YEAR (CL-SUB)    TO CL-LIST-YEAR
           MOVE CL-ROW-PATTERN (CL-SUB) TO CL-YEAR-PATTERN
           MOVE ZERO TO CL-YEAR-CLOSED-DAYS
           PERFORM 3250-RESET-ONE-WEEKDAY THRU 3250-EXIT
               VARYING CL-PAT-SUB FROM 1 BY 1
               UNTIL CL-PAT-SUB > 7
           MOVE CL-LIST-YEAR TO CL-SER-CCYY
           MOVE 1 TO CL-SER-MM
           MOVE 1 TO CL-SER-DD
           PERFORM 5300-COMPUTE-WEEKDAY THRU 5300-EXIT
           MOVE CL-WEEKDAY TO CL-JAN1-WEEKDAY
           ADD 1 TO CL-WEEKDAY-COUNT (CL-WEEKDAY)
           PERFORM 5100-CHECK-LEAP-YEAR THRU 5100-EXIT
           IF CL-SER-LEAP-YEAR
               IF CL-JAN1-WEEKDAY = 7
                   ADD 1 TO CL-WEEKDAY-COUNT (1)
               ELSE
                   COMPUTE CL-PAT-SUB = CL-JAN1-WEEKDAY + 1
                   ADD 1 TO CL-WEEKDAY-COUNT (CL-PAT-SUB)
               END-IF
           END-IF
           .
       3200-EXIT.
           EXIT
           .
       3250-RESET-ONE-WEEKDAY.
           MOVE 52 TO CL-WEEKDAY-COUNT (CL-PAT-SUB)
           .
       3250-EXIT.
           EXIT
           .
       3300-WRITE-YEAR-TOTAL.
           MOVE ZERO TO CL-YEAR-BUSINESS-DAYS
           PERFORM 3350-ADD-ONE-WEEKDAY THRU 3350-EXIT
               VARYING CL-PAT-SUB FROM 1 BY 1
               UNTIL CL-PAT-SUB > 7
           SUBTRACT CL-YEAR-CLOSED-DAYS FROM CL-YEAR-BUSINESS-DAYS
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING '          BUSINESS DAYS IN ' DELIMITED BY SIZE
               CL-LIST-YEAR DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           MOVE CL-YEAR-BUSINESS-DAYS TO CL-CNT-VALUE
           MOVE CL-CNT-VALUE TO MAINT-RPT-RECORD(34:5)
           WRITE MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD FROM CL-BLANK-LINE
           .
       3300-EXIT.
           EXIT
           .
       3350-ADD-ONE-WEEKDAY.
           IF CL-YEAR-PATTERN-DAY (CL-PAT-SUB) = 'P'
               ADD CL-WEEKDAY-COUNT (CL-PAT-SUB)
                   TO CL-YEAR-BUSINESS-DAYS
           END-IF
           .
       3350-EXIT.
           EXIT
           .
       4000-WRITE-TOTALS.
           WRITE MAINT-RPT-RECORD FROM CL-BLANK-LINE
           MOVE 'YEARS ADDED           : ' TO CL-CNT-LABEL
           MOVE CL-COUNT-YEARS-ADDED       TO CL-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM CL-COUNT-LINE
           MOVE 'YEARS CHANGED         : ' TO CL-CNT-LABEL
           MOVE CL-COUNT-YEARS-CHANGED     TO CL-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM CL-COUNT-LINE
           MOVE 'YEARS DELETED         : ' TO CL-CNT-LABEL
           MOVE CL-COUNT-YEARS-DELETED     TO CL-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM CL-COUNT-LINE
           MOVE 'DAYS ADDED            : ' TO CL-CNT-LABEL
           MOVE CL-COUNT-DAYS-ADDED        TO CL-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM CL-COUNT-LINE
           MOVE 'DAYS CHANGED          : ' TO CL-CNT-LABEL
           MOVE CL-COUNT-DAYS-CHANGED      TO CL-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM CL-COUNT-LINE
           MOVE 'DAYS DELETED          : ' TO CL-CNT-LABEL
           MOVE CL-COUNT-DAYS-DELETED      TO CL-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM CL-COUNT-LINE
           MOVE 'RECORDS ON NEW CALENDAR: ' TO CL-CNT-LABEL
           MOVE CL-COUNT-WRITTEN           TO CL-CNT-VALUE
           WRITE MAINT-RPT-RECORD FROM CL-COUNT-LINE
           IF CL-CARD-ERROR
               WRITE MAINT-RPT-RECORD FROM CL-BLANK-LINE
               MOVE SPACES TO MAINT-RPT-RECORD
               STRING '*** CARDS IN ERROR - NEW CALENDAR MUST NOT '
                   'BE SWAPPED IN ***'
                   DELIMITED BY SIZE INTO MAINT-RPT-RECORD
               WRITE MAINT-RPT-RECORD
           END-IF
           .
       4000-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5000-DATE-TO-SERIAL - DAY NUMBER OF CL-SER-DATE-IN: WHOLE
      * YEARS AT 365 PLUS THE LEAP DAYS COMPLETED BEFORE JANUARY 1,
      * THE CUMULATIVE DAYS AHEAD OF THE MONTH, ONE MORE PAST
      * FEBRUARY OF A LEAP YEAR, AND THE DAY OF THE MONTH.
      *---------------------------------------------------------------*
       5000-DATE-TO-SERIAL.
           COMPUTE CL-SER-PRIOR-YEAR = CL-SER-CCYY - 1
           DIVIDE CL-SER-PRIOR-YEAR BY 4
               GIVING CL-SER-QUOTIENT-4
               REMAINDER CL-SER-REMAINDER
           DIVIDE CL-SER-PRIOR-YEAR BY 100
               GIVING CL-SER-QUOTIENT-100
               REMAINDER CL-SER-REMAINDER
           DIVIDE CL-SER-PRIOR-YEAR BY 400
               GIVING CL-SER-QUOTIENT-400
               REMAINDER CL-SER-REMAINDER
           COMPUTE CL-SER-RESULT
               = CL-SER-CCYY * 365
               + CL-SER-QUOTIENT-4
               - CL-SER-QUOTIENT-100
               + CL-SER-QUOTIENT-400
               + CL-CUM-DAYS (CL-SER-MM)
               + CL-SER-DD
           IF CL-SER-MM > 2
               PERFORM 5100-CHECK-LEAP-YEAR THRU 5100-EXIT
               IF CL-SER-LEAP-YEAR
                   ADD 1 TO CL-SER-RESULT
               END-IF
           END-IF
           .
       5000-EXIT.
           EXIT
           .
       5100-CHECK-LEAP-YEAR.
           MOVE 'N' TO CL-SER-LEAP-SW
           DIVIDE CL-SER-CCYY BY 4 GIVING CL-SER-QUOTIENT-4
               REMAINDER CL-SER-REMAINDER
           IF CL-SER-REMAINDER = ZERO
               SET CL-SER-LEAP-YEAR TO TRUE
               DIVIDE CL-SER-CCYY BY 100 GIVING CL-SER-QUOTIENT-100
                   REMAINDER CL-SER-REMAINDER
               IF CL-SER-REMAINDER = ZERO
                   DIVIDE CL-SER-CCYY BY 400
                       GIVING CL-SER-QUOTIENT-400
                       REMAINDER CL-SER-REMAINDER
                   IF CL-SER-REMAINDER NOT = ZERO
                       MOVE 'N' TO CL-SER-LEAP-SW
                   END-IF
               END-IF
           END-IF
           .
       5100-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5200-VALIDATE-DATE - CL-SER-DATE-IN MUST BE A REAL DATE:
      * MONTH 01-12 AND A DAY WITHIN THAT MONTH (29 FEBRUARY ONLY
      * IN A LEAP YEAR).
      *---------------------------------------------------------------*
       5200-VALIDATE-DATE.
           MOVE 'N' TO CL-DATE-VALID-SW
           IF CL-SER-MM < 1 OR CL-SER-MM > 12 OR CL-SER-DD < 1
               OR CL-SER-DD > CL-DAYS-IN-MONTH (CL-SER-MM)
               GO TO 5200-EXIT
           END-IF
           IF CL-SER-MM = 2 AND CL-SER-DD = 29
               PERFORM 5100-CHECK-LEAP-YEAR THRU 5100-EXIT
               IF NOT CL-SER-LEAP-YEAR
                   GO TO 5200-EXIT
               END-IF
           END-IF
           SET CL-DATE-VALID TO TRUE
           .
       5200-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5300-COMPUTE-WEEKDAY - CL-WEEKDAY IS THE WEEKDAY OF
      * CL-SER-DATE-IN, 1 MONDAY THROUGH 7 SUNDAY, THE SAME ORDER AS
      * THE WEEKLY PATTERN.
      *---------------------------------------------------------------*
       5300-COMPUTE-WEEKDAY.
           PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT
           SUBTRACT 2 FROM CL-SER-RESULT
           DIVIDE CL-SER-RESULT BY 7 GIVING CL-SER-WEEK-QUOTIENT
               REMAINDER CL-SER-WEEKDAY-REM
           COMPUTE CL-WEEKDAY = CL-SER-WEEKDAY-REM + 1
           .
       5300-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5500-EDIT-PATTERN - CL-YEAR-PATTERN MUST BE SEVEN P OR N
      * BYTES WITH AT LEAST ONE P; CL-COUNT-P-DAYS COMES BACK ZERO
      * WHEN IT IS NOT.
      *---------------------------------------------------------------*
       5500-EDIT-PATTERN.
           MOVE ZERO TO CL-COUNT-P-DAYS
           PERFORM 5550-EDIT-ONE-PATTERN-DAY THRU 5550-EXIT
               VARYING CL-PAT-SUB FROM 1 BY 1
               UNTIL CL-PAT-SUB > 7
           .
       5500-EXIT.
           EXIT
           .
       5550-EDIT-ONE-PATTERN-DAY.
           EVALUATE CL-YEAR-PATTERN-DAY (CL-PAT-SUB)
               WHEN 'P'
                   ADD 1 TO CL-COUNT-P-DAYS
               WHEN 'N'
                   CONTINUE
               WHEN OTHER
                   MOVE 8 TO CL-PAT-SUB
                   MOVE ZERO TO CL-COUNT-P-DAYS
           END-EVALUATE
           .
       5550-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE FILES AND SET THE STEP RETURN CODE:
      *    RC=0   CALENDAR WRITTEN, EVERY CARD APPLIED
      *    RC=8   AT LEAST ONE CARD IN ERROR - HOLD THE SWAP STEP
      *    RC=16  A FILE WOULD NOT OPEN, THE LIVE CALENDAR IS
      *           MALFORMED, OR THE TABLE OVERFLOWED
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF CL-NEW-CAL-STATUS = '00'
               CLOSE NEW-CALENDAR
           END-IF
           IF CL-MAINT-RPT-STATUS = '00'
               CLOSE MAINT-RPT
           END-IF
           EVALUATE TRUE
               WHEN CL-ABEND
                   MOVE 16 TO RETURN-CODE
               WHEN CL-CARD-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       9000-EXIT.
           EXIT
           .
