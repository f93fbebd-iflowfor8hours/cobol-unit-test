      *            WHEN REPROC CONSUMES AN ACCEPTED CORRECTION, SO
      *            ANYTHING STILL THERE IS UNCORRECTED WORK.  EVERY
      *            OUTSTANDING ENTRY IS GROUPED BY ITS ORIGINAL
      *            BUSINESS DATE WITH BUSINESS DAYS OUTSTANDING
      *            AGAINST THE CURRENT BUSINESS DATE, COUNTED ON THE
      *            BUSCAL CALENDAR SO A WEEKEND OR HOLIDAY DOES NOT
      *            AGE THE QUEUE, BUCKETED 1-3 / 4-7 / OVER 7
      *            BUSINESS DAYS, AND COSTED WHERE ITS TRANSACTION
      *            KEY CAN BE MATCHED BACK TO THE DAY'S CLEANED TRANSIN.
      *            THE STEP ENDS NON-ZERO WHEN ANY ENTRY HAS AGED
      *            PAST THE THRESHOLD, SO THE CORRECTION TEAM'S
      *            QUEUE CANNOT SILENTLY ROT.
      *
      *            A DATE IN A YEAR WITH NO CALENDAR LOADED STOPS
      *            THE RUN RATHER THAN BEING AGED ON A GUESS.
      *
      *            OPTIONAL SYSIN CARD TO OVERRIDE THE AGE
      *            THRESHOLD (DEFAULT 7 BUSINESS DAYS):
      *              COLS 1-8   AGELIMIT
      *              COLS 10-12 DAYS AS 999
      *
      * 02 SEP 2026  MJS  REVIEW FIX: WIDENED THE OVER-AGE FLAG SO
      *                   THE FULL THREE-ASTERISK MARKER PRINTS
      *                   INSTEAD OF A TRUNCATED ONE
      * 15 OCT 2026  MJS  AGES IN BUSINESS DAYS FROM THE NEW BUSCAL
      *                   CALENDAR INSTEAD OF CALENDAR DAYS; A YEAR
      *                   WITH NO CALENDAR LOADED STOPS THE RUN
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRAGE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EA-BUSDATE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO BUSCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EA-CALENDAR-STATUS.

           SELECT ERROR-LOG-IN ASSIGN TO ERRLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EA-ERROR-LOG-STATUS.
           RECORDING MODE IS F.
       01  BUSDATE-RECORD              PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD             PIC X(80).

      *    MUST MATCH THE ERROR-LOG-RECORD LAYOUT SUBPROG WRITES IN
      *    0150-WRITE-ERROR-RECORD.
       FD  ERROR-LOG-IN

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY BUSCAL.

       01  EA-FILE-STATUS-FIELDS.
           05  EA-CARDS-STATUS             PIC X(02).
           05  EA-BUSDATE-STATUS           PIC X(02).
           05  EA-CALENDAR-STATUS          PIC X(02).
           05  EA-ERROR-LOG-STATUS         PIC X(02).
           05  EA-TRANS-FILE-STATUS        PIC X(02).
           05  EA-AGING-RPT-STATUS         PIC X(02).
               88  EA-SOMETHING-OVER-AGE       VALUE 'Y'.
           05  EA-KEYS-LOADED-SW           PIC X(01)   VALUE 'N'.
               88  EA-KEY-TABLE-LOADED         VALUE 'Y'.
           05  EA-CALENDAR-EOF-SW          PIC X(01)   VALUE 'N'.
               88  EA-EOF-CALENDAR             VALUE 'Y'.

       01  EA-CONTROL-FIELDS.
           05  EA-AS-OF-DATE               PIC 9(08)   VALUE ZERO.
           05  EA-AGE-LIMIT                PIC 9(03)   VALUE 7.
           05  EA-AS-OF-SERIAL             PIC 9(08) COMP VALUE ZERO.
           05  EA-AS-OF-CCYY               PIC 9(04)   VALUE ZERO.

      *    THE DAY'S CLEANED INPUT KEYS AND AMOUNTS, TABLED FOR THE
      *    DOLLAR MATCH.  IF THE FILE IS ABSENT OR THE TABLE FILLS,
               10  EA-KEY-VALUE            PIC X(10).
               10  EA-KEY-AMOUNT           PIC S9(09)V99 COMP-3.

      *    THE BUSINESS CALENDAR AS SERIAL DAY NUMBERS: EACH LOADED
      *    YEAR'S FIRST AND LAST DAY WITH ITS WEEKLY PATTERN, AND
      *    EVERY HOLIDAY OR NON-PROCESSING DAY THAT FALLS ON ONE OF
      *    ITS YEAR'S PROCESSING WEEKDAYS (ONE THAT FALLS ON A
      *    WEEKEND TAKES NO BUSINESS DAY AWAY, SO IT IS NOT KEPT).
       01  EA-BUSINESS-CALENDAR.
           05  EA-CAL-YEAR-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  EA-CAL-YEAR-ENTRY OCCURS 50 TIMES
                   INDEXED BY EA-CAL-YEAR-IX.
               10  EA-CAL-YEAR-CCYY        PIC 9(04).
               10  EA-CAL-FIRST-SERIAL     PIC 9(08) COMP.
               10  EA-CAL-LAST-SERIAL      PIC 9(08) COMP.
               10  EA-CAL-PATTERN          PIC X(07).
               10  EA-CAL-PATTERN-DAY REDEFINES EA-CAL-PATTERN
                                           PIC X(01) OCCURS 7 TIMES.
           05  EA-CAL-CLOSED-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  EA-CAL-CLOSED-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EA-CAL-CLOSED-IX.
               10  EA-CAL-CLOSED-SERIAL    PIC 9(08) COMP.

      *    ONE ROW PER ORIGINAL BUSINESS DATE STILL CARRYING
      *    OUTSTANDING ENTRIES.
       01  EA-DATE-TABLE.
           05  EA-DAYS-OUT                 PIC S9(05) COMP.
           05  EA-ENTRY-SERIAL             PIC 9(08) COMP.
           05  EA-SUB                      PIC 9(04) COMP.
           05  EA-WALK-SERIAL              PIC 9(08) COMP.
           05  EA-CHECK-YEAR               PIC 9(04).
           05  EA-PAT-SUB                  PIC 9(04) COMP.
           05  EA-COUNT-P-DAYS             PIC 9(01).
           05  EA-WEEK-QUOTIENT            PIC 9(08) COMP.
           05  EA-WEEKDAY-REM              PIC 9(01).
           05  EA-WEEKDAY                  PIC 9(01).

      *    DATE-TO-SERIAL WORK FIELDS: WHOLE YEARS AT 365 DAYS PLUS
      *    THE LEAP DAYS UP TO JANUARY 1, THEN THE CUMULATIVE DAYS
               10  FILLER                  PIC X(14)   VALUE
                   'ORIG DATE'.
               10  FILLER                  PIC X(10)   VALUE
                   'BUS DAYS'.
               10  FILLER                  PIC X(12)   VALUE
                   '  ENTRIES'.
               10  FILLER                  PIC X(12)   VALUE
           MOVE EA-AS-OF-DATE TO EA-SER-DATE-IN
           PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT
           MOVE EA-SER-RESULT TO EA-AS-OF-SERIAL
           MOVE EA-SER-CCYY   TO EA-AS-OF-CCYY
           PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT
           IF EA-ABEND
               GO TO 1000-EXIT
           END-IF
           MOVE EA-AS-OF-CCYY TO EA-CHECK-YEAR
           PERFORM 2560-CHECK-ONE-YEAR THRU 2560-EXIT
           IF EA-ABEND
               GO TO 1000-EXIT
           END-IF
           PERFORM 1500-LOAD-KEY-TABLE THRU 1500-EXIT
           OPEN INPUT ERROR-LOG-IN
           EVALUATE EA-ERROR-LOG-STATUS
           EXIT
           .
      *---------------------------------------------------------------*
      * 1300-LOAD-CALENDAR - TABLE THE BUSINESS CALENDAR.  AGING
      * CANNOT BE DONE WITHOUT IT, SO A CALENDAR THAT IS MISSING,
      * EMPTY, OR NOT AS CALMNT WRITES IT (IN DATE ORDER, EACH DAY
      * AFTER ITS OWN YEAR RECORD) STOPS THE RUN.
      *---------------------------------------------------------------*
       1300-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF EA-CALENDAR-STATUS NOT = '00'
               DISPLAY 'ERRAGE: UNABLE TO OPEN BUSCAL, STATUS='
                   EA-CALENDAR-STATUS
               SET EA-ABEND TO TRUE
               GO TO 1300-EXIT
           END-IF
           PERFORM 1400-LOAD-ONE-CALENDAR-ROW THRU 1400-EXIT
               UNTIL EA-EOF-CALENDAR OR EA-ABEND
           CLOSE CALENDAR-FILE
           IF NOT EA-ABEND AND EA-CAL-YEAR-COUNT = ZERO
               DISPLAY 'ERRAGE: BUSCAL CALENDAR IS EMPTY - LOAD IT '
                   'WITH CALMNT BEFORE RUNNING'
               SET EA-ABEND TO TRUE
           END-IF
           .
       1300-EXIT.
           EXIT
           .
       1400-LOAD-ONE-CALENDAR-ROW.
           READ CALENDAR-FILE INTO BC-CALENDAR-RECORD
               AT END
                   SET EA-EOF-CALENDAR TO TRUE
                   GO TO 1400-EXIT
           END-READ
           IF BC-DATE NOT NUMERIC
               OR NOT (BC-YEAR-RECORD OR BC-CLOSED-DAY)
               DISPLAY 'ERRAGE: MALFORMED BUSCAL RECORD: '
                   CALENDAR-RECORD(1:50)
               SET EA-ABEND TO TRUE
               GO TO 1400-EXIT
           END-IF
           IF BC-CLOSED-DAY
               PERFORM 1450-TABLE-CLOSED-DAY THRU 1450-EXIT
               GO TO 1400-EXIT
           END-IF
           MOVE ZERO TO EA-COUNT-P-DAYS
           PERFORM 1410-COUNT-ONE-PATTERN-DAY THRU 1410-EXIT
               VARYING EA-PAT-SUB FROM 1 BY 1
               UNTIL EA-PAT-SUB > 7
           IF BC-MMDD NOT = ZERO OR EA-COUNT-P-DAYS = ZERO
               DISPLAY 'ERRAGE: MALFORMED BUSCAL YEAR RECORD: '
                   CALENDAR-RECORD(1:50)
               SET EA-ABEND TO TRUE
               GO TO 1400-EXIT
           END-IF
           IF EA-CAL-YEAR-COUNT >= 50
               DISPLAY 'ERRAGE: MORE THAN 50 YEARS ON BUSCAL'
               SET EA-ABEND TO TRUE
               GO TO 1400-EXIT
           END-IF
           ADD 1 TO EA-CAL-YEAR-COUNT
           SET EA-CAL-YEAR-IX TO EA-CAL-YEAR-COUNT
           MOVE BC-YEAR TO EA-CAL-YEAR-CCYY (EA-CAL-YEAR-IX)
           MOVE BC-WEEK-PATTERN TO EA-CAL-PATTERN (EA-CAL-YEAR-IX)
           MOVE BC-YEAR TO EA-SER-CCYY
           MOVE 1 TO EA-SER-MM
           MOVE 1 TO EA-SER-DD
           PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT
           MOVE EA-SER-RESULT TO EA-CAL-FIRST-SERIAL (EA-CAL-YEAR-IX)
           MOVE 12 TO EA-SER-MM
           MOVE 31 TO EA-SER-DD
           PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT
           MOVE EA-SER-RESULT TO EA-CAL-LAST-SERIAL (EA-CAL-YEAR-IX)
           .
       1400-EXIT.
           EXIT
           .
       1410-COUNT-ONE-PATTERN-DAY.
           EVALUATE BC-WEEK-DAY (EA-PAT-SUB)
               WHEN 'P'
                   ADD 1 TO EA-COUNT-P-DAYS
               WHEN 'N'
                   CONTINUE
               WHEN OTHER
                   MOVE 8 TO EA-PAT-SUB
                   MOVE ZERO TO EA-COUNT-P-DAYS
           END-EVALUATE
           .
       1410-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1450-TABLE-CLOSED-DAY - A HOLIDAY OR NON-PROCESSING DAY IS
      * KEPT ONLY WHEN IT FALLS ON A PROCESSING WEEKDAY OF ITS YEAR,
      * WHICH MUST ALREADY HAVE BEEN LOADED AHEAD OF IT.
      *---------------------------------------------------------------*
       1450-TABLE-CLOSED-DAY.
           IF EA-CAL-YEAR-COUNT = ZERO
               DISPLAY 'ERRAGE: BUSCAL DAY AHEAD OF ITS YEAR: '
                   CALENDAR-RECORD(1:50)
               SET EA-ABEND TO TRUE
               GO TO 1450-EXIT
           END-IF
           SET EA-CAL-YEAR-IX TO EA-CAL-YEAR-COUNT
           IF EA-CAL-YEAR-CCYY (EA-CAL-YEAR-IX) NOT = BC-YEAR
               DISPLAY 'ERRAGE: BUSCAL DAY AHEAD OF ITS YEAR: '
                   CALENDAR-RECORD(1:50)
               SET EA-ABEND TO TRUE
               GO TO 1450-EXIT
           END-IF
           MOVE BC-DATE TO EA-SER-DATE-IN
           PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT
           MOVE EA-SER-RESULT TO EA-WALK-SERIAL
           PERFORM 5200-COMPUTE-WEEKDAY THRU 5200-EXIT
           IF EA-CAL-PATTERN-DAY (EA-CAL-YEAR-IX, EA-WEEKDAY)
               NOT = 'P'
               GO TO 1450-EXIT
           END-IF
           IF EA-CAL-CLOSED-COUNT >= 2000
               DISPLAY 'ERRAGE: MORE THAN 2000 CLOSED DAYS ON BUSCAL'
               SET EA-ABEND TO TRUE
               GO TO 1450-EXIT
           END-IF
           ADD 1 TO EA-CAL-CLOSED-COUNT
           MOVE EA-WALK-SERIAL
               TO EA-CAL-CLOSED-SERIAL (EA-CAL-CLOSED-COUNT)
           .
       1450-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1500-LOAD-KEY-TABLE - TABLE THE CLEANED TRANSIN KEYS AND
      * AMOUNTS.  A MISSING FILE OR A FULL TABLE ONLY COSTS DOLLAR
      * FIGURES, NEVER THE AGING ITSELF.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2100-AGE-ONE-ENTRY - FIND OR START THE ENTRY'S ORIGINAL-DATE
      * ROW (WHICH CARRIES THE DATE'S AGE IN BUSINESS DAYS), BUCKET
      * THE ENTRY BY THAT AGE, AND COST IT IF ITS KEY MATCHES THE
      * TABLED TRANSIN.
      *---------------------------------------------------------------*
       2100-AGE-ONE-ENTRY.
           READ ERROR-LOG-IN
                   SET EA-EOF-CURRENT-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           PERFORM 2200-ACCUMULATE-DATE-ROW THRU 2200-EXIT
           IF EA-ABEND
               GO TO 2100-EXIT
           END-IF
           MOVE EA-ROW-DAYS-OUT (EA-SUB) TO EA-DAYS-OUT
           ADD 1 TO EA-TOTAL-OUTSTANDING
           EVALUATE TRUE
               WHEN EA-DAYS-OUT > 7
           IF EA-DAYS-OUT > EA-AGE-LIMIT
               SET EA-SOMETHING-OVER-AGE TO TRUE
           END-IF
           ADD 1 TO EA-ROW-COUNT (EA-SUB)
           PERFORM 2400-COST-ONE-ENTRY THRU 2400-EXIT
           .
       2100-EXIT.
           EXIT
                   SET EA-ABEND TO TRUE
                   GO TO 2200-EXIT
               END-IF
               PERFORM 2500-COUNT-BUSINESS-DAYS THRU 2500-EXIT
               IF EA-ABEND
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO EA-DATE-COUNT
               MOVE EA-DATE-COUNT TO EA-SUB
               MOVE ERROR-IN-DATE TO EA-ROW-DATE (EA-SUB)
               MOVE ZERO          TO EA-ROW-MATCHED (EA-SUB)
               MOVE ZERO          TO EA-ROW-DOLLARS (EA-SUB)
           END-IF
           .
       2200-EXIT.
           EXIT
           EXIT
           .
      *---------------------------------------------------------------*
      * 2500-COUNT-BUSINESS-DAYS - EA-DAYS-OUT IS THE NUMBER OF
      * BUSINESS DAYS AFTER ERROR-IN-DATE UP TO AND INCLUDING THE
      * AS-OF DATE: EVERY PROCESSING WEEKDAY IN BETWEEN, LESS THE
      * HOLIDAYS AND NON-PROCESSING DAYS THAT FALL ON ONE.  EVERY
      * YEAR THE SPAN TOUCHES MUST BE LOADED.
      *---------------------------------------------------------------*
       2500-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO EA-DAYS-OUT
           MOVE ERROR-IN-DATE TO EA-SER-DATE-IN
           PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT
           MOVE EA-SER-RESULT TO EA-ENTRY-SERIAL
           IF EA-ENTRY-SERIAL NOT < EA-AS-OF-SERIAL
               GO TO 2500-EXIT
           END-IF
           PERFORM 2560-CHECK-ONE-YEAR THRU 2560-EXIT
               VARYING EA-CHECK-YEAR FROM EA-SER-CCYY BY 1
               UNTIL EA-CHECK-YEAR > EA-AS-OF-CCYY OR EA-ABEND
           IF EA-ABEND
               GO TO 2500-EXIT
           END-IF
           COMPUTE EA-WALK-SERIAL = EA-ENTRY-SERIAL + 1
           PERFORM 2570-COUNT-ONE-DAY THRU 2570-EXIT
               UNTIL EA-WALK-SERIAL > EA-AS-OF-SERIAL
           PERFORM 2580-DROP-ONE-CLOSED-DAY THRU 2580-EXIT
               VARYING EA-CAL-CLOSED-IX FROM 1 BY 1
               UNTIL EA-CAL-CLOSED-IX > EA-CAL-CLOSED-COUNT
           .
       2500-EXIT.
           EXIT
           .
       2560-CHECK-ONE-YEAR.
           SET EA-CAL-YEAR-IX TO 1
           SEARCH EA-CAL-YEAR-ENTRY
               AT END
                   SET EA-CAL-YEAR-IX TO EA-CAL-YEAR-COUNT
                   SET EA-CAL-YEAR-IX UP BY 1
               WHEN EA-CAL-YEAR-IX > EA-CAL-YEAR-COUNT
                   CONTINUE
               WHEN EA-CAL-YEAR-CCYY (EA-CAL-YEAR-IX) = EA-CHECK-YEAR
                   CONTINUE
           END-SEARCH
           IF EA-CAL-YEAR-IX > EA-CAL-YEAR-COUNT
               DISPLAY 'ERRAGE: NO BUSINESS CALENDAR LOADED FOR YEAR '
                   EA-CHECK-YEAR ' - LOAD IT WITH CALMNT BEFORE '
                   'RUNNING'
               SET EA-ABEND TO TRUE
           END-IF
           .
       2560-EXIT.
           EXIT
           .
       2570-COUNT-ONE-DAY.
           SET EA-CAL-YEAR-IX TO 1
           SEARCH EA-CAL-YEAR-ENTRY
               AT END
                   CONTINUE
               WHEN EA-CAL-YEAR-IX > EA-CAL-YEAR-COUNT
                   CONTINUE
               WHEN EA-WALK-SERIAL
                       NOT < EA-CAL-FIRST-SERIAL (EA-CAL-YEAR-IX)
                   AND EA-WALK-SERIAL
                       NOT > EA-CAL-LAST-SERIAL (EA-CAL-YEAR-IX)
                   PERFORM 5200-COMPUTE-WEEKDAY THRU 5200-EXIT
                   IF EA-CAL-PATTERN-DAY (EA-CAL-YEAR-IX, EA-WEEKDAY)
                       = 'P'
                       ADD 1 TO EA-DAYS-OUT
                   END-IF
           END-SEARCH
           ADD 1 TO EA-WALK-SERIAL
           .
       2570-EXIT.
           EXIT
           .
       2580-DROP-ONE-CLOSED-DAY.
           IF EA-CAL-CLOSED-SERIAL (EA-CAL-CLOSED-IX) > EA-ENTRY-SERIAL
               AND EA-CAL-CLOSED-SERIAL (EA-CAL-CLOSED-IX)
                   NOT > EA-AS-OF-SERIAL
               SUBTRACT 1 FROM EA-DAYS-OUT
           END-IF
           .
       2580-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 4000-WRITE-AGING-REPORT - ONE LINE PER ORIGINAL BUSINESS
      * DATE, THE BUCKET TOTALS, AND THE VERDICT.
      *---------------------------------------------------------------*
               DELIMITED BY SIZE
               '  AGE LIMIT ' DELIMITED BY SIZE
               EA-AGE-LIMIT DELIMITED BY SIZE
               ' BUSINESS DAYS' DELIMITED BY SIZE
               INTO AGING-RPT-RECORD
           WRITE AGING-RPT-RECORD
           WRITE AGING-RPT-RECORD FROM EA-BLANK-LINE
           EXIT
           .
      *---------------------------------------------------------------*
      * 5200-COMPUTE-WEEKDAY - EA-WEEKDAY IS THE WEEKDAY OF SERIAL
      * DAY EA-WALK-SERIAL, 1 MONDAY THROUGH 7 SUNDAY, THE SAME
      * ORDER AS THE CALENDAR'S WEEKLY PATTERN.
      *---------------------------------------------------------------*
       5200-COMPUTE-WEEKDAY.
           COMPUTE EA-WEEK-QUOTIENT = EA-WALK-SERIAL - 2
           DIVIDE EA-WEEK-QUOTIENT BY 7 GIVING EA-WEEK-QUOTIENT
               REMAINDER EA-WEEKDAY-REM
           COMPUTE EA-WEEKDAY = EA-WEEKDAY-REM + 1
           .
       5200-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE REPORT AND SET THE STEP RETURN
      * CODE:
      *    RC=0   NOTHING OLDER THAN THE AGE LIMIT
      *    RC=8   AT LEAST ONE ENTRY HAS AGED PAST THE LIMIT
      *    RC=16  A REQUIRED FILE COULD NOT BE OPENED, A TABLE
      *           OVERFLOWED, OR THE BUSINESS CALENDAR IS MALFORMED OR
      *           HAS NO YEAR LOADED FOR A DATE BEING AGED
      *---------------------------------------------------------------*
       9000-TERMINATE.
           IF EA-AGING-RPT-STATUS = '00'
