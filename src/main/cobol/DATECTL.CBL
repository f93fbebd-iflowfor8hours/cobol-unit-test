      *                          CLOSEDAY, INITIAL
      *              COLS 10-17  DATE CCYYMMDD
      *                          OPENDAY: THE DATE TO OPEN; OPTIONAL,
      *                          DEFAULTS TO THE NEXT BUSINESS DAY
      *                          AFTER THE LAST PROCESSED DATE
      *                          INITIAL: THE LAST PROCESSED DATE,
      *                          REQUIRED, ONLY HONORED WHEN NO
      *                          CONTROL RECORD EXISTS YET
      *                          NEVER BURN THE NEXT ONE
      *
      *            OPENDAY REFUSES TO REOPEN A DATE THAT HAS ALREADY
      *            CLOSED AND REFUSES A DATE THAT WOULD SKIP A
      *            BUSINESS DAY ON THE BUSCAL CALENDAR (MAINTAINED BY
      *            CALMNT); A WEEKEND OR HOLIDAY MAY STILL BE OPENED
      *            BY NAMING IT, SINCE NO BUSINESS DAY IS PASSED OVER.
      *            A DATE IN A YEAR WITH NO CALENDAR LOADED STOPS THE
      *            RUN.  REOPENING THE DATE THAT IS STILL OPEN IS A
      *            RESTART OF AN UNFINISHED DAY AND IS ALLOWED.  OPENDAY
      *            STARTS THE DATE AT CYCLE 01; OPENCYCL STARTS THE
      *            NEXT NUMBERED CYCLE WITHIN THE OPEN DATE WHEN A
      *            FURTHER TRANSMISSION ARRIVES.  CLOSEDAY MARKS THE
      *                   DAY, ORPHANED THE CYCLE'S CHECKPOINT, AND
      *                   LEFT ITS PARTIAL MASTER POSTINGS AS A
      *                   PHANTOM CYCLE
      * 15 OCT 2026  MJS  OPENDAY WORKS IN BUSINESS DAYS FROM THE NEW
      *                   BUSCAL CALENDAR: IT DEFAULTS TO THE NEXT
      *                   BUSINESS DAY AND REFUSES ONLY A DATE THAT
      *                   SKIPS ONE, SO WEEKENDS AND HOLIDAYS NO
      *                   LONGER NEED EMPTY DATES OPENED AND CLOSED.
      *                   A YEAR WITH NO CALENDAR LOADED STOPS THE
      *                   RUN
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATECTL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DC-BUSDATE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO BUSCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DC-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARDS
           RECORDING MODE IS F.
       01  BUSDATE-RECORD              PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BUSDATE.
           COPY BUSCAL.

       01  DC-FILE-STATUS-FIELDS.
           05  DC-CARDS-STATUS             PIC X(02).
           05  DC-BUSDATE-STATUS           PIC X(02).
           05  DC-CALENDAR-STATUS          PIC X(02).

       01  DC-SWITCHES.
           05  DC-ABEND-SW                 PIC X(01)   VALUE 'N'.
               88  DC-FUNCTION-OPENCYCL        VALUE 'N'.
               88  DC-FUNCTION-CLOSEDAY        VALUE 'C'.
               88  DC-FUNCTION-INITIAL         VALUE 'I'.
           05  DC-CALENDAR-EOF-SW          PIC X(01)   VALUE 'N'.
               88  DC-EOF-CALENDAR             VALUE 'Y'.
           05  DC-BUSINESS-DAY-SW          PIC X(01)   VALUE 'N'.
               88  DC-BUSINESS-DAY             VALUE 'Y'.
           05  DC-DATE-VALID-SW            PIC X(01)   VALUE 'N'.
               88  DC-DATE-VALID               VALUE 'Y'.

       01  DC-WORK-FIELDS.
           05  DC-CARD-DATE                PIC 9(08)   VALUE ZERO.
           05  DC-CARD-CYCLE               PIC 9(02)   VALUE ZERO.
           05  DC-EXPECTED-CYCLE           PIC 9(02)   VALUE ZERO.

      *    THE BUSINESS CALENDAR, TABLED FOR OPENDAY: EACH LOADED
      *    YEAR WITH ITS WEEKLY PATTERN, AND EVERY HOLIDAY AND
      *    NON-PROCESSING DAY.
       01  DC-BUSINESS-CALENDAR.
           05  DC-YEAR-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  DC-YEAR-ENTRY OCCURS 50 TIMES
                   INDEXED BY DC-YEAR-IX.
               10  DC-YEAR-CCYY            PIC 9(04).
               10  DC-YEAR-PATTERN         PIC X(07).
               10  DC-YEAR-DAY REDEFINES DC-YEAR-PATTERN
                                           PIC X(01) OCCURS 7 TIMES.
           05  DC-CLOSED-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  DC-CLOSED-ENTRY OCCURS 2000 TIMES
                   INDEXED BY DC-CLOSED-IX.
               10  DC-CLOSED-DATE          PIC 9(08).

      *    CALENDAR WORK FIELDS FOR THE NEXT-DAY COMPUTATION.  THE
      *    NEXT BUSINESS DATE IS FOUND BY STEPPING ONE CALENDAR DAY
      *    AT A TIME FROM THE LAST PROCESSED DATE UNTIL A DAY THE
      *    BUSINESS CALENDAR SAYS IS A PROCESSING DAY.
       01  DC-CALENDAR-FIELDS.
           05  DC-DATE-IN                  PIC 9(08).
           05  DC-DATE-IN-X REDEFINES DC-DATE-IN.
           05  DC-LEAP-REMAINDER           PIC 9(04) COMP.
           05  DC-LEAP-SW                  PIC X(01).
               88  DC-LEAP-YEAR                VALUE 'Y'.
           05  DC-PAT-SUB                  PIC 9(04) COMP.
           05  DC-COUNT-P-DAYS             PIC 9(01).

      *    WEEKDAY OF DC-DATE-IN.  THE SERIAL IS WHOLE YEARS AT 365
      *    PLUS THE LEAP DAYS BEFORE JANUARY 1, THE CUMULATIVE DAYS
      *    AHEAD OF THE MONTH, ONE MORE PAST FEBRUARY OF A LEAP
      *    YEAR, AND THE DAY; LESS 2, ITS REMAINDER BY 7 IS THE
      *    WEEKDAY COUNTING MONDAY AS 0.
       01  DC-WEEKDAY-FIELDS.
           05  DC-SER-RESULT               PIC 9(08) COMP.
           05  DC-SER-PRIOR-YEAR           PIC 9(04) COMP.
           05  DC-SER-QUOTIENT-4           PIC 9(04) COMP.
           05  DC-SER-QUOTIENT-100         PIC 9(04) COMP.
           05  DC-SER-QUOTIENT-400         PIC 9(04) COMP.
           05  DC-SER-REMAINDER            PIC 9(04) COMP.
           05  DC-SER-WEEK-QUOTIENT        PIC 9(08) COMP.
           05  DC-SER-WEEKDAY-REM          PIC 9(01).
           05  DC-WEEKDAY                  PIC 9(01).
           05  DC-CUM-DAY-VALUES.
               10  FILLER                  PIC X(36)   VALUE
                   '000031059090120151181212243273304334'.
           05  DC-CUM-DAY-TABLE REDEFINES DC-CUM-DAY-VALUES.
               10  DC-CUM-DAYS OCCURS 12 TIMES
                                           PIC 9(03).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2000-OPEN-DAY - OPEN THE NEXT PROCESSING DAY.  THE DEFAULT
      * IS THE NEXT BUSINESS DAY ON THE CALENDAR AFTER THE LAST
      * PROCESSED ONE: THE SAME DATE AGAIN IS REFUSED ONCE IT HAS
      * CLOSED, AND A DATE BEYOND THE NEXT BUSINESS DAY WOULD
      * SILENTLY SKIP ONE.  A WEEKEND OR HOLIDAY AHEAD OF THE NEXT
      * BUSINESS DAY SKIPS NOTHING AND OPENS WHEN NAMED.  REOPENING
      * THE DATE THAT IS STILL OPEN IS A RESTART OF AN UNFINISHED
      * DAY AND PASSES.
      *---------------------------------------------------------------*
       2000-OPEN-DAY.
           IF NOT DC-RECORD-FOUND
               END-IF
               GO TO 2000-EXIT
           END-IF
           IF DC-CARD-DATE NOT = ZERO
               MOVE DC-CARD-DATE TO DC-DATE-IN
               PERFORM 5400-VALIDATE-DATE THRU 5400-EXIT
               IF NOT DC-DATE-VALID
                   DISPLAY 'DATECTL: ' DC-CARD-DATE
                       ' IS NOT A CALENDAR DATE'
                   SET DC-CARD-ERROR TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF
           PERFORM 2100-LOAD-CALENDAR THRU 2100-EXIT
           IF DC-ABEND
               GO TO 2000-EXIT
           END-IF
           MOVE BD-BUSINESS-DATE TO DC-DATE-IN
           MOVE 'N' TO DC-BUSINESS-DAY-SW
           PERFORM 2200-STEP-ONE-DAY THRU 2200-EXIT
               UNTIL DC-BUSINESS-DAY OR DC-ABEND
           IF DC-ABEND
               GO TO 2000-EXIT
           END-IF
           MOVE DC-DATE-IN TO DC-EXPECTED-DATE
           IF DC-CARD-DATE = ZERO
               MOVE DC-EXPECTED-DATE TO DC-CARD-DATE
           END-IF
                   DISPLAY 'DATECTL: BUSINESS DATE ' DC-CARD-DATE
                       ' HAS ALREADY BEEN PROCESSED - REFUSED'
                   SET DC-CONTROL-ERROR TO TRUE
               WHEN DC-CARD-DATE > DC-EXPECTED-DATE
                   DISPLAY 'DATECTL: OPENING ' DC-CARD-DATE
                       ' WOULD SKIP BUSINESS DAY ' DC-EXPECTED-DATE
                       ' - REFUSED'
                   SET DC-CONTROL-ERROR TO TRUE
               WHEN DC-CARD-DATE < DC-EXPECTED-DATE
                   MOVE DC-CARD-DATE TO BD-BUSINESS-DATE
                   SET BD-DAY-OPEN TO TRUE
                   MOVE 1 TO BD-CYCLE-NO
                   SET DC-REWRITE-WANTED TO TRUE
                   DISPLAY 'DATECTL: ' DC-CARD-DATE
                       ' IS NOT A BUSINESS DAY ON THE CALENDAR - '
                       'OPENED AT CYCLE 01 AS NAMED'
               WHEN OTHER
                   MOVE DC-CARD-DATE TO BD-BUSINESS-DATE
                   SET BD-DAY-OPEN TO TRUE
           EXIT
           .
      *---------------------------------------------------------------*
      * 2100-LOAD-CALENDAR - TABLE THE BUSINESS CALENDAR.  IT IS
      * REQUIRED FOR OPENDAY: A CALENDAR THAT IS MISSING, EMPTY, OR
      * NOT AS CALMNT WRITES IT STOPS THE RUN RATHER THAN LETTING
      * THE DATE ADVANCE ON A GUESS.
      *---------------------------------------------------------------*
       2100-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF DC-CALENDAR-STATUS NOT = '00'
               DISPLAY 'DATECTL: UNABLE TO OPEN BUSCAL, STATUS='
                   DC-CALENDAR-STATUS
               SET DC-ABEND TO TRUE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2150-LOAD-ONE-CALENDAR-ROW THRU 2150-EXIT
               UNTIL DC-EOF-CALENDAR OR DC-ABEND
           CLOSE CALENDAR-FILE
           IF NOT DC-ABEND AND DC-YEAR-COUNT = ZERO
               DISPLAY 'DATECTL: BUSCAL CALENDAR IS EMPTY - LOAD '
                   'IT WITH CALMNT BEFORE RUNNING'
               SET DC-ABEND TO TRUE
           END-IF
           .
       2100-EXIT.
           EXIT
           .
       2150-LOAD-ONE-CALENDAR-ROW.
           READ CALENDAR-FILE INTO BC-CALENDAR-RECORD
               AT END
                   SET DC-EOF-CALENDAR TO TRUE
                   GO TO 2150-EXIT
           END-READ
           IF BC-DATE NOT NUMERIC
               OR NOT (BC-YEAR-RECORD OR BC-CLOSED-DAY)
               DISPLAY 'DATECTL: MALFORMED BUSCAL RECORD: '
                   CALENDAR-RECORD(1:50)
               SET DC-ABEND TO TRUE
               GO TO 2150-EXIT
           END-IF
           IF BC-CLOSED-DAY
               IF DC-CLOSED-COUNT >= 2000
                   DISPLAY 'DATECTL: MORE THAN 2000 CLOSED DAYS ON '
                       'BUSCAL'
                   SET DC-ABEND TO TRUE
                   GO TO 2150-EXIT
               END-IF
               ADD 1 TO DC-CLOSED-COUNT
               MOVE BC-DATE TO DC-CLOSED-DATE (DC-CLOSED-COUNT)
               GO TO 2150-EXIT
           END-IF
           MOVE ZERO TO DC-COUNT-P-DAYS
           PERFORM 2160-COUNT-ONE-PATTERN-DAY THRU 2160-EXIT
               VARYING DC-PAT-SUB FROM 1 BY 1
               UNTIL DC-PAT-SUB > 7
           IF BC-MMDD NOT = ZERO OR DC-COUNT-P-DAYS = ZERO
               DISPLAY 'DATECTL: MALFORMED BUSCAL YEAR RECORD: '
                   CALENDAR-RECORD(1:50)
               SET DC-ABEND TO TRUE
               GO TO 2150-EXIT
           END-IF
           IF DC-YEAR-COUNT >= 50
               DISPLAY 'DATECTL: MORE THAN 50 YEARS ON BUSCAL'
               SET DC-ABEND TO TRUE
               GO TO 2150-EXIT
           END-IF
           ADD 1 TO DC-YEAR-COUNT
           MOVE BC-YEAR         TO DC-YEAR-CCYY (DC-YEAR-COUNT)
           MOVE BC-WEEK-PATTERN TO DC-YEAR-PATTERN (DC-YEAR-COUNT)
           .
       2150-EXIT.
           EXIT
           .
       2160-COUNT-ONE-PATTERN-DAY.
           EVALUATE BC-WEEK-DAY (DC-PAT-SUB)
               WHEN 'P'
                   ADD 1 TO DC-COUNT-P-DAYS
               WHEN 'N'
                   CONTINUE
               WHEN OTHER
                   MOVE 8 TO DC-PAT-SUB
                   MOVE ZERO TO DC-COUNT-P-DAYS
           END-EVALUATE
           .
       2160-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2200-STEP-ONE-DAY - MOVE DC-DATE-IN ON ONE CALENDAR DAY AND
      * ASK THE CALENDAR WHETHER IT IS A BUSINESS DAY.  A DAY IS A
      * BUSINESS DAY WHEN ITS YEAR IS LOADED, ITS WEEKDAY IS P IN
      * THE YEAR'S PATTERN, AND IT IS NOT A HOLIDAY OR OTHER
      * NON-PROCESSING DAY.  A YEAR THAT IS NOT LOADED STOPS THE RUN.
      *---------------------------------------------------------------*
       2200-STEP-ONE-DAY.
           PERFORM 5000-COMPUTE-NEXT-DATE THRU 5000-EXIT
           MOVE DC-DATE-NEXT TO DC-DATE-IN
           SET DC-YEAR-IX TO 1
           SEARCH DC-YEAR-ENTRY
               AT END
                   SET DC-YEAR-IX TO DC-YEAR-COUNT
                   SET DC-YEAR-IX UP BY 1
               WHEN DC-YEAR-IX > DC-YEAR-COUNT
                   CONTINUE
               WHEN DC-YEAR-CCYY (DC-YEAR-IX) = DC-IN-CCYY
                   CONTINUE
           END-SEARCH
           IF DC-YEAR-IX > DC-YEAR-COUNT
               DISPLAY 'DATECTL: NO BUSINESS CALENDAR LOADED FOR '
                   'YEAR ' DC-IN-CCYY ' - LOAD IT WITH CALMNT '
                   'BEFORE RUNNING'
               SET DC-ABEND TO TRUE
               GO TO 2200-EXIT
           END-IF
           PERFORM 5300-COMPUTE-WEEKDAY THRU 5300-EXIT
           IF DC-YEAR-DAY (DC-YEAR-IX, DC-WEEKDAY) NOT = 'P'
               GO TO 2200-EXIT
           END-IF
           SET DC-BUSINESS-DAY TO TRUE
           SET DC-CLOSED-IX TO 1
           SEARCH DC-CLOSED-ENTRY
               AT END
                   CONTINUE
               WHEN DC-CLOSED-IX > DC-CLOSED-COUNT
                   CONTINUE
               WHEN DC-CLOSED-DATE (DC-CLOSED-IX) = DC-DATE-IN
                   MOVE 'N' TO DC-BUSINESS-DAY-SW
           END-SEARCH
           .
       2200-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2500-OPEN-CYCLE - A FURTHER TRANSMISSION OF THE OPEN
      * BUSINESS DATE: ADVANCE TO THE NEXT NUMBERED CYCLE.  THE DAY
      * MUST STILL BE OPEN - ONCE IT CLOSES, LATE WORK BELONGS TO
           EXIT
           .
      *---------------------------------------------------------------*
      * 5300-COMPUTE-WEEKDAY - DC-WEEKDAY IS THE WEEKDAY OF
      * DC-DATE-IN, 1 MONDAY THROUGH 7 SUNDAY, THE SAME ORDER AS THE
      * CALENDAR'S WEEKLY PATTERN.
      *---------------------------------------------------------------*
       5300-COMPUTE-WEEKDAY.
           COMPUTE DC-SER-PRIOR-YEAR = DC-IN-CCYY - 1
           DIVIDE DC-SER-PRIOR-YEAR BY 4
               GIVING DC-SER-QUOTIENT-4
               REMAINDER DC-SER-REMAINDER
           DIVIDE DC-SER-PRIOR-YEAR BY 100
               GIVING DC-SER-QUOTIENT-100
               REMAINDER DC-SER-REMAINDER
           DIVIDE DC-SER-PRIOR-YEAR BY 400
               GIVING DC-SER-QUOTIENT-400
               REMAINDER DC-SER-REMAINDER
           COMPUTE DC-SER-RESULT
               = DC-IN-CCYY * 365
               + DC-SER-QUOTIENT-4
               - DC-SER-QUOTIENT-100
               + DC-SER-QUOTIENT-400
               + DC-CUM-DAYS (DC-IN-MM)
               + DC-IN-DD
           IF DC-IN-MM > 2
               PERFORM 5100-CHECK-LEAP-YEAR THRU 5100-EXIT
               IF DC-LEAP-YEAR
                   ADD 1 TO DC-SER-RESULT
               END-IF
           END-IF
           SUBTRACT 2 FROM DC-SER-RESULT
           DIVIDE DC-SER-RESULT BY 7 GIVING DC-SER-WEEK-QUOTIENT
               REMAINDER DC-SER-WEEKDAY-REM
           COMPUTE DC-WEEKDAY = DC-SER-WEEKDAY-REM + 1
           .
       5300-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 5400-VALIDATE-DATE - DC-DATE-IN MUST BE A REAL DATE: MONTH
      * 01-12 AND A DAY WITHIN THE MONTH.
      *---------------------------------------------------------------*
       5400-VALIDATE-DATE.
           MOVE 'N' TO DC-DATE-VALID-SW
           IF DC-IN-MM < 1 OR DC-IN-MM > 12 OR DC-IN-DD < 1
               GO TO 5400-EXIT
           END-IF
           MOVE DC-DAYS-IN-MONTH (DC-IN-MM) TO DC-MONTH-END
           IF DC-IN-MM = 2
               PERFORM 5100-CHECK-LEAP-YEAR THRU 5100-EXIT
               IF DC-LEAP-YEAR
                   MOVE 29 TO DC-MONTH-END
               END-IF
           END-IF
           IF DC-IN-DD > DC-MONTH-END
               GO TO 5400-EXIT
           END-IF
           SET DC-DATE-VALID TO TRUE
           .
       5400-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 8000-REWRITE-CONTROL - REPLACE THE ONE-RECORD CONTROL FILE
      * WITH THE UPDATED RECORD.
      *---------------------------------------------------------------*
      *    RC=0   FUNCTION COMPLETED (OR A LEGAL RESTART)
      *    RC=8   CONTROL CARD OR CONTROL-STATE ERROR - THE DATE WAS
      *           REFUSED AND THE DEPENDENT STEPS MUST BE HELD
      *    RC=16  THE CONTROL FILE COULD NOT BE READ OR REWRITTEN,
      *           OR THE BUSINESS CALENDAR IS MISSING, MALFORMED, OR
      *           HAS NO YEAR LOADED FOR THE DATE BEING OPENED
      *---------------------------------------------------------------*
       9000-TERMINATE.
           EVALUATE TRUE
