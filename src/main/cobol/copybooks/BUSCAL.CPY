      **********************************************************************
      * COPYBOOK:  BUSCAL
      * AUTHOR:    M J STEELE
      * DATE:      15 OCT 2026
      * PURPOSE:   ONE RECORD ON THE BUSINESS CALENDAR (BUSCAL).  A
      *            YEAR IS LOADED BY ITS YEAR RECORD (TYPE Y, DATE
      *            CCYY0000), WHICH CARRIES THE WEEKLY PATTERN - ONE
      *            BYTE PER WEEKDAY, MONDAY FIRST, P FOR A PROCESSING
      *            DAY AND N FOR A DAY THE PIPELINE DOES NOT RUN.
      *            EVERY HOLIDAY (TYPE H) OR OTHER NON-PROCESSING DAY
      *            (TYPE N) IN THE YEAR HAS A DAY RECORD OF ITS OWN.
      *            A DATE IS A BUSINESS DAY WHEN ITS YEAR IS LOADED,
      *            ITS WEEKDAY IS P IN THE YEAR'S PATTERN, AND IT HAS
      *            NO DAY RECORD.  A DATE IN A YEAR WITH NO YEAR
      *            RECORD IS NEVER GUESSED AT - EVERY READER STOPS.
      *            CALMNT MAINTAINS THE FILE IN DATE ORDER; DATECTL
      *            READS IT TO OPEN THE NEXT BUSINESS DAY AND ERRAGE
      *            TO AGE IN BUSINESS DAYS.  COPY THIS LAYOUT
      *            EVERYWHERE THE FILE IS TOUCHED SO IT CANNOT DRIFT.
      *            WRITERS MOVE SPACES TO THE WHOLE RECORD FIRST,
      *            THEN FILL THE FIELDS.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL LAYOUT
      **********************************************************************
       01  BC-CALENDAR-RECORD.
           05  BC-RECORD-TYPE       PIC X(01).
               88  BC-YEAR-RECORD       VALUE 'Y'.
               88  BC-CLOSED-DAY        VALUE 'H' 'N'.
               88  BC-HOLIDAY           VALUE 'H'.
               88  BC-NON-PROCESSING    VALUE 'N'.
           05  FILLER               PIC X(01).
      *    CCYYMMDD ON A DAY RECORD; CCYY0000 ON A YEAR RECORD.
           05  BC-DATE              PIC 9(08).
           05  BC-DATE-X REDEFINES BC-DATE.
               10  BC-YEAR          PIC 9(04).
               10  BC-MMDD          PIC 9(04).
           05  FILLER               PIC X(01).
      *    YEAR RECORD ONLY: MONDAY THROUGH SUNDAY, P OR N.  BLANK
      *    ON A DAY RECORD.
           05  BC-WEEK-PATTERN      PIC X(07).
           05  BC-WEEK-DAY REDEFINES BC-WEEK-PATTERN
                                    PIC X(01) OCCURS 7 TIMES.
           05  FILLER               PIC X(01).
           05  BC-DESCRIPTION       PIC X(30).
           05  FILLER               PIC X(31).
