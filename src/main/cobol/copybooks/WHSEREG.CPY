      **********************************************************************
      * COPYBOOK:  WHSEREG
      * AUTHOR:    M J STEELE
      * DATE:      15 OCT 2026
      * PURPOSE:   ONE RECORD ON THE WAREHOUSE LOAD REGISTER FOR EVERY
      *            CHANGE IN THE STANDING OF A BUSINESS DATE AND
      *            CYCLE'S WAREHOUSE EXTRACT: SENT WHEN THE NIGHT
      *            RELEASED IT, ACKNOWLEDGED WHEN THE WAREHOUSE'S
      *            ACKNOWLEDGMENT RECONCILED TO IT, OR IN DISPUTE WHEN
      *            THE COUNTS DISAGREED OR NO ACKNOWLEDGMENT CAME BY
      *            THE CUTOFF.  THE FILE IS ONLY EVER EXTENDED; THE
      *            LATEST RECORD FOR A DATE AND CYCLE IS ITS STANDING.
      *            WHSERECN WRITES AND READS IT.  COPY THIS LAYOUT
      *            EVERYWHERE THE FILE IS TOUCHED SO IT CANNOT DRIFT.
      *            WRITERS MOVE SPACES TO THE WHOLE RECORD FIRST, THEN
      *            FILL THE FIELDS.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL LAYOUT
      **********************************************************************
       01  WL-REGISTER-RECORD.
           05  WL-BUSINESS-DATE     PIC 9(08).
           05  FILLER               PIC X(01).
           05  WL-CYCLE-NO          PIC 9(02).
           05  FILLER               PIC X(01).
           05  WL-LOAD-STATUS       PIC X(01).
               88  WL-LOAD-SENT         VALUE 'S'.
               88  WL-LOAD-ACKNOWLEDGED VALUE 'A'.
               88  WL-LOAD-IN-DISPUTE   VALUE 'D'.
           05  FILLER               PIC X(01).
      *    WHEN THE STANDING CHANGED, BY THE SYSTEM CLOCK.
           05  WL-EVENT-DATE        PIC 9(08).
           05  FILLER               PIC X(01).
           05  WL-EVENT-TIME        PIC 9(08).
           05  FILLER               PIC X(01).
      *    DETAIL ROWS ON THE EXTRACT AS SENT.
           05  WL-ROWS-SENT         PIC 9(08).
           05  FILLER               PIC X(01).
      *    THE WAREHOUSE'S FIGURES OFF THE ACKNOWLEDGMENT; ZERO
      *    UNTIL ONE HAS BEEN RECONCILED.
           05  WL-ROWS-RECEIVED     PIC 9(08).
           05  FILLER               PIC X(01).
           05  WL-ROWS-LOADED       PIC 9(08).
           05  FILLER               PIC X(01).
           05  WL-ROWS-REJECTED     PIC 9(08).
           05  FILLER               PIC X(01).
           05  WL-REASON-TEXT       PIC X(30).
           05  FILLER               PIC X(02).
