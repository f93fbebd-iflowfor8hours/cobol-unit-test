      **********************************************************************
      * COPYBOOK:  WHSEACK
      * AUTHOR:    M J STEELE
      * DATE:      15 OCT 2026
      * PURPOSE:   ONE RECORD ON THE LOAD ACKNOWLEDGMENT THE WAREHOUSE
      *            TEAM SENDS BACK FOR EACH EXTRACT IT LOADS.  THE
      *            FIRST RECORD IS THE HEADER (TYPE H): THE BUSINESS
      *            DATE AND CYCLE OF THE EXTRACT, AND THE ROWS THE
      *            WAREHOUSE RECEIVED, LOADED AND REJECTED.  ONE
      *            REJECT RECORD (TYPE R) FOLLOWS FOR EVERY ROW IT
      *            REJECTED, GIVING THE ROW'S TRANSACTION KEY AND
      *            THE WAREHOUSE'S REASON.  ALL COUNTS ARE KEYED IN
      *            FULL WITH LEADING ZEROS.  WHSERECN RECONCILES THE
      *            ACKNOWLEDGMENT AGAINST THE EXTRACT CALLPGM WROTE.
      *            COPY THIS LAYOUT EVERYWHERE THE FILE IS TOUCHED SO
      *            IT CANNOT DRIFT.  WRITERS MOVE SPACES TO THE WHOLE
      *            RECORD FIRST, THEN FILL THE FIELDS.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL LAYOUT
      **********************************************************************
       01  WK-ACK-RECORD.
           05  WK-RECORD-TYPE       PIC X(01).
               88  WK-ACK-HEADER        VALUE 'H'.
               88  WK-ACK-REJECT        VALUE 'R'.
           05  FILLER               PIC X(01).
           05  WK-HEADER-FIELDS.
               10  WK-BUSINESS-DATE PIC 9(08).
               10  FILLER           PIC X(01).
               10  WK-CYCLE-NO      PIC 9(02).
               10  FILLER           PIC X(01).
               10  WK-ROWS-RECEIVED PIC 9(08).
               10  FILLER           PIC X(01).
               10  WK-ROWS-LOADED   PIC 9(08).
               10  FILLER           PIC X(01).
               10  WK-ROWS-REJECTED PIC 9(08).
               10  FILLER           PIC X(40).
      *    THE SAME BYTES ON A REJECT RECORD.
           05  WK-REJECT-FIELDS REDEFINES WK-HEADER-FIELDS.
               10  WK-REJECT-KEY    PIC X(10).
               10  FILLER           PIC X(01).
               10  WK-REJECT-REASON PIC X(40).
               10  FILLER           PIC X(27).
