      **********************************************************************
      * COPYBOOK:  ACCTMST
      * AUTHOR:    M J STEELE
      * DATE:      15 OCT 2026
      * PURPOSE:   ONE RECORD ON THE KEYED ACCOUNT MASTER (ACCTMSTR)
      *            FOR EVERY ACCOUNT THE BANK HAS EVER OPENED: THE
      *            ACCOUNT NUMBER (THE RECORD KEY), ITS STATUS, THE
      *            DATES IT OPENED AND CLOSED, AND THE BRANCH THAT
      *            OWNS IT.  TRANEDIT READS IT BY KEY TO REFUSE
      *            DETAILS AGAINST UNKNOWN, CLOSED, OR FROZEN
      *            ACCOUNTS AND TO STAMP THE OWNING BRANCH ON EVERY
      *            DETAIL IT PASSES.  ACCTMNT MAINTAINS IT WITH A
      *            PRINTED AUDIT.  THE FD IN EACH PROGRAM DECLARES
      *            ONLY THE KEY; RECORDS ARE READ INTO AND WRITTEN
      *            FROM THIS LAYOUT SO IT CANNOT DRIFT.  WRITERS MOVE
      *            SPACES TO THE WHOLE RECORD FIRST, THEN FILL THE
      *            FIELDS.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL LAYOUT
      **********************************************************************
       01  AM-ACCOUNT-RECORD.
           05  AM-ACCOUNT-NO        PIC X(12).
           05  FILLER               PIC X(01).
      *    O = OPEN, C = CLOSED, F = FROZEN (NO POSTINGS UNTIL THE
      *    HOLD IS LIFTED), D = DORMANT (NO RECENT ACTIVITY, BUT
      *    STILL POSTS - A DORMANT ACCOUNT IS NOT REFUSED).
           05  AM-STATUS            PIC X(01).
               88  AM-STATUS-OPEN       VALUE 'O'.
               88  AM-STATUS-CLOSED     VALUE 'C'.
               88  AM-STATUS-FROZEN     VALUE 'F'.
               88  AM-STATUS-DORMANT    VALUE 'D'.
               88  AM-STATUS-VALID      VALUE 'O' 'C' 'F' 'D'.
           05  FILLER               PIC X(01).
           05  AM-OPEN-DATE         PIC 9(08).
           05  FILLER               PIC X(01).
      *    ZERO UNLESS THE STATUS IS C.  A CLOSURE DATED AFTER THE
      *    BUSINESS DATE IS A SCHEDULED CLOSE - THE ACCOUNT STILL
      *    POSTS UNTIL THAT DATE ARRIVES.
           05  AM-CLOSE-DATE        PIC 9(08).
           05  FILLER               PIC X(01).
           05  AM-BRANCH-CODE       PIC X(04).
           05  FILLER               PIC X(43).
