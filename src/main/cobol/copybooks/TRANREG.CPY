      **********************************************************************
      * COPYBOOK:  TRANREG
      * AUTHOR:    M J STEELE
      * DATE:      15 OCT 2026
      * PURPOSE:   ONE RECORD ON THE TRANSMISSION REGISTER FOR EVERY
      *            RAW TRANSMISSION FILE TRANEDIT HAS ACCEPTED: THE
      *            FILE'S OWN IDENTITY (HDR FILE DATE, TRL RECORD
      *            COUNT AND TRL HASH TOTAL) AND THE BUSINESS DATE
      *            AND CYCLE IT WAS PROCESSED UNDER.  TRANEDIT
      *            REFUSES A FILE WHOSE IDENTITY IS ALREADY ON THE
      *            REGISTER UNDER ANOTHER DATE OR CYCLE, SO A RESENT
      *            FILE OR A WRONG RAWIN GENERATION CANNOT POST THE
      *            SAME RESULTS TWICE.  TRANLIST PRINTS THE REGISTER
      *            BY BUSINESS DATE AND CYCLE.  COPY THIS LAYOUT
      *            EVERYWHERE THE FILE IS TOUCHED SO IT CANNOT
      *            DRIFT.  WRITERS MOVE SPACES TO THE WHOLE RECORD
      *            FIRST, THEN FILL THE FIELDS.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL LAYOUT
      **********************************************************************
       01  RG-REGISTER-RECORD.
      *    THE TRANSMISSION'S IDENTITY, AS UPSTREAM STATED IT ON THE
      *    HDR AND TRL CONTROL RECORDS.
           05  RG-HDR-FILE-DATE     PIC 9(08).
           05  FILLER               PIC X(01).
           05  RG-TRL-RECORD-COUNT  PIC 9(07).
           05  FILLER               PIC X(01).
           05  RG-TRL-HASH-TOTAL    PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05  FILLER               PIC X(01).
      *    WHERE THE FILE WAS PROCESSED.
           05  RG-BUSINESS-DATE     PIC 9(08).
           05  FILLER               PIC X(01).
           05  RG-CYCLE-NO          PIC 9(02).
           05  FILLER               PIC X(01).
           05  RG-ACCEPT-TIME       PIC 9(08).
           05  FILLER               PIC X(01).
      *    'Y' WHEN THE HDR DATE DID NOT MATCH THE BUSINESS DATE AND
      *    THE FILE WAS TAKEN ON AN OPERATOR OVERRIDE CARD.
           05  RG-DATE-OVERRIDE-SW  PIC X(01).
               88  RG-DATE-OVERRIDDEN   VALUE 'Y'.
           05  FILLER               PIC X(01).
      *    'Y' WHEN THE FILE WAS ALREADY ON THE REGISTER AND WAS
      *    TAKEN AGAIN ON AN OPERATOR OVERRIDE CARD.
           05  RG-DUP-OVERRIDE-SW   PIC X(01).
               88  RG-DUP-OVERRIDDEN    VALUE 'Y'.
           05  FILLER               PIC X(22).
