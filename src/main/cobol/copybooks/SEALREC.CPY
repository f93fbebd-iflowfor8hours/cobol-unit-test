      **********************************************************************
      * COPYBOOK:  SEALREC
      * AUTHOR:    M J STEELE
      * DATE:      15 OCT 2026
      * PURPOSE:   THE SEAL VIEW OF ONE 209-BYTE AUDIT-LOG RECORD.
      *            AUDSEAL CLOSES EACH RUN'S PORTION OF THE LOG WITH A
      *            SEAL RECORD (KIND S) CARRYING THE BUSINESS DATE AND
      *            CYCLE, THE NUMBER OF RECORDS IT COVERS SINCE THE
      *            SEAL BEFORE IT, THAT SEAL'S HASH, AND ITS OWN HASH
      *            CHAINED FROM IT.  WHEN AUDARCH CUTS A PERIOD TO THE
      *            ARCHIVE IT OPENS THE NEW LIVE LOG WITH A COPY OF THE
      *            LAST SEAL ARCHIVED (KIND A, BROUGHT FORWARD), SO
      *            THE CHAIN CARRIES ACROSS THE CUT.  THE KIND SITS IN
      *            THE BYTE WHERE A CALL RECORD CARRIES ITS P/T MODE
      *            INDICATOR, SO EVERY READER OF THE LOG CAN TELL A
      *            SEAL FROM A CALL.  COPY THIS LAYOUT EVERYWHERE THE
      *            FILE IS TOUCHED SO IT CANNOT DRIFT.  WRITERS MOVE
      *            SPACES TO THE WHOLE RECORD FIRST, THEN FILL THE
      *            FIELDS.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL LAYOUT
      **********************************************************************
       01  AS-SEAL-RECORD.
      *    SAME PLACE AS THE CALL RECORD'S DATE AND TIME.
           05  AS-BUSINESS-DATE     PIC 9(08).
           05  FILLER               PIC X(01).
           05  AS-SEAL-TIME         PIC 9(08).
           05  FILLER               PIC X(01).
           05  AS-SEAL-TAG          PIC X(08).
           05  FILLER               PIC X(01).
      *    ONE UP FROM THE SEAL BEFORE; THE FIRST SEAL IS 1.
           05  AS-SEAL-NO           PIC 9(07).
           05  FILLER               PIC X(01).
      *    CALL RECORDS BETWEEN THE SEAL BEFORE AND THIS ONE.
           05  AS-RECORD-COUNT      PIC 9(09).
           05  FILLER               PIC X(01).
      *    THE SEAL BEFORE'S AS-SEAL-HASH; ZERO ON THE FIRST SEAL.
           05  AS-PRIOR-HASH        PIC 9(15).
           05  FILLER               PIC X(01).
           05  AS-SEAL-HASH         PIC 9(15).
           05  FILLER               PIC X(104).
           05  AS-RECORD-KIND       PIC X(01).
               88  AS-SEAL              VALUE 'S'.
               88  AS-BROUGHT-FORWARD   VALUE 'A'.
               88  AS-SEAL-OR-ANCHOR    VALUE 'S' 'A'.
           05  FILLER               PIC X(01).
           05  AS-KIND-TEXT         PIC X(15).
           05  FILLER               PIC X(01).
           05  AS-CYCLE-NO          PIC 9(02).
           05  FILLER               PIC X(09).
