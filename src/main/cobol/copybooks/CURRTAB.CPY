      **********************************************************************
      * COPYBOOK:  CURRTAB
      * AUTHOR:    M J STEELE
      * DATE:      15 OCT 2026
      * PURPOSE:   ONE RECORD ON THE CURRENCY TABLE (CURRTAB) FOR
      *            EVERY CURRENCY A TRANSACTION MAY BE DENOMINATED
      *            IN: THE ISO CURRENCY CODE, ITS NAME, AND A FLAG
      *            MARKING THE ONE BASE CURRENCY THE BOOKS ARE KEPT
      *            IN.  EXACTLY ONE RECORD CARRIES THE BASE FLAG.
      *            TRANEDIT TABLES IT TO VALIDATE THE CURRENCY ON
      *            EVERY DETAIL; RATELOAD AND REPROC TABLE IT TO
      *            PROVE A RATE CARD OR A CORRECTION NAMES A REAL
      *            CURRENCY.  COPY THIS LAYOUT EVERYWHERE THE FILE
      *            IS TOUCHED SO IT CANNOT DRIFT.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL LAYOUT
      **********************************************************************
       01  CY-CURRENCY-RECORD.
           05  CY-CURRENCY-CODE     PIC X(03).
           05  FILLER               PIC X(01).
           05  CY-DESCRIPTION       PIC X(30).
           05  FILLER               PIC X(01).
      *    'Y' ON THE BASE CURRENCY ONLY; 'N' OR BLANK ON EVERY
      *    OTHER RECORD.
           05  CY-BASE-SW           PIC X(01).
               88  CY-BASE-CURRENCY     VALUE 'Y'.
               88  CY-BASE-SW-VALID     VALUE 'Y' 'N' ' '.
           05  FILLER               PIC X(44).
