      **********************************************************************
      * COPYBOOK:  XRATE
      * AUTHOR:    M J STEELE
      * DATE:      15 OCT 2026
      * PURPOSE:   ONE RECORD ON THE DATED EXCHANGE-RATE FILE
      *            (XRATES) FOR EVERY FOREIGN CURRENCY ON EVERY
      *            BUSINESS DATE: THE DATE, THE CURRENCY, AND HOW
      *            MANY UNITS OF THE BASE CURRENCY ONE UNIT OF IT
      *            BUYS.  RATELOAD APPENDS ONE BUSINESS DATE'S RATES
      *            AT A TIME AND REFUSES A DATE ALREADY LOADED, SO A
      *            DATE HAS EXACTLY ONE RATE PER CURRENCY.  TRANEDIT
      *            CONVERTS THE DAY'S FILE AT THE RATES FOR ITS OWN
      *            BUSINESS DATE ONLY - A RATE FOR ANY OTHER DATE IS
      *            NEVER BORROWED - AND REPROC CONVERTS A CORRECTION
      *            AT THE RATES FOR ITS ORIGINAL DATE.  THE BASE
      *            CURRENCY ITSELF NEVER HAS A RATE RECORD.  COPY
      *            THIS LAYOUT EVERYWHERE THE FILE IS TOUCHED SO IT
      *            CANNOT DRIFT.  WRITERS MOVE SPACES TO THE WHOLE
      *            RECORD FIRST, THEN FILL THE FIELDS.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL LAYOUT
      **********************************************************************
       01  XR-RATE-RECORD.
           05  XR-RATE-DATE         PIC 9(08).
           05  FILLER               PIC X(01).
           05  XR-CURRENCY-CODE     PIC X(03).
           05  FILLER               PIC X(01).
      *    UNITS OF BASE CURRENCY PER ONE UNIT OF XR-CURRENCY-CODE.
           05  XR-RATE              PIC 9(05)V9(06).
           05  FILLER               PIC X(01).
           05  XR-LOAD-TIME         PIC 9(08).
           05  FILLER               PIC X(47).
