      *                   AUDIT AND ERROR LOGS KEEP THEIR ONE-RECORD-
      *                   PER-CALL SHAPE.  ADDED THE LS-RC-REVERSED
      *                   RESULT VALUE
      * 15 OCT 2026  MJS  ADDED LS-RULES-AS-OF-DATE AND LS-RULES-VERSION
      *                   FOR EFFECTIVE-DATED RULES: THE CALLER NAMES
      *                   THE DATE TO CLASSIFY AS OF AND SUBPROG HANDS
      *                   BACK THE ID OF THE RULE SET IT USED
      **********************************************************************
       01  LS-ARGUMENTS.
      *    LS-ARG-1 CARRIES THE CALLER'S CLASSIFICATION VALUE IN, AND
      *    LS-REJECT-REASON IS SET BY THE CALLER ON A LOG-REJECT
      *    CALL; SUBPROG CARRIES IT ONTO THE ERROR-LOG RECORD.
           05  LS-REJECT-REASON    PIC X(40).
      *    LS-RULES-AS-OF-DATE IS SET BY THE CALLER TO THE BUSINESS
      *    DATE WHOSE RULES THE CALL IS TO BE CLASSIFIED UNDER.  ZERO
      *    MEANS THE BUSINESS DATE BEING PROCESSED; A CORRECTION
      *    CYCLE PASSES THE ORIGINAL BUSINESS DATE OF THE ITEM.
           05  LS-RULES-AS-OF-DATE PIC 9(08).
      *    LS-RULES-VERSION IS SET BY SUBPROG TO THE ID OF THE RULE
      *    SET (VERSION) IN FORCE FOR THE CALL, FOR THE CALLER TO
      *    STAMP ON WHATEVER IT WRITES FROM THE RESULT.
           05  LS-RULES-VERSION    PIC X(08).
