      **********************************************************************
      * COPYBOOK:  FEEHIST
      * AUTHOR:    M J STEELE
      * DATE:      15 OCT 2026
      * PURPOSE:   ONE RECORD ON THE FEE HISTORY FILE FOR EVERY FEE
      *            FEEASSES HAS CHARGED OR REFUNDED, PLUS ONE DAY
      *            RECORD PER BUSINESS DATE ASSESSED.  A CHARGE NAMES
      *            THE RESULT IT WAS CHARGED ON (ITEM KEY, ACCOUNT,
      *            CATEGORY AND TYPE) AND THE SCHEDULE LINE THAT
      *            PRICED IT; A REFUND NAMES THE FEE KEY OF THE
      *            CHARGE IT GIVES BACK, SO A REVERSED ITEM IS
      *            REFUNDED EXACTLY WHAT IT WAS CHARGED, WHATEVER THE
      *            SCHEDULE SAYS TODAY, AND NEVER TWICE.  THE DAY
      *            RECORD IS WHAT STOPS A DATE BEING ASSESSED A
      *            SECOND TIME.  THE FILE IS ONLY EVER EXTENDED.
      *            COPY THIS LAYOUT EVERYWHERE THE FILE IS TOUCHED SO
      *            IT CANNOT DRIFT.  WRITERS MOVE SPACES TO THE WHOLE
      *            RECORD FIRST, THEN FILL THE FIELDS.
      *
      * MODIFICATION HISTORY
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 15 OCT 2026  MJS  ORIGINAL LAYOUT
      **********************************************************************
       01  FH-HISTORY-RECORD.
           05  FH-RECORD-KIND       PIC X(01).
               88  FH-FEE-CHARGED       VALUE 'C'.
               88  FH-FEE-REFUNDED      VALUE 'R'.
               88  FH-DAY-ASSESSED      VALUE 'D'.
           05  FILLER               PIC X(01).
           05  FH-BUSINESS-DATE     PIC 9(08).
           05  FILLER               PIC X(01).
           05  FH-CYCLE-NO          PIC 9(02).
           05  FILLER               PIC X(01).
      *    THE KEY OF THE FEE TRANSACTION WRITTEN TO FEETRAN.  BLANK
      *    ON A DAY RECORD.
           05  FH-FEE-KEY           PIC X(10).
           05  FILLER               PIC X(01).
      *    THE RESULT THE FEE WAS CHARGED ON.  A REFUND CARRIES THE
      *    ORIGINAL CHARGE'S VALUES, NOT THE REVERSAL'S.
           05  FH-ITEM-KEY          PIC X(10).
           05  FILLER               PIC X(01).
           05  FH-ACCOUNT-NO        PIC X(12).
           05  FILLER               PIC X(01).
           05  FH-CATEGORY          PIC X(01).
           05  FILLER               PIC X(01).
           05  FH-ITEM-TYPE-CODE    PIC X(02).
           05  FILLER               PIC X(01).
      *    THE TYPE CODE OF THE SCHEDULE LINE THAT PRICED THE FEE -
      *    THE ITEM'S OWN TYPE, OR ** FOR THE CATCH-ALL LINE.
           05  FH-SCHED-TYPE-CODE   PIC X(02).
           05  FILLER               PIC X(01).
      *    POSITIVE ON A CHARGE, NEGATIVE ON A REFUND.  ON A DAY
      *    RECORD, THE DAY'S NET FEES.
           05  FH-FEE-AMOUNT        PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05  FILLER               PIC X(01).
      *    ON A REFUND, THE FEE KEY OF THE CHARGE BEING GIVEN BACK.
           05  FH-REFUND-OF-KEY     PIC X(10).
           05  FILLER               PIC X(20).
