      *                   DATE RANGE FROM THE ACCOUNT, TYPE, AND
      *                   AMOUNT NOW STORED ON THE MASTER RECORD.
      *                   THE KEY-BASED CARDS ARE UNCHANGED
      * 15 OCT 2026  MJS  SHOW THE RULES VERSION EACH RESULT WAS
      *                   CLASSIFIED UNDER ON BOTH DETAIL LINES, FROM
      *                   THE NOW 140-BYTE MASTER RECORD
      * 15 OCT 2026  MJS  RESULT MASTER WIDENED TO 155 BYTES.  THE
      *                   ACCOUNT HISTORY NOW SHOWS EACH AMOUNT'S
      *                   CURRENCY AND ITS BASE-CURRENCY EQUIVALENT
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSLTINQ.
           05  MST-TYPE-CODE           PIC X(02).
           05  MST-AMOUNT              PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  MST-RULES-VERSION       PIC X(08).
           05  MST-CURRENCY-CODE       PIC X(03).
           05  MST-BASE-AMOUNT         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       FD  INQUIRY-RPT
           RECORDING MODE IS F.
               10  FILLER                  PIC X(05)   VALUE 'REV'.
               10  FILLER                  PIC X(80)   VALUE
                   'RESULT TEXT'.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  FILLER                  PIC X(08)   VALUE 'RULES'.
               10  FILLER                  PIC X(09)   VALUE SPACES.
           05  IQ-DETAIL-LINE.
               10  IQ-DET-RUN-DATE         PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  IQ-DET-REVERSED         PIC X(01).
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  IQ-DET-VALUE-TEXT       PIC X(80).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  IQ-DET-RULES-VERSION    PIC X(08).
               10  FILLER                  PIC X(09)   VALUE SPACES.
           05  IQ-ACCT-HEADING.
               10  FILLER                  PIC X(26)   VALUE
                   'RESULT HISTORY FOR ACCOUNT'.
               10  FILLER                  PIC X(06)   VALUE 'RC'.
               10  FILLER                  PIC X(04)   VALUE 'TP'.
               10  FILLER                  PIC X(05)   VALUE 'REV'.
               10  FILLER                  PIC X(14)   VALUE
                   '       AMOUNT'.
               10  FILLER                  PIC X(05)   VALUE 'CCY'.
               10  FILLER                  PIC X(17)   VALUE
                   '    BASE AMOUNT'.
               10  FILLER                  PIC X(11)   VALUE
                   'RESULT TEXT'.
               10  FILLER                  PIC X(31)   VALUE SPACES.
               10  FILLER                  PIC X(08)   VALUE 'RULES'.
               10  FILLER                  PIC X(02)   VALUE SPACES.
           05  IQ-ACCT-DETAIL-LINE.
               10  IQ-ADET-KEY             PIC X(10).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  IQ-ADET-REVERSED        PIC X(01).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  IQ-ADET-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(01)   VALUE SPACES.
               10  IQ-ADET-CURRENCY-CODE   PIC X(03).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  IQ-ADET-BASE-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  IQ-ADET-VALUE-TEXT      PIC X(40).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  IQ-ADET-RULES-VERSION   PIC X(08).
               10  FILLER                  PIC X(02)   VALUE SPACES.
           05  IQ-BLANK-LINE               PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE MST-RUN-MODE    TO IQ-DET-RUN-MODE
           MOVE MST-REVERSED-FLAG TO IQ-DET-REVERSED
           MOVE MST-VALUE-TEXT  TO IQ-DET-VALUE-TEXT
           MOVE MST-RULES-VERSION TO IQ-DET-RULES-VERSION
           WRITE INQUIRY-RPT-RECORD FROM IQ-DETAIL-LINE
           .
       2500-EXIT.
           ELSE
               MOVE ZERO       TO IQ-ADET-AMOUNT
           END-IF
      *    A RESULT POSTED BEFORE CURRENCIES WERE CARRIED HAS NO
      *    CODE, AND ITS AMOUNT WAS ALREADY BASE.
           MOVE MST-CURRENCY-CODE TO IQ-ADET-CURRENCY-CODE
           IF MST-BASE-AMOUNT IS NUMERIC
               MOVE MST-BASE-AMOUNT TO IQ-ADET-BASE-AMOUNT
           ELSE
               MOVE IQ-ADET-AMOUNT  TO IQ-ADET-BASE-AMOUNT
           END-IF
           MOVE MST-VALUE-TEXT(1:40) TO IQ-ADET-VALUE-TEXT
           MOVE MST-RULES-VERSION TO IQ-ADET-RULES-VERSION
           WRITE INQUIRY-RPT-RECORD FROM IQ-ACCT-DETAIL-LINE
           .
       2800-EXIT.
