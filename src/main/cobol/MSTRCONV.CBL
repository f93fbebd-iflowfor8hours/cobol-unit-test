      * INSTALLATION: DATA PROCESSING
      * DATE-WRITTEN: 02 SEP 2026
      * PURPOSE:   ONE-TIME CUTOVER CONVERSION OF THE RESULT-HISTORY
      *            MASTER TO THE NEW GEOMETRY.  THE RECORD GREW FROM
      *            132 TO 155 BYTES FOR THE RULES VERSION THAT
      *            CLASSIFIED THE RESULT, THE CURRENCY OF THE AMOUNT
      *            AND ITS BASE-CURRENCY EQUIVALENT; THE 20-BYTE KEY
      *            IS UNCHANGED.  WITHOUT THIS CONVERSION THE LIVE
      *            CLUSTER STILL HAS THE OLD RECORD SIZE AND EVERY
      *            OPEN AGAINST THE NEW LAYOUT FAILS.  EACH OLD
      *            RECORD IS COPIED FIELD FOR FIELD WITH THE RULES
      *            VERSION AND CURRENCY BLANK AND THE BASE AMOUNT
      *            EQUAL TO THE AMOUNT - EVERY AMOUNT BEFORE THE
      *            CHANGE WAS BASE, AND A BLANK VERSION OR CODE SAYS
      *            IT WAS NEVER TAGGED RATHER THAN GUESSING ONE.  KEY
      *            ORDER IS UNCHANGED, SO A SEQUENTIAL LOAD WORKS.
      *            THE JCL
      *            DEFINES THE NEW CLUSTER, RUNS THIS PROGRAM, AND
      *            SWAPS IT IN ONLY ON A CLEAN END.  RUN ONCE, AT
      *            CUTOVER, WITH NOTHING ELSE HOLDING THE MASTER.
      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 02 SEP 2026  MJS  ORIGINAL VERSION
      * 15 OCT 2026  MJS  RETARGETED AT THE 132 -> 155 BYTE CUTOVER FOR
      *                   THE RULES VERSION, CURRENCY AND BASE-CURRENCY
      *                   AMOUNT, IN ONE PASS.  THE OLD LAYOUT IS NOW
      *                   THE 132-BYTE RECORD THE 02 SEP 2026
      *                   CONVERSION PRODUCED, AS THE LIVE MASTER IS
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRCONV.
       DATA DIVISION.
       FILE SECTION.
      *    THE MASTER-RECORD LAYOUT AS CALLPGM MAINTAINED IT BEFORE
      *    THE RULES VERSION AND CURRENCY WERE ADDED.
       FD  OLD-MASTER.
       01  OLD-MASTER-RECORD.
           05  OLD-KEY.
               10  OLD-TRANS-KEY       PIC X(10).
               10  OLD-RUN-DATE        PIC 9(08).
               10  OLD-CYCLE-NO        PIC 9(02).
           05  OLD-RETURN-CODE         PIC 9(04).
           05  OLD-VALUE-TEXT          PIC X(80).
           05  OLD-RUN-MODE            PIC X(01).
           05  OLD-REVERSED-FLAG       PIC X(01).
           05  OLD-ACCOUNT-NO          PIC X(12).
           05  OLD-TYPE-CODE           PIC X(02).
           05  OLD-AMOUNT              PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

      *    MUST MATCH THE MASTER-RECORD LAYOUT CALLPGM MAINTAINS IN
      *    2450-UPDATE-RESULT-MASTER.
           05  MST-TYPE-CODE           PIC X(02).
           05  MST-AMOUNT              PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  MST-RULES-VERSION       PIC X(08).
           05  MST-CURRENCY-CODE       PIC X(03).
           05  MST-BASE-AMOUNT         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  MC-FILE-STATUS-FIELDS.
           EXIT
           .
      *---------------------------------------------------------------*
      * 2100-CONVERT-ONE-RECORD - EVERY OLD FIELD CARRIES ACROSS
      * UNCHANGED; THE RULES VERSION AND CURRENCY THE OLD RECORD
      * NEVER CARRIED LOAD BLANK, AND THE BASE AMOUNT IS THE AMOUNT
      * ITSELF, EXACTLY AS A PRE-CHANGE RESULT REALLY IS.
      *---------------------------------------------------------------*
       2100-CONVERT-ONE-RECORD.
           READ OLD-MASTER
           ADD 1 TO MC-COUNT-READ
           MOVE OLD-TRANS-KEY   TO MST-TRANS-KEY
           MOVE OLD-RUN-DATE    TO MST-RUN-DATE
           MOVE OLD-CYCLE-NO    TO MST-CYCLE-NO
           MOVE OLD-RETURN-CODE TO MST-RETURN-CODE
           MOVE OLD-VALUE-TEXT  TO MST-VALUE-TEXT
           MOVE OLD-RUN-MODE    TO MST-RUN-MODE
           MOVE OLD-REVERSED-FLAG TO MST-REVERSED-FLAG
           MOVE OLD-ACCOUNT-NO  TO MST-ACCOUNT-NO
           MOVE OLD-TYPE-CODE   TO MST-TYPE-CODE
           MOVE OLD-AMOUNT      TO MST-AMOUNT
           MOVE SPACES          TO MST-RULES-VERSION
           MOVE SPACES          TO MST-CURRENCY-CODE
           IF OLD-AMOUNT IS NUMERIC
               MOVE OLD-AMOUNT  TO MST-BASE-AMOUNT
           ELSE
               MOVE ZERO        TO MST-BASE-AMOUNT
           END-IF
           WRITE MASTER-RECORD
           IF MC-NEW-MASTER-STATUS NOT = '00'
               DISPLAY 'MSTRCONV: NEWMSTR LOAD FAILED FOR KEY '
