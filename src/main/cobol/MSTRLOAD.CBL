      * 02 SEP 2026  MJS  APPEND A STEP-STATUS RECORD TO THE SHARED
      *                   RUN-STATUS FILE SO OPSRPT SEES THE MASTER
      *                   LOAD ON A PEAK NIGHT'S PICTURE
      * 15 OCT 2026  MJS  MERGED TRANSOUT WIDENED TO 130 BYTES FOR THE
      *                   OWNING BRANCH THE DRIVER NOW CARRIES THROUGH
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 138 BYTES FOR THE ORIGINAL
      *                   RESULT'S RETURN CODE AND TYPE CODE THE DRIVER
      *                   NOW STAMPS ON AN APPLIED REVERSAL
      * 15 OCT 2026  MJS  POST THE RULES VERSION THE WORKERS STAMPED ON
      *                   THE NOW 147-BYTE TRANSOUT ONTO THE 140-BYTE
      *                   RESULT MASTER
      * 15 OCT 2026  MJS  POST THE CURRENCY AND BASE-CURRENCY AMOUNT
      *                   THE WORKERS NOW CARRY ON THE 164-BYTE
      *                   TRANSOUT ONTO THE NOW 155-BYTE MASTER
      * 15 OCT 2026  MJS  MERGED TRANSOUT WIDENED TO 173 BYTES FOR THE
      *                   RUN DATE OF A REVERSAL'S ORIGINAL
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRLOAD.
           05  MRG-ACCOUNT-NO          PIC X(12).
           05  FILLER                  PIC X(01).
           05  MRG-TYPE-CODE           PIC X(02).
           05  FILLER                  PIC X(01).
           05  MRG-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(01).
           05  MRG-ORIG-RETURN-CODE    PIC 9(04).
           05  FILLER                  PIC X(01).
           05  MRG-ORIG-TYPE-CODE      PIC X(02).
           05  FILLER                  PIC X(01).
           05  MRG-RULES-VERSION       PIC X(08).
           05  FILLER                  PIC X(01).
           05  MRG-CURRENCY-CODE       PIC X(03).
           05  FILLER                  PIC X(01).
           05  MRG-BASE-AMOUNT         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  MRG-ORIG-RUN-DATE       PIC 9(08).

      *    MUST MATCH THE MASTER-RECORD LAYOUT CALLPGM MAINTAINS IN
      *    2450-UPDATE-RESULT-MASTER.
           05  MST-TYPE-CODE           PIC X(02).
           05  MST-AMOUNT              PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  MST-RULES-VERSION       PIC X(08).
           05  MST-CURRENCY-CODE       PIC X(03).
           05  MST-BASE-AMOUNT         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           ELSE
               MOVE ZERO           TO MST-AMOUNT
           END-IF
           MOVE MRG-RULES-VERSION  TO MST-RULES-VERSION
           MOVE MRG-CURRENCY-CODE  TO MST-CURRENCY-CODE
           IF MRG-BASE-AMOUNT IS NUMERIC
               MOVE MRG-BASE-AMOUNT TO MST-BASE-AMOUNT
           ELSE
               MOVE MST-AMOUNT     TO MST-BASE-AMOUNT
           END-IF
           WRITE MASTER-RECORD
               INVALID KEY
                   REWRITE MASTER-RECORD
