      *                   DRIVER NOW WRITES ON TRANSOUT; THEY COME
      *                   STRAIGHT OFF THE SHARED INPUT SO THEY ARE
      *                   NOT PART OF THE RESULT COMPARE
      * 15 OCT 2026  MJS  CARRY THE OWNING BRANCH THE DRIVER NOW WRITES
      *                   ON TRANSOUT (130 BYTES); LIKE THE ACCOUNT IT
      *                   COMES OFF THE SHARED INPUT AND IS NOT PART
      *                   OF THE RESULT COMPARE
      * 15 OCT 2026  MJS  CARRY THE ORIGINAL RESULT'S RETURN CODE AND
      *                   TYPE CODE THE DRIVER NOW STAMPS ON AN APPLIED
      *                   REVERSAL (TRANSOUT 138 BYTES)
      * 15 OCT 2026  MJS  CARRY THE RULES VERSION THE DRIVER NOW STAMPS
      *                   ON EVERY RESULT (TRANSOUT 147 BYTES); IT IS
      *                   NOT PART OF THE RESULT COMPARE
      * 15 OCT 2026  MJS  CARRY THE CURRENCY AND BASE-CURRENCY AMOUNT
      *                   THE DRIVER NOW WRITES ON TRANSOUT (164
      *                   BYTES); THEY COME OFF THE SHARED INPUT AND
      *                   ARE NOT PART OF THE RESULT COMPARE
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 173 BYTES FOR THE RUN
      *                   DATE OF A REVERSAL'S ORIGINAL; IT COMES OFF
      *                   THE SHARED INPUT AND IS NOT COMPARED
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANCOMP.
           05  PROD-ACCOUNT-NO         PIC X(12).
           05  FILLER                  PIC X(01).
           05  PROD-TYPE-CODE          PIC X(02).
           05  FILLER                  PIC X(01).
           05  PROD-BRANCH-CODE        PIC X(04).
           05  FILLER                  PIC X(01).
           05  PROD-ORIG-RETURN-CODE   PIC 9(04).
           05  FILLER                  PIC X(01).
           05  PROD-ORIG-TYPE-CODE     PIC X(02).
           05  FILLER                  PIC X(01).
           05  PROD-RULES-VERSION      PIC X(08).
           05  FILLER                  PIC X(01).
           05  PROD-CURRENCY-CODE      PIC X(03).
           05  FILLER                  PIC X(01).
           05  PROD-BASE-AMOUNT        PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PROD-ORIG-RUN-DATE      PIC 9(08).

       FD  SHADOW-FILE
           RECORDING MODE IS F.
           05  SHDW-ACCOUNT-NO         PIC X(12).
           05  FILLER                  PIC X(01).
           05  SHDW-TYPE-CODE          PIC X(02).
           05  FILLER                  PIC X(01).
           05  SHDW-BRANCH-CODE        PIC X(04).
           05  FILLER                  PIC X(01).
           05  SHDW-ORIG-RETURN-CODE   PIC 9(04).
           05  FILLER                  PIC X(01).
           05  SHDW-ORIG-TYPE-CODE     PIC X(02).
           05  FILLER                  PIC X(01).
           05  SHDW-RULES-VERSION      PIC X(08).
           05  FILLER                  PIC X(01).
           05  SHDW-CURRENCY-CODE      PIC X(03).
           05  FILLER                  PIC X(01).
           05  SHDW-BASE-AMOUNT        PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  SHDW-ORIG-RUN-DATE      PIC 9(08).

       FD  COMPARE-RPT
           RECORDING MODE IS F.
