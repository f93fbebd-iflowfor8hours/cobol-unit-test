      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 02 SEP 2026  MJS  ORIGINAL VERSION
      * 15 OCT 2026  MJS  MASTER AND ARCHIVE RECORDS WIDENED TO 140
      *                   BYTES FOR THE RULES VERSION NOW STAMPED ON
      *                   EVERY RESULT
      * 15 OCT 2026  MJS  MASTER AND ARCHIVE RECORDS WIDENED TO 155
      *                   BYTES FOR THE CURRENCY AND BASE-CURRENCY
      *                   AMOUNT NOW CARRIED ON EVERY RESULT
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSLTARCH.
           05  MST-TYPE-CODE           PIC X(02).
           05  MST-AMOUNT              PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  MST-RULES-VERSION       PIC X(08).
           05  MST-CURRENCY-CODE       PIC X(03).
           05  MST-BASE-AMOUNT         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       FD  NEW-MASTER.
       01  NEW-MASTER-RECORD.
           05  NEW-KEY                 PIC X(20).
           05  FILLER                  PIC X(135).

      *    FLAT COPIES OF THE 155-BYTE MASTER RECORD.
       FD  ARCHIVE-OUT
           RECORDING MODE IS F.
       01  ARCHIVE-OUT-RECORD          PIC X(155).

       FD  ARCHIVE-IN
           RECORDING MODE IS F.
       01  ARCHIVE-IN-RECORD           PIC X(155).

       FD  INQUIRY-MASTER.
       01  INQUIRY-MASTER-RECORD.
           05  INQ-KEY                 PIC X(20).
           05  FILLER                  PIC X(135).

       FD  ARCHIVE-RPT
           RECORDING MODE IS F.
