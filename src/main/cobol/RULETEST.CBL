      * DATE         BY   DESCRIPTION
      * -----------  ---  ----------------------------------------------
      * 02 SEP 2026  MJS  ORIGINAL VERSION
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 130 BYTES FOR THE OWNING
      *                   BRANCH THE DRIVER NOW CARRIES THROUGH
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 138 BYTES FOR THE ORIGINAL
      *                   RESULT'S RETURN CODE AND TYPE CODE THE DRIVER
      *                   NOW STAMPS ON AN APPLIED REVERSAL
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 147 BYTES FOR THE RULES
      *                   VERSION THE DRIVER NOW STAMPS ON EVERY RESULT
      * 15 OCT 2026  MJS  THE RULES FILE NOW HOLDS VERSIONED RULE SETS.
      *                   THE CANDIDATE FILE IS EDITED AS SUBPROG EDITS
      *                   IT, AND THE DAY IS REHEARSED UNDER ITS
      *                   LATEST VERSION, NAMED IN THE REPORT HEADING.
      *                   A CANDIDATE THAT DROPS THE VERSION THE DAY
      *                   WAS ACTUALLY CLASSIFIED UNDER IS UNUSABLE -
      *                   CORRECTIONS FOR THOSE DATES NEED IT
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 164 BYTES FOR THE CURRENCY
      *                   AND BASE-CURRENCY AMOUNT THE DRIVER NOW
      *                   CARRIES ON EVERY RESULT
      * 15 OCT 2026  MJS  TRANSOUT WIDENED TO 173 BYTES FOR THE RUN
      *                   DATE OF A REVERSAL'S ORIGINAL
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULETEST.
           05  CRULE-RETURN-CODE       PIC 9(04).
           05  FILLER                  PIC X(01).
           05  CRULE-RESULT-TEXT       PIC X(80).
           05  FILLER                  PIC X(01).
           05  CRULE-VERSION-ID        PIC X(08).
           05  FILLER                  PIC X(01).
           05  CRULE-EFFECTIVE-DATE    PIC X(08).
           05  CRULE-EFFECTIVE-DATE-N  REDEFINES CRULE-EFFECTIVE-DATE
                                       PIC 9(08).

       FD  TRANS-FILE
           RECORDING MODE IS F.
           05  TRO-ACCOUNT-NO          PIC X(12).
           05  FILLER                  PIC X(01).
           05  TRO-TYPE-CODE           PIC X(02).
           05  FILLER                  PIC X(01).
           05  TRO-BRANCH-CODE         PIC X(04).
           05  FILLER                  PIC X(01).
           05  TRO-ORIG-RETURN-CODE    PIC 9(04).
           05  FILLER                  PIC X(01).
           05  TRO-ORIG-TYPE-CODE      PIC X(02).
           05  FILLER                  PIC X(01).
           05  TRO-RULES-VERSION       PIC X(08).
           05  FILLER                  PIC X(01).
           05  TRO-CURRENCY-CODE       PIC X(03).
           05  FILLER                  PIC X(01).
           05  TRO-BASE-AMOUNT         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  TRO-ORIG-RUN-DATE       PIC 9(08).

       FD  REHEARSAL-RPT
           RECORDING MODE IS F.
               88  RT-RULE-MATCHED             VALUE 'Y'.

      *    THE CANDIDATE RULES, TABLED EXACTLY AS SUBPROG TABLES
      *    THE LIVE ONES - EVERY VERSION, EACH RULE POINTING AT ITS
      *    VERSION'S SLOT IN RT-VERSION-TABLE.
       01  RT-RULES-TABLE.
           05  RT-RULE-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  RT-RULE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY RT-RULE-IX.
               10  RT-RULE-VER-SUB         PIC 9(04) COMP.
               10  RT-RULE-CODE            PIC X(01).
               10  RT-RULE-RC              PIC 9(04).

       01  RT-VERSION-TABLE.
           05  RT-VERSION-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  RT-VERSION-ENTRY OCCURS 20 TIMES.
               10  RT-VER-ID               PIC X(08).
               10  RT-VER-EFF-DATE         PIC 9(08).
               10  RT-VER-RULE-COUNT       PIC 9(04) COMP.

       01  RT-RULE-SCAN-FIELDS.
           05  RT-RULE-SUB                 PIC 9(04) COMP.
           05  RT-VER-SUB                  PIC 9(04) COMP.
           05  RT-LOAD-VER-SUB             PIC 9(04) COMP.

      *    THE VERSION BEING REHEARSED (THE CANDIDATE FILE'S LATEST)
      *    AND THE VERSION THE DAY'S ACTUAL RESULTS CARRY.
       01  RT-VERSION-FIELDS.
           05  RT-CAND-VER-SUB             PIC 9(04) COMP VALUE ZERO.
           05  RT-LIVE-VERSION             PIC X(08)   VALUE SPACES.
           05  RT-LIVE-VER-SUB             PIC 9(04) COMP VALUE ZERO.
           05  RT-LIVE-FOUND-SW            PIC X(01)   VALUE 'N'.
               88  RT-LIVE-VERSION-FOUND       VALUE 'Y'.

       01  RT-WORK-FIELDS.
           05  RT-WORK-AMOUNT              PIC S9(09)V99 COMP-3.
               10  FILLER                  PIC X(16)   VALUE
                   '  DELTA DOLLARS'.
               10  FILLER                  PIC X(38)   VALUE SPACES.
           05  RT-VERSION-LINE.
               10  RT-VLN-LABEL            PIC X(30).
               10  RT-VLN-VERSION          PIC X(08).
               10  FILLER                  PIC X(16)   VALUE
                   '  EFFECTIVE FROM'.
               10  FILLER                  PIC X(01)   VALUE SPACE.
               10  RT-VLN-EFF-DATE         PIC 9(08).
               10  FILLER                  PIC X(69)   VALUE SPACES.
           05  RT-COUNT-LINE.
               10  RT-CNT-LABEL            PIC X(30).
               10  RT-CNT-VALUE            PIC Z,ZZZ,ZZ9.
           IF RT-CANDIDATE-UNUSABLE OR RT-ABEND
               GO TO 1000-EXIT
           END-IF
           PERFORM 1180-PICK-CANDIDATE-VERSION THRU 1180-EXIT
           OPEN INPUT TRANS-FILE
           IF RT-TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'RULETEST: UNABLE TO OPEN TRANSIN, STATUS='
           END-READ
           IF CRULE-CODE-BYTE = SPACE
               OR CRULE-RETURN-CODE NOT NUMERIC
               OR CRULE-VERSION-ID = SPACES
               OR CRULE-EFFECTIVE-DATE NOT NUMERIC
               OR CRULE-EFFECTIVE-DATE-N = ZERO
               DISPLAY 'RULETEST: MALFORMED CANDIDATE RULE: '
                   CAND-RULES-RECORD(1:20) ' VERSION '
                   CRULE-VERSION-ID ' EFFECTIVE '
                   CRULE-EFFECTIVE-DATE
               PERFORM 1190-FLAG-CANDIDATE-BAD THRU 1190-EXIT
               GO TO 1150-EXIT
           END-IF
           PERFORM 1160-FIND-RULE-VERSION THRU 1160-EXIT
           IF RT-CANDIDATE-UNUSABLE
               GO TO 1150-EXIT
           END-IF
           PERFORM 1170-CHECK-DUPLICATE-RULE THRU 1170-EXIT
               VARYING RT-RULE-SUB FROM 1 BY 1
               UNTIL RT-RULE-SUB > RT-RULE-COUNT
           IF RT-CANDIDATE-UNUSABLE
               GO TO 1150-EXIT
           END-IF
           IF RT-VER-RULE-COUNT (RT-LOAD-VER-SUB) >= 50
               DISPLAY 'RULETEST: MORE THAN 50 CANDIDATE RULES IN '
                   'VERSION ' CRULE-VERSION-ID
               PERFORM 1190-FLAG-CANDIDATE-BAD THRU 1190-EXIT
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO RT-VER-RULE-COUNT (RT-LOAD-VER-SUB)
           ADD 1 TO RT-RULE-COUNT
           SET RT-RULE-IX TO RT-RULE-COUNT
           MOVE RT-LOAD-VER-SUB   TO RT-RULE-VER-SUB (RT-RULE-IX)
           MOVE CRULE-CODE-BYTE   TO RT-RULE-CODE (RT-RULE-IX)
           MOVE CRULE-RETURN-CODE TO RT-RULE-RC (RT-RULE-IX)
           .
       1150-EXIT.
           EXIT
           .
      *    SAME VERSION EDITS AS SUBPROG'S 0370-FIND-RULE-VERSION:
      *    ONE EFFECTIVE DATE PER VERSION, ONE VERSION PER DATE, AND
      *    NO MORE THAN TWENTY VERSIONS.
       1160-FIND-RULE-VERSION.
           MOVE ZERO TO RT-LOAD-VER-SUB
           PERFORM 1165-CHECK-ONE-LOAD-VERSION THRU 1165-EXIT
               VARYING RT-VER-SUB FROM 1 BY 1
               UNTIL RT-VER-SUB > RT-VERSION-COUNT
                   OR RT-CANDIDATE-UNUSABLE
           IF RT-CANDIDATE-UNUSABLE OR RT-LOAD-VER-SUB > ZERO
               GO TO 1160-EXIT
           END-IF
           IF RT-VERSION-COUNT >= 20
               DISPLAY 'RULETEST: MORE THAN 20 CANDIDATE RULES '
                   'VERSIONS'
               PERFORM 1190-FLAG-CANDIDATE-BAD THRU 1190-EXIT
               GO TO 1160-EXIT
           END-IF
           ADD 1 TO RT-VERSION-COUNT
           MOVE RT-VERSION-COUNT     TO RT-LOAD-VER-SUB
           MOVE CRULE-VERSION-ID     TO RT-VER-ID (RT-LOAD-VER-SUB)
           MOVE CRULE-EFFECTIVE-DATE-N
                                   TO RT-VER-EFF-DATE (RT-LOAD-VER-SUB)
           MOVE ZERO          TO RT-VER-RULE-COUNT (RT-LOAD-VER-SUB)
           .
       1160-EXIT.
           EXIT
           .
       1165-CHECK-ONE-LOAD-VERSION.
           IF RT-VER-ID (RT-VER-SUB) = CRULE-VERSION-ID
               IF RT-VER-EFF-DATE (RT-VER-SUB) NOT =
                                   CRULE-EFFECTIVE-DATE-N
                   DISPLAY 'RULETEST: CANDIDATE VERSION '
                       CRULE-VERSION-ID
                       ' HAS MORE THAN ONE EFFECTIVE DATE'
                   PERFORM 1190-FLAG-CANDIDATE-BAD THRU 1190-EXIT
                   GO TO 1165-EXIT
               END-IF
               MOVE RT-VER-SUB TO RT-LOAD-VER-SUB
               GO TO 1165-EXIT
           END-IF
           IF RT-VER-EFF-DATE (RT-VER-SUB) = CRULE-EFFECTIVE-DATE-N
               DISPLAY 'RULETEST: CANDIDATE VERSIONS '
                   RT-VER-ID (RT-VER-SUB) ' AND ' CRULE-VERSION-ID
                   ' ARE BOTH EFFECTIVE FROM ' CRULE-EFFECTIVE-DATE
               PERFORM 1190-FLAG-CANDIDATE-BAD THRU 1190-EXIT
           END-IF
           .
       1165-EXIT.
           EXIT
           .
       1170-CHECK-DUPLICATE-RULE.
           IF RT-RULE-VER-SUB (RT-RULE-SUB) = RT-LOAD-VER-SUB
               AND RT-RULE-CODE (RT-RULE-SUB) = CRULE-CODE-BYTE
               DISPLAY 'RULETEST: DUPLICATE CANDIDATE RULE FOR '
                   'CODE ' CRULE-CODE-BYTE ' IN VERSION '
                   CRULE-VERSION-ID
               PERFORM 1190-FLAG-CANDIDATE-BAD THRU 1190-EXIT
           END-IF
           .
       1170-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 1180-PICK-CANDIDATE-VERSION - THE VERSION BEING PROMOTED IS
      * THE ONE WITH THE LATEST EFFECTIVE DATE; THE OLDER ONES RIDE
      * ALONG FOR CORRECTIONS OF EARLIER DATES.  NAME IT IN THE
      * HEADING SO THE SIGN-OFF SAYS WHAT WAS REHEARSED.
      *---------------------------------------------------------------*
       1180-PICK-CANDIDATE-VERSION.
           MOVE 1 TO RT-CAND-VER-SUB
           PERFORM 1185-CHECK-ONE-VERSION THRU 1185-EXIT
               VARYING RT-VER-SUB FROM 2 BY 1
               UNTIL RT-VER-SUB > RT-VERSION-COUNT
           MOVE 'CANDIDATE RULES VERSION     : ' TO RT-VLN-LABEL
           MOVE RT-VER-ID (RT-CAND-VER-SUB)       TO RT-VLN-VERSION
           MOVE RT-VER-EFF-DATE (RT-CAND-VER-SUB) TO RT-VLN-EFF-DATE
           WRITE REHEARSAL-RPT-RECORD FROM RT-VERSION-LINE
           WRITE REHEARSAL-RPT-RECORD FROM RT-BLANK-LINE
           .
       1180-EXIT.
           EXIT
           .
       1185-CHECK-ONE-VERSION.
           IF RT-VER-EFF-DATE (RT-VER-SUB) >
                                   RT-VER-EFF-DATE (RT-CAND-VER-SUB)
               MOVE RT-VER-SUB TO RT-CAND-VER-SUB
           END-IF
           .
       1185-EXIT.
           EXIT
           .
       1190-FLAG-CANDIDATE-BAD.
           SET RT-CANDIDATE-UNUSABLE TO TRUE
           MOVE SPACES TO REHEARSAL-RPT-RECORD
               GO TO 2300-NEXT
           END-IF
           ADD 1 TO RT-COUNT-COMPARED
           IF TRO-RULES-VERSION NOT = SPACES
               MOVE TRO-RULES-VERSION TO RT-LIVE-VERSION
           END-IF
           IF TRANS-AMOUNT IS NUMERIC
               MOVE TRANS-AMOUNT TO RT-WORK-AMOUNT
           ELSE
                   CONTINUE
               WHEN RT-RULE-IX > RT-RULE-COUNT
                   CONTINUE
               WHEN RT-RULE-VER-SUB (RT-RULE-IX) = RT-CAND-VER-SUB
                   AND RT-RULE-CODE (RT-RULE-IX) = TRANS-KEY(1:1)
                   SET RT-RULE-MATCHED TO TRUE
                   MOVE RT-RULE-RC (RT-RULE-IX) TO RT-CAND-RC
           END-SEARCH
           MOVE 'KEYS CHANGING CATEGORY: ' TO RT-CNT-LABEL
           MOVE RT-COUNT-CHANGED           TO RT-CNT-VALUE
           WRITE REHEARSAL-RPT-RECORD FROM RT-COUNT-LINE
           PERFORM 4100-CHECK-LIVE-VERSION THRU 4100-EXIT
           IF RT-CANDIDATE-UNUSABLE
               GO TO 4000-EXIT
           END-IF

           WRITE REHEARSAL-RPT-RECORD FROM RT-BLANK-LINE
           MOVE SPACES TO REHEARSAL-RPT-RECORD
           EXIT
           .
      *---------------------------------------------------------------*
      * 4100-CHECK-LIVE-VERSION - THE VERSION THE DAY WAS ACTUALLY
      * CLASSIFIED UNDER MUST STILL BE ON THE CANDIDATE FILE, OR A
      * CORRECTION OF ONE OF ITS DATES WOULD BE CLASSIFIED UNDER
      * SOME OTHER RULE SET.  A DAY FROM BEFORE RULES WERE
      * VERSIONED CARRIES NO VERSION AND IS NOT CHECKED.
      *---------------------------------------------------------------*
       4100-CHECK-LIVE-VERSION.
           IF RT-LIVE-VERSION = SPACES
               GO TO 4100-EXIT
           END-IF
           MOVE 'N' TO RT-LIVE-FOUND-SW
           PERFORM 4150-MATCH-LIVE-VERSION THRU 4150-EXIT
               VARYING RT-VER-SUB FROM 1 BY 1
               UNTIL RT-VER-SUB > RT-VERSION-COUNT
                   OR RT-LIVE-VERSION-FOUND
           IF RT-LIVE-VERSION-FOUND
               MOVE 'ACTUAL RESULTS UNDER VERSION: ' TO RT-VLN-LABEL
               MOVE RT-LIVE-VERSION                  TO RT-VLN-VERSION
               MOVE RT-VER-EFF-DATE (RT-LIVE-VER-SUB)
                                                     TO RT-VLN-EFF-DATE
               WRITE REHEARSAL-RPT-RECORD FROM RT-VERSION-LINE
               GO TO 4100-EXIT
           END-IF
           WRITE REHEARSAL-RPT-RECORD FROM RT-BLANK-LINE
           MOVE SPACES TO REHEARSAL-RPT-RECORD
           STRING 'VERSION ' RT-LIVE-VERSION
               ' THE DAY WAS CLASSIFIED UNDER IS NOT ON THE '
               'CANDIDATE FILE'
               DELIMITED BY SIZE INTO REHEARSAL-RPT-RECORD
           WRITE REHEARSAL-RPT-RECORD
           PERFORM 1190-FLAG-CANDIDATE-BAD THRU 1190-EXIT
           .
       4100-EXIT.
           EXIT
           .
       4150-MATCH-LIVE-VERSION.
           IF RT-VER-ID (RT-VER-SUB) = RT-LIVE-VERSION
               SET RT-LIVE-VERSION-FOUND TO TRUE
               MOVE RT-VER-SUB TO RT-LIVE-VER-SUB
           END-IF
           .
       4150-EXIT.
           EXIT
           .
      *---------------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE REPORT AND SET THE STEP RETURN
      * CODE:
      *    RC=0   CANDIDATE CHANGES NOTHING
