      *                   RECONCILIATION AND BALANCING CAN SCOPE THE
      *                   LOGS TO ONE CYCLE.  DEFAULTS TO 01 WHEN
      *                   THERE IS NO BUSDATE DD
      * 15 OCT 2026  MJS  RULES FILE NOW HOLDS VERSIONED RULE SETS, EACH
      *                   RECORD CARRYING ITS VERSION ID AND THE
      *                   BUSINESS DATE THAT VERSION IS EFFECTIVE FROM.
      *                   EVERY VERSION IS TABLED; EACH CALL CLASSIFIES
      *                   UNDER THE VERSION IN FORCE ON LS-RULES-AS-OF-
      *                   DATE (THE BUSINESS DATE WHEN THE CALLER LEAVES
      *                   IT ZERO), HANDS THE VERSION ID BACK IN
      *                   LS-RULES-VERSION AND STAMPS IT ON THE AUDIT
      *                   RECORD.  NO VERSION IN FORCE ABENDS THE RUN
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBPROG.
           05  AUDIT-LOG-RUN-MODE-TEXT PIC X(15).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  AUDIT-LOG-CYCLE-NO      PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  AUDIT-LOG-RULES-VERSION PIC X(08).

       FD  ERROR-LOG
           RECORDING MODE IS F.

      *    ONE RULE PER RECORD: THE LEADING CODE BYTE A CALLER'S
      *    LS-ARG-1 IS MATCHED ON, THE RETURN-CODE VALUE TO HAND
      *    BACK, AND THE RESULT TEXT FOR LS-ARG-2, FOLLOWED BY THE
      *    ID OF THE RULE SET (VERSION) THE RULE BELONGS TO AND THE
      *    BUSINESS DATE THAT VERSION IS EFFECTIVE FROM.  EVERY
      *    RECORD OF ONE VERSION CARRIES THE SAME EFFECTIVE DATE.  A
      *    VERSION STAYS IN FORCE UNTIL THE NEXT VERSION'S EFFECTIVE
      *    DATE, SO SUPERSEDED VERSIONS ARE KEPT ON THE FILE FOR
      *    CORRECTIONS OF EARLIER BUSINESS DATES.
       FD  RULES-FILE
           RECORDING MODE IS F.
       01  RULES-RECORD.
           05  RULE-RETURN-CODE        PIC 9(04).
           05  FILLER                  PIC X(01).
           05  RULE-RESULT-TEXT        PIC X(80).
           05  FILLER                  PIC X(01).
           05  RULE-VERSION-ID         PIC X(08).
           05  FILLER                  PIC X(01).
           05  RULE-EFFECTIVE-DATE     PIC X(08).
           05  RULE-EFFECTIVE-DATE-N   REDEFINES RULE-EFFECTIVE-DATE
                                       PIC 9(08).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
           05  SP-BUSDATE-STATUS       PIC X(02).

      *    CLASSIFICATION RULES TABLED ON THE FIRST CALL AND HELD
      *    FOR THE REST OF THE RUN, EVERY VERSION ON THE FILE.  FIFTY
      *    CODE BYTES PER VERSION IS FAR ABOVE ANYTHING THE BUSINESS
      *    HAS ASKED FOR; TWENTY VERSIONS IS YEARS OF PROMOTES.  EACH
      *    RULE POINTS AT ITS VERSION'S SLOT IN SP-VERSION-TABLE.
       01  SP-RULES-TABLE.
           05  SP-RULE-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  SP-RULE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY SP-RULE-IX.
               10  SP-RULE-VER-SUB     PIC 9(04) COMP.
               10  SP-RULE-CODE        PIC X(01).
               10  SP-RULE-RC          PIC 9(04).
               10  SP-RULE-TEXT        PIC X(80).

       01  SP-VERSION-TABLE.
           05  SP-VERSION-COUNT        PIC 9(04) COMP VALUE ZERO.
           05  SP-VERSION-ENTRY OCCURS 20 TIMES.
               10  SP-VER-ID           PIC X(08).
               10  SP-VER-EFF-DATE     PIC 9(08).
               10  SP-VER-RULE-COUNT   PIC 9(04) COMP.

       01  SP-RULE-SCAN-FIELDS.
           05  SP-RULE-SUB             PIC 9(04) COMP.
           05  SP-VER-SUB              PIC 9(04) COMP.
           05  SP-LOAD-VER-SUB         PIC 9(04) COMP.

      *    THE VERSION THE CURRENT CALL CLASSIFIES UNDER.  IT IS
      *    RE-SELECTED ONLY WHEN THE AS-OF DATE CHANGES FROM THE
      *    PREVIOUS CALL, SO A DAILY RUN SELECTS ONCE.
       01  SP-SELECTED-VERSION.
           05  SP-AS-OF-DATE           PIC 9(08)   VALUE ZERO.
           05  SP-SELECTED-AS-OF       PIC 9(08)   VALUE ZERO.
           05  SP-SELECTED-VER-SUB     PIC 9(04) COMP VALUE ZERO.

      *    REASON CARRIED ONTO THE ERROR-LOG RECORD BY WHICHEVER
      *    PARAGRAPH DECIDED TO REJECT THE CALL.
           IF NOT SP-BUSDATE-IS-SET
               PERFORM 0250-READ-BUSINESS-DATE
           END-IF
           PERFORM 0700-SELECT-RULES-VERSION
           PERFORM 0200-SET-RUN-MODE
           EVALUATE TRUE
               WHEN LS-FUNCTION-LOG-REJECT
           ELSE
               IF RULE-CODE-BYTE = SPACE
                   OR RULE-RETURN-CODE NOT NUMERIC
                   OR RULE-VERSION-ID = SPACES
                   OR RULE-EFFECTIVE-DATE NOT NUMERIC
                   OR RULE-EFFECTIVE-DATE-N = ZERO
                   DISPLAY 'SUBPROG: MALFORMED RULES RECORD: '
                       RULES-RECORD(1:20) ' VERSION ' RULE-VERSION-ID
                       ' EFFECTIVE ' RULE-EFFECTIVE-DATE
                   PERFORM 0390-ABEND-BAD-RULES
               END-IF
               PERFORM 0370-FIND-RULE-VERSION
               PERFORM 0360-CHECK-DUPLICATE-RULE
                   VARYING SP-RULE-SUB FROM 1 BY 1
                   UNTIL SP-RULE-SUB > SP-RULE-COUNT
               IF SP-VER-RULE-COUNT (SP-LOAD-VER-SUB) >= 50
                   DISPLAY 'SUBPROG: MORE THAN 50 RULES RECORDS IN '
                       'VERSION ' RULE-VERSION-ID
                   PERFORM 0390-ABEND-BAD-RULES
               END-IF
               ADD 1 TO SP-VER-RULE-COUNT (SP-LOAD-VER-SUB)
               ADD 1 TO SP-RULE-COUNT
               SET SP-RULE-IX TO SP-RULE-COUNT
               MOVE SP-LOAD-VER-SUB   TO SP-RULE-VER-SUB (SP-RULE-IX)
               MOVE RULE-CODE-BYTE    TO SP-RULE-CODE (SP-RULE-IX)
               MOVE RULE-RETURN-CODE  TO SP-RULE-RC (SP-RULE-IX)
               MOVE RULE-RESULT-TEXT  TO SP-RULE-TEXT (SP-RULE-IX)
           END-IF
           .
       0360-CHECK-DUPLICATE-RULE.
           IF SP-RULE-VER-SUB (SP-RULE-SUB) = SP-LOAD-VER-SUB
               AND SP-RULE-CODE (SP-RULE-SUB) = RULE-CODE-BYTE
               DISPLAY 'SUBPROG: DUPLICATE RULES RECORD FOR CODE '
                   RULE-CODE-BYTE ' IN VERSION ' RULE-VERSION-ID
               PERFORM 0390-ABEND-BAD-RULES
           END-IF
           .
      *    FIND THE RECORD'S VERSION IN SP-VERSION-TABLE, ADDING IT
      *    THE FIRST TIME IT IS SEEN.  A VERSION WHOSE RECORDS
      *    DISAGREE ON THE EFFECTIVE DATE, OR TWO VERSIONS EFFECTIVE
      *    FROM THE SAME DATE, LEAVE NO SINGLE VERSION IN FORCE AND
      *    STOP THE RUN.
       0370-FIND-RULE-VERSION.
           MOVE ZERO TO SP-LOAD-VER-SUB
           PERFORM 0375-CHECK-ONE-LOAD-VERSION
               VARYING SP-VER-SUB FROM 1 BY 1
               UNTIL SP-VER-SUB > SP-VERSION-COUNT
           IF SP-LOAD-VER-SUB = ZERO
               IF SP-VERSION-COUNT >= 20
                   DISPLAY 'SUBPROG: MORE THAN 20 RULES VERSIONS'
                   PERFORM 0390-ABEND-BAD-RULES
               END-IF
               ADD 1 TO SP-VERSION-COUNT
               MOVE SP-VERSION-COUNT    TO SP-LOAD-VER-SUB
               MOVE RULE-VERSION-ID     TO SP-VER-ID (SP-LOAD-VER-SUB)
               MOVE RULE-EFFECTIVE-DATE-N
                                   TO SP-VER-EFF-DATE (SP-LOAD-VER-SUB)
               MOVE ZERO          TO SP-VER-RULE-COUNT (SP-LOAD-VER-SUB)
           END-IF
           .
       0375-CHECK-ONE-LOAD-VERSION.
           IF SP-VER-ID (SP-VER-SUB) = RULE-VERSION-ID
               IF SP-VER-EFF-DATE (SP-VER-SUB) NOT =
                                   RULE-EFFECTIVE-DATE-N
                   DISPLAY 'SUBPROG: RULES VERSION ' RULE-VERSION-ID
                       ' HAS MORE THAN ONE EFFECTIVE DATE'
                   PERFORM 0390-ABEND-BAD-RULES
               END-IF
               MOVE SP-VER-SUB TO SP-LOAD-VER-SUB
           ELSE
               IF SP-VER-EFF-DATE (SP-VER-SUB) = RULE-EFFECTIVE-DATE-N
                   DISPLAY 'SUBPROG: RULES VERSIONS '
                       SP-VER-ID (SP-VER-SUB) ' AND ' RULE-VERSION-ID
                       ' ARE BOTH EFFECTIVE FROM ' RULE-EFFECTIVE-DATE
                   PERFORM 0390-ABEND-BAD-RULES
               END-IF
           END-IF
           .
       0390-ABEND-BAD-RULES.
           DISPLAY 'SUBPROG: CLASSIFICATION RULES FILE UNUSABLE - '
               'RUN STOPPED'
                   CONTINUE
               WHEN SP-RULE-IX > SP-RULE-COUNT
                   CONTINUE
               WHEN SP-RULE-VER-SUB (SP-RULE-IX) = SP-SELECTED-VER-SUB
                   AND SP-RULE-CODE (SP-RULE-IX) = LS-ARG-1(1:1)
                   SET SP-RULE-MATCHED TO TRUE
                   MOVE SP-RULE-TEXT (SP-RULE-IX) TO LS-ARG-2
                   MOVE SP-RULE-RC (SP-RULE-IX)   TO LS-RETURN-CODE
           SET LS-RC-REVERSED TO TRUE
           MOVE 'REVERSAL APPLIED TO ORIGINAL RESULT' TO LS-ARG-2
           .
      *    THE VERSION IN FORCE ON A DATE IS THE ONE WITH THE LATEST
      *    EFFECTIVE DATE ON OR BEFORE IT.  THE CALLER NAMES THE DATE
      *    IN LS-RULES-AS-OF-DATE - A CORRECTION CYCLE PASSES THE
      *    ORIGINAL BUSINESS DATE - OR LEAVES IT ZERO FOR THE
      *    BUSINESS DATE BEING PROCESSED.  A DATE EARLIER THAN EVERY
      *    VERSION ON THE FILE CANNOT BE CLASSIFIED TRUTHFULLY, SO IT
      *    STOPS THE RUN LIKE ANY OTHER RULES FILE PROBLEM.
       0700-SELECT-RULES-VERSION.
           IF LS-RULES-AS-OF-DATE IS NUMERIC
               AND LS-RULES-AS-OF-DATE > ZERO
               MOVE LS-RULES-AS-OF-DATE TO SP-AS-OF-DATE
           ELSE
               MOVE SP-BUSINESS-DATE    TO SP-AS-OF-DATE
           END-IF
           IF SP-SELECTED-VER-SUB = ZERO
               OR SP-AS-OF-DATE NOT = SP-SELECTED-AS-OF
               MOVE ZERO TO SP-SELECTED-VER-SUB
               PERFORM 0750-CHECK-ONE-VERSION
                   VARYING SP-VER-SUB FROM 1 BY 1
                   UNTIL SP-VER-SUB > SP-VERSION-COUNT
               IF SP-SELECTED-VER-SUB = ZERO
                   DISPLAY 'SUBPROG: NO RULES VERSION IN FORCE ON '
                       SP-AS-OF-DATE
                   PERFORM 0390-ABEND-BAD-RULES
               END-IF
               MOVE SP-AS-OF-DATE TO SP-SELECTED-AS-OF
           END-IF
           MOVE SP-VER-ID (SP-SELECTED-VER-SUB) TO LS-RULES-VERSION
           .
       0750-CHECK-ONE-VERSION.
           IF SP-VER-EFF-DATE (SP-VER-SUB) NOT > SP-AS-OF-DATE
               IF SP-SELECTED-VER-SUB = ZERO
                   MOVE SP-VER-SUB TO SP-SELECTED-VER-SUB
               ELSE
                   IF SP-VER-EFF-DATE (SP-VER-SUB) >
                       SP-VER-EFF-DATE (SP-SELECTED-VER-SUB)
                       MOVE SP-VER-SUB TO SP-SELECTED-VER-SUB
                   END-IF
               END-IF
           END-IF
           .
      *    AUDIT-LOG AND ERROR-LOG ARE OPENED ONCE, ON THE FIRST CALL,
      *    AND DELIBERATELY LEFT OPEN FOR THE REST OF THE RUN - THE
      *    RUNTIME CLOSES THEM AUTOMATICALLY WHEN THE RUN UNIT ENDS.
           MOVE LS-MODE-INDICATOR      TO AUDIT-LOG-MODE-IND
           MOVE LS-RUN-MODE-TEXT       TO AUDIT-LOG-RUN-MODE-TEXT
           MOVE SP-CYCLE-NO            TO AUDIT-LOG-CYCLE-NO
           MOVE LS-RULES-VERSION       TO AUDIT-LOG-RULES-VERSION
           WRITE AUDIT-LOG-RECORD
           .
