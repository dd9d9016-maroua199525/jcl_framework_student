           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE "00".
       01  WS-RATEFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.

      *----------------------------------------------------------------
      *  THE RATE TABLE, LOADED ONCE IN KEY ORDER (BRANCH, THEN TIER,
      *  THEN EFFECTIVE DATE) KEEPING FOR EACH TIER ONLY THE RECORD
      *  IN FORCE ON THE BUSINESS DATE BEING ACCRUED - SO A RERUN OR
      *  A CATCH-UP REPLAY OF AN EARLIER DATE PRICES AT THAT DATE'S
      *  RATES, AND A CHANGE LOADED IN ADVANCE WAITS FOR ITS DAY.
      *  TIER SELECTION SCANS FOR THE HIGHEST FLOOR NOT ABOVE THE
      *  ACCOUNT'S BALANCE UNDER THE ACCOUNT'S OWN BRANCH, FALLING
      *  BACK TO THE RESERVED "*ALL" DEFAULT BRANCH. WITHIN EACH
      *  BRANCH THE TIERS NAMING THE ACCOUNT'S PRODUCT ARE TRIED
      *  BEFORE THE ANY-PRODUCT (BLANK PRODUCT) TIERS.
      *----------------------------------------------------------------
       01  WS-RATE-COUNT           PIC 9(3)    VALUE 0.
       01  WS-RATE-SUB             PIC 9(3)    VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY       OCCURS 500 TIMES.
               10  WS-RATE-ENT-BRANCH  PIC X(4).
               10  WS-RATE-ENT-TIER    PIC 9(2).
               10  WS-RATE-ENT-FLOOR   PIC S9(7)V99.
               10  WS-RATE-ENT-PCT     PIC S9(2)V9(4).
               10  WS-RATE-ENT-TYPE    PIC X(1).
               10  WS-RATE-ENT-REASON  PIC X(4).
               10  WS-RATE-ENT-PRODUCT PIC X(4).
       01  WS-RATE-TABLE-FULL-SW   PIC X       VALUE 'N'.
           88  WS-RATE-TABLE-FULL              VALUE 'Y'.
       01  WS-RATE-SAME-TIER-SW    PIC X       VALUE 'N'.
           88  WS-RATE-SAME-TIER               VALUE 'Y'.
       01  WS-RATE-FOUND-SW        PIC X       VALUE 'N'.
           88  WS-RATE-FOUND                   VALUE 'Y'.
       01  WS-BEST-FLOOR           PIC S9(7)V99 VALUE 0.
       01  WS-BEST-TYPE            PIC X(1)    VALUE SPACE.
       01  WS-BEST-REASON          PIC X(4)    VALUE SPACES.
       01  WS-MATCH-BRANCH         PIC X(4)    VALUE SPACES.
       01  WS-MATCH-PRODUCT        PIC X(4)    VALUE SPACES.

       01  WS-ACCRUAL-AMOUNT       PIC S9(7)V99 VALUE 0.
       01  WS-NEW-BALANCE          PIC S9(9)V99 VALUE 0.
           05  GEN-CHG-REASON-CODE PIC X(04).
           05  FILLER              PIC X(44).

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACCRUAL-ENGINE: Starting accrual generation..."
               DISPLAY "ACCRUAL-ENGINE: *** ERROR - RATE TABLE IS "
                   "EMPTY OR NOT AVAILABLE - NOTHING ACCRUED ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

               DISPLAY "ACCRUAL-ENGINE: *** ERROR - MASTFILE OPEN "
                   "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       GET-BUSINESS-DATE.
           PERFORM LOAD-ONE-RATE
               UNTIL WS-RATE-EOF-FLAG = 'Y'
           CLOSE RATEFILE
           DISPLAY "ACCRUAL-ENGINE: Rate tiers in force: "
               WS-RATE-COUNT.

       LOAD-RATE-TABLE-EXIT.
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-FLAG
               NOT AT END
                   PERFORM TABLE-ONE-RATE THRU TABLE-ONE-RATE-EXIT
           END-READ.

      *================================================================
      *  A RECORD NOT YET IN EFFECT IS SKIPPED. OTHERWISE, THE FILE
      *  BEING IN DATE ORDER WITHIN TIER, IT SUPERSEDES THE LAST
      *  ENTRY TABLED WHEN THAT IS THE SAME BRANCH AND TIER - AND A
      *  WITHDRAWAL SIMPLY TAKES THAT ENTRY OFF AGAIN.
      *================================================================
       TABLE-ONE-RATE.
           IF RATE-EFF-DATE > WS-BUSINESS-DATE
               GO TO TABLE-ONE-RATE-EXIT
           END-IF

           MOVE 'N' TO WS-RATE-SAME-TIER-SW
           IF WS-RATE-COUNT > 0
               IF WS-RATE-ENT-BRANCH (WS-RATE-COUNT) = RATE-BRANCH
                   AND WS-RATE-ENT-TIER (WS-RATE-COUNT) = RATE-TIER
                   SET WS-RATE-SAME-TIER TO TRUE
               END-IF
           END-IF

           IF RATE-WITHDRAWN
               IF WS-RATE-SAME-TIER
                   SUBTRACT 1 FROM WS-RATE-COUNT
               END-IF
               GO TO TABLE-ONE-RATE-EXIT
           END-IF

           IF NOT WS-RATE-SAME-TIER
               IF WS-RATE-COUNT >= 500
                   IF NOT WS-RATE-TABLE-FULL
                       SET WS-RATE-TABLE-FULL TO TRUE
                       DISPLAY "ACCRUAL-ENGINE: *** WARNING - "
                           "rate table full at 500 tiers - "
                           "further tiers ignored ***"
                   END-IF
                   GO TO TABLE-ONE-RATE-EXIT
               END-IF
               ADD 1 TO WS-RATE-COUNT
           END-IF

           MOVE RATE-BRANCH TO WS-RATE-ENT-BRANCH (WS-RATE-COUNT)
           MOVE RATE-TIER TO WS-RATE-ENT-TIER (WS-RATE-COUNT)
           MOVE RATE-TIER-FLOOR TO WS-RATE-ENT-FLOOR (WS-RATE-COUNT)
           MOVE RATE-PCT TO WS-RATE-ENT-PCT (WS-RATE-COUNT)
           MOVE RATE-TYPE TO WS-RATE-ENT-TYPE (WS-RATE-COUNT)
           MOVE RATE-REASON-CODE TO WS-RATE-ENT-REASON (WS-RATE-COUNT)
           MOVE RATE-PRODUCT TO WS-RATE-ENT-PRODUCT (WS-RATE-COUNT).

       TABLE-ONE-RATE-EXIT.
           EXIT.

       SWEEP-MASTER-LOOP.
           READ MASTFILE NEXT RECORD
               AT END
           EXIT.

      *================================================================
      *  TIER SELECTION - SCANS OF THE LOADED TABLE, MOST SPECIFIC
      *  FIRST: THE ACCOUNT'S OWN BRANCH AND PRODUCT, ITS BRANCH'S
      *  ANY-PRODUCT TIERS, THEN THE SAME TWO UNDER THE "*ALL"
      *  DEFAULT - EACH ONLY IF NOTHING MATCHED BEFORE IT. WITHIN A
      *  SCAN THE WINNER IS THE TIER WITH THE HIGHEST FLOOR NOT
      *  ABOVE THE BALANCE. AN ACCOUNT WITH NO PRODUCT TAKES ONLY
      *  THE ANY-PRODUCT TIERS.
      *================================================================
       FIND-RATE-FOR-ACCOUNT.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE MAST-BRANCH TO WS-MATCH-BRANCH
           PERFORM SCAN-RATES-FOR-BRANCH
               THRU SCAN-RATES-FOR-BRANCH-EXIT

           IF NOT WS-RATE-FOUND
               MOVE "*ALL" TO WS-MATCH-BRANCH
               PERFORM SCAN-RATES-FOR-BRANCH
                   THRU SCAN-RATES-FOR-BRANCH-EXIT
           END-IF.

       FIND-RATE-FOR-ACCOUNT-EXIT.
           EXIT.

       SCAN-RATES-FOR-BRANCH.
           IF MAST-PRODUCT NOT = SPACES
               MOVE MAST-PRODUCT TO WS-MATCH-PRODUCT
               PERFORM SCAN-ONE-RATE-TIER
                   VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RATE-FOUND
                   GO TO SCAN-RATES-FOR-BRANCH-EXIT
               END-IF
           END-IF

           MOVE SPACES TO WS-MATCH-PRODUCT
           PERFORM SCAN-ONE-RATE-TIER
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.

       SCAN-RATES-FOR-BRANCH-EXIT.
           EXIT.

       SCAN-ONE-RATE-TIER.
           IF WS-RATE-ENT-BRANCH (WS-RATE-SUB) = WS-MATCH-BRANCH
               AND WS-RATE-ENT-PRODUCT (WS-RATE-SUB) = WS-MATCH-PRODUCT
               AND WS-RATE-ENT-FLOOR (WS-RATE-SUB) NOT > MAST-AMOUNT
               IF NOT WS-RATE-FOUND
                   OR WS-RATE-ENT-FLOOR (WS-RATE-SUB) > WS-BEST-FLOOR
           MOVE WS-TRANS-GENERATED TO GEN-TRL-COUNT
           MOVE GEN-RECORD TO GENTRAN-RECORD
           WRITE GENTRAN-RECORD.

      *================================================================
      *  OPERATOR ALERT (SEE THE ALRTREC AND ALRTWRK COPYBOOKS).
      *  APPENDS ONE RECORD TO THE SHARED ALERTLOG FROM THE SEVERITY,
      *  CODE AND MESSAGE THE CALLER LEFT IN ALRTWRK. A LOG THAT
      *  CANNOT BE WRITTEN IS REPORTED BUT NEVER STOPS THE RUN.
      *================================================================
       RAISE-ALERT.
           ADD 1 TO ALW-RAISED-COUNT
           IF NOT ALW-WARNING
               ADD 1 TO ALW-SERIOUS-COUNT
           END-IF
           IF ALW-BUS-DATE = SPACES
               PERFORM GET-ALERT-BUSINESS-DATE
                   THRU GET-ALERT-BUSINESS-DATE-EXIT
           END-IF
           OPEN EXTEND ALERTLOGFILE
           IF ALW-LOG-STATUS = "35"
               OPEN OUTPUT ALERTLOGFILE
           END-IF
           IF ALW-LOG-STATUS NOT = "00"
               DISPLAY "ACCRUAL-ENGINE: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "ACCRUAL-ENGINE" TO ALR-PROGRAM
           MOVE ALW-CODE TO ALR-CODE
           MOVE ALW-SEVERITY TO ALR-SEVERITY
           MOVE ALW-BUS-DATE TO ALR-BUS-DATE
           MOVE ALW-MESSAGE TO ALR-MESSAGE
           WRITE ALERT-RECORD
           CLOSE ALERTLOGFILE.

       RAISE-ALERT-EXIT.
           EXIT.

       GET-ALERT-BUSINESS-DATE.
           OPEN INPUT ALERTDATEFILE
           IF ALW-DATE-STATUS = "00"
               READ ALERTDATEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ALERTDATE-RECORD(1:8) TO ALW-BUS-DATE
               END-READ
               CLOSE ALERTDATEFILE
           END-IF
           IF ALW-BUS-DATE = SPACES
               ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
               MOVE ALW-STAMP-DATE TO ALW-BUS-DATE
           END-IF.

       GET-ALERT-BUSINESS-DATE-EXIT.
           EXIT.

       RAISE-RUN-END-ALERT.
           IF RETURN-CODE < 4
               GO TO RAISE-RUN-END-ALERT-EXIT
           END-IF
           IF RETURN-CODE < 8 AND ALW-RAISED-COUNT > 0
               GO TO RAISE-RUN-END-ALERT-EXIT
           END-IF
           IF ALW-SERIOUS-COUNT > 0
               GO TO RAISE-RUN-END-ALERT-EXIT
           END-IF
           MOVE RETURN-CODE TO ALW-RC-DISPLAY
           IF RETURN-CODE < 8
               SET ALW-WARNING TO TRUE
           ELSE
               SET ALW-ERROR TO TRUE
           END-IF
           MOVE SPACES TO ALW-CODE
           STRING "RUNRC" ALW-RC-DISPLAY
               DELIMITED BY SIZE INTO ALW-CODE
           MOVE SPACES TO ALW-MESSAGE
           STRING "RUN ENDED RC=" ALW-RC-DISPLAY
               " - SEE THE JOB LOG FOR THE CAUSE"
               DELIMITED BY SIZE INTO ALW-MESSAGE
           PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.

       RAISE-RUN-END-ALERT-EXIT.
           EXIT.
