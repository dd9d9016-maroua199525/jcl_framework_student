           SELECT MASTLOCKFILE ASSIGN TO "MASTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTLOCK-STATUS.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                      AUD-BRANCH      BY BAK-BRANCH
                                      AUD-REASON-CODE BY
                                          BAK-REASON-CODE
                                      AUD-LINK-KEY    BY BAK-LINK-KEY
                                      AUD-CURRENCY    BY BAK-CURRENCY
                                      AUD-FX-RATE     BY BAK-FX-RATE
                                      AUD-FX-AMOUNT   BY BAK-FX-AMOUNT.

       FD  BACKRPTFILE.
       01  BACKRPT-LINE            PIC X(132).
       FD  MASTSEALFILE.
           COPY "mstseal".

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUTHFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-SECLOG-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-NEW-AMOUNT           PIC S9(7)V99 VALUE 0.
       01  WS-MOVEMENT-TYPE        PIC X(1)    VALUE SPACE.
       01  WS-REVERSAL-TYPE        PIC X(1)    VALUE SPACE.
       01  WS-MOVEMENT-DELTA       PIC S9(9)V99 VALUE 0.
       01  WS-MOVEMENT-RESULT      PIC S9(9)V99 VALUE 0.

       01  WS-REVERSED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-REVERSAL-ERRORS      PIC 9(5)    VALUE 0.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WB-TOTAL-AMOUNT     PIC -(11)9.99.

           COPY "fxrwrk".

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BACKOUT-PROCESSOR: Starting audit-trail backout"
               THRU CHECK-OPERATOR-AUTHORITY-EXIT
           IF NOT WS-AUTH-ALLOWED
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM ACQUIRE-MASTER-LOCK THRU ACQUIRE-MASTER-LOCK-EXIT
           IF WS-LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

               PERFORM RELEASE-MASTER-LOCK
                   THRU RELEASE-MASTER-LOCK-EXIT
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

               PERFORM RELEASE-MASTER-LOCK
                   THRU RELEASE-MASTER-LOCK-EXIT
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

               PERFORM RELEASE-MASTER-LOCK
                   THRU RELEASE-MASTER-LOCK-EXIT
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

                   "returned to zero"
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       PARSE-RUN-PARAMETERS.
               WHEN "R"
                   PERFORM REVERSE-A-REINSTATE
                       THRU REVERSE-A-REINSTATE-EXIT
               WHEN "P"
               WHEN "W"
                   PERFORM REVERSE-A-MOVEMENT
                       THRU REVERSE-A-MOVEMENT-EXIT
               WHEN OTHER
                   PERFORM REVERSE-A-CHANGE
                       THRU REVERSE-A-CHANGE-EXIT
       REVERSE-A-CHANGE-EXIT.
           EXIT.

      *================================================================
      *  A DEPOSIT OR WITHDRAWAL IS REVERSED BY TAKING BACK ITS
      *  DELTA (AFTER LESS BEFORE) FROM THE LIVE BALANCE, NOT BY
      *  RESTORING THE BEFORE IMAGE - ANY OTHER MOVEMENT ON THE
      *  ACCOUNT THAT DAY STANDS. THE REVERSAL IS WRITTEN AS THE
      *  OPPOSITE TYPE WITH THE LIVE BEFORE AND AFTER BALANCES.
      *================================================================
       REVERSE-A-MOVEMENT.
           MOVE WS-AUD-ENT-KEY (WS-AUD-SUB) TO MAST-KEY
           READ MASTFILE
               INVALID KEY
                   ADD 1 TO WS-REVERSAL-ERRORS
                   DISPLAY "BACKOUT-PROCESSOR: ERROR - moved key "
                       "no longer on master: " MAST-KEY
                   GO TO REVERSE-A-MOVEMENT-EXIT
           END-READ

           COMPUTE WS-MOVEMENT-DELTA = WS-NEW-AMOUNT - WS-OLD-AMOUNT
           COMPUTE WS-MOVEMENT-RESULT = MAST-AMOUNT - WS-MOVEMENT-DELTA
           IF WS-MOVEMENT-RESULT > 9999999.99
               OR WS-MOVEMENT-RESULT < -9999999.99
               ADD 1 TO WS-REVERSAL-ERRORS
               DISPLAY "BACKOUT-PROCESSOR: ERROR - reversal would "
                   "overflow the balance for key: " MAST-KEY
               GO TO REVERSE-A-MOVEMENT-EXIT
           END-IF

           MOVE MAST-AMOUNT TO WS-NEW-AMOUNT
           MOVE WS-MOVEMENT-RESULT TO WS-OLD-AMOUNT
           MOVE WS-MOVEMENT-RESULT TO MAST-AMOUNT
           REWRITE MASTER-RECORD

           ADD 1 TO WS-REWRITES-APPLIED
           IF WS-MOVEMENT-TYPE = "P"
               MOVE "DEPOSIT REVERSED" TO WB-ACTION
               MOVE "W" TO WS-REVERSAL-TYPE
           ELSE
               MOVE "WITHDRWL REVERSED" TO WB-ACTION
               MOVE "P" TO WS-REVERSAL-TYPE
           END-IF
           PERFORM RECORD-ONE-REVERSAL.

       REVERSE-A-MOVEMENT-EXIT.
           EXIT.

       RECORD-ONE-REVERSAL.
           ADD 1 TO WS-REVERSED-COUNT
           COMPUTE WS-NET-REVERSED = WS-NET-REVERSED
           MOVE WS-REVERSAL-TYPE TO BAK-TRAN-TYPE
           MOVE WS-AUD-ENT-BRANCH (WS-AUD-SUB) TO BAK-BRANCH
           MOVE "BKOU" TO BAK-REASON-CODE
      *    THE MASTER RECORD AREA STILL HOLDS THE ACCOUNT JUST
      *    REVERSED, SO ITS CURRENCY NAMES THE AMOUNTS ABOVE.
           IF MAST-CURRENCY = SPACES
               MOVE FXW-BASE-CURRENCY TO BAK-CURRENCY
           ELSE
               MOVE MAST-CURRENCY TO BAK-CURRENCY
           END-IF
           MOVE 0 TO BAK-FX-RATE
           MOVE 0 TO BAK-FX-AMOUNT
           WRITE BAK-RECORD

           MOVE WS-AUD-ENT-KEY (WS-AUD-SUB) TO WB-KEY
                       DISPLAY "BACKOUT-PROCESSOR: *** WARNING - "
                           "OVERRIDING MASTER LOCK HELD BY "
                           MLK-HOLDER " SINCE " MLK-TIMESTAMP " ***"
                       SET ALW-WARNING TO TRUE
                       MOVE "LOCKOVRD" TO ALW-CODE
                       MOVE SPACES TO ALW-MESSAGE
                       STRING "LOCK HELD BY " MLK-HOLDER
                           " SINCE " MLK-TIMESTAMP " OVERRIDDEN"
                           DELIMITED BY SIZE INTO ALW-MESSAGE
                       PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
                   ELSE
                       DISPLAY "BACKOUT-PROCESSOR: *** ERROR - "
                           "MASTER FILE IS LOCKED BY " MLK-HOLDER
                           "THE OVERRIDE PARAMETER ONLY IF THAT "
                           "RUN IS DEAD ***"
                       SET WS-LOCK-REFUSED TO TRUE
                       SET ALW-CRITICAL TO TRUE
                       MOVE "MSTLOCK" TO ALW-CODE
                       MOVE SPACES TO ALW-MESSAGE
                       STRING "LOCKED BY " MLK-HOLDER
                           " SINCE " MLK-TIMESTAMP " - RUN REFUSED"
                           DELIMITED BY SIZE INTO ALW-MESSAGE
                       PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
                       GO TO ACQUIRE-MASTER-LOCK-EXIT
                   END-IF
               END-IF
                   "WRITTEN BY " SEAL-WRITER " AT " SEAL-TIMESTAMP
                   " - AN OUT-OF-BAND CHANGE HAS TOUCHED THE "
                   "MASTER ***"
               SET ALW-CRITICAL TO TRUE
               MOVE "MSTSEAL" TO ALW-CODE
               MOVE SPACES TO ALW-MESSAGE
               STRING "BROKEN SEAL - WRITTEN BY " SEAL-WRITER " AT "
                   SEAL-TIMESTAMP DELIMITED BY SIZE INTO ALW-MESSAGE
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
           ELSE
               DISPLAY "BACKOUT-PROCESSOR: Master seal verified"
           END-IF.

       WRITE-SECURITY-LOG-EXIT.
           EXIT.

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
               DISPLAY "BACKOUT-PROCESSOR: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "BACKOUT-PROCESSOR" TO ALR-PROGRAM
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
