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
       FD  MASTSEALFILE.
           COPY "mstseal".

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTSEAL-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-SEAL-BROKEN-SW       PIC X       VALUE 'N'.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WM-TOTAL-AMOUNT     PIC -(11)9.99.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BRANCH-MERGE: Starting branch merge"
                   "BRANCH PARAMETERS ARE REQUIRED, E.G. "
                   "OLD=0200,NEW=0100 ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF
           IF WS-OLD-BRANCH = WS-NEW-BRANCH
               DISPLAY "BRANCH-MERGE: *** ERROR - OLD AND NEW "
                   "BRANCH ARE THE SAME ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM CHECK-BRANCH-REFERENCE
               THRU CHECK-BRANCH-REFERENCE-EXIT
           IF RETURN-CODE = 8
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

               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       PARSE-RUN-PARAMETERS.
           MOVE "B" TO AUD-TRAN-TYPE
           MOVE WS-NEW-BRANCH TO AUD-BRANCH
           MOVE "BMRG" TO AUD-REASON-CODE
      *    THE BRANCH THE ACCOUNT CAME FROM AND ITS STATUS, FOR
      *    ACCT-FLOW TO COUNT IT OUT OF THE OLD BRANCH.
           MOVE WS-OLD-BRANCH TO AUD-LINK-KEY(1:4)
           IF MAST-INACTIVE
               MOVE "I" TO AUD-LINK-KEY(5:1)
           ELSE
               MOVE "A" TO AUD-LINK-KEY(5:1)
           END-IF
           WRITE AUDIT-RECORD.

       WRITE-REPORT-HEADER.
                       DISPLAY "BRANCH-MERGE: *** WARNING - "
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
                       DISPLAY "BRANCH-MERGE: *** ERROR - "
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
               DISPLAY "BRANCH-MERGE: Master seal verified"
           END-IF.
                       ADD MAST-AMOUNT TO WS-SEAL-SWEEP-TOTAL
                   END-IF
           END-READ.

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
               DISPLAY "BRANCH-MERGE: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "BRANCH-MERGE" TO ALR-PROGRAM
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
