           SELECT MASTLOCKFILE ASSIGN TO "MASTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTLOCK-STATUS.
      *    THE ESCHEAT CYCLE (SEE ESCHREC) - AN ACCOUNT STILL IN IT
      *    HOLDS MONEY OWED TO ITS OWNER OR THE STATE AND STAYS ON
      *    THE LIVE MASTER HOWEVER OLD ITS DATE.
           SELECT ESCHFILE ASSIGN TO "ESCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESC-ACCOUNT
               FILE STATUS IS WS-ESCHFILE-STATUS.
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

       FD  ESCHFILE.
           COPY "eschrec".

       FD  ARCHFILE.
       01  ARCH-RECORD.
           05  ARCH-DATE           PIC X(8).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  ARCH-DATA           PIC X(87).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTSEAL-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-SEAL-BROKEN-SW       PIC X       VALUE 'N'.
           88  WS-SEAL-EOF                     VALUE 'Y'.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE "00".
       01  WS-ARCHFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-ESCHFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-ESCHFILE-SW          PIC X       VALUE 'N'.
           88  WS-ESCHFILE-ON                  VALUE 'Y'.
       01  WS-MAST-EOF-FLAG        PIC X       VALUE 'N'.
       01  WS-RUN-DATE             PIC 9(8).

       01  WS-RECORDS-SELECTED     PIC 9(7)    VALUE 0.
       01  WS-RECORDS-ARCHIVED     PIC 9(7)    VALUE 0.
       01  WS-RECORDS-REMOVED      PIC 9(7)    VALUE 0.
       01  WS-RECORDS-HELD         PIC 9(7)    VALUE 0.
       01  WS-AMOUNT-ARCHIVED      PIC S9(11)V99 VALUE 0.
       01  WS-AMOUNT-DISPLAY       PIC -(11)9.99.

       01  WS-RUN-SERIAL           PIC 9(7)    VALUE 0.
       01  WS-AGE-DAYS             PIC S9(7)   VALUE 0.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MASTER-ARCHIVE: Starting dormant-record archive"
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

      *    NO ESCHEAT CYCLE FILE YET MEANS NO ACCOUNT IS IN THE
      *    CYCLE. ONE THAT EXISTS BUT CANNOT BE READ COULD LET A
      *    LETTERED ACCOUNT SLIP OFF THE MASTER, SO THE RUN STOPS.
           OPEN INPUT ESCHFILE
           EVALUATE WS-ESCHFILE-STATUS
               WHEN "00"
                   SET WS-ESCHFILE-ON TO TRUE
               WHEN "35"
                   DISPLAY "MASTER-ARCHIVE: No escheat cycle file - "
                       "escheat check skipped"
               WHEN OTHER
                   DISPLAY "MASTER-ARCHIVE: *** ERROR - ESCHFILE OPEN "
                       "FAILED, STATUS: " WS-ESCHFILE-STATUS " ***"
                   CLOSE MASTFILE
                   PERFORM RELEASE-MASTER-LOCK
                       THRU RELEASE-MASTER-LOCK-EXIT
                   MOVE 8 TO RETURN-CODE
                   PERFORM RAISE-RUN-END-ALERT
                       THRU RAISE-RUN-END-ALERT-EXIT
                   STOP RUN
           END-EVALUATE

           OPEN EXTEND ARCHFILE
           IF WS-ARCHFILE-STATUS = "35"
      *        FIRST-EVER ARCHIVE RUN - CREATE THE CUMULATIVE FILE
               DISPLAY "MASTER-ARCHIVE: *** ERROR - ARCHFILE OPEN "
                   "FAILED, STATUS: " WS-ARCHFILE-STATUS " ***"
               CLOSE MASTFILE
               IF WS-ESCHFILE-ON
                   CLOSE ESCHFILE
               END-IF
               PERFORM RELEASE-MASTER-LOCK
                   THRU RELEASE-MASTER-LOCK-EXIT
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF


           CLOSE MASTFILE
           CLOSE ARCHFILE
           IF WS-ESCHFILE-ON
               CLOSE ESCHFILE
           END-IF

           PERFORM WRITE-MASTER-SEAL THRU WRITE-MASTER-SEAL-EXIT
           PERFORM RELEASE-MASTER-LOCK THRU RELEASE-MASTER-LOCK-EXIT
           DISPLAY "MASTER-ARCHIVE: Archive run completed"
           DISPLAY "MASTER-ARCHIVE: Records read:     "
               WS-RECORDS-READ
           DISPLAY "MASTER-ARCHIVE: Held for escheat: "
               WS-RECORDS-HELD
           DISPLAY "MASTER-ARCHIVE: Records selected: "
               WS-RECORDS-SELECTED
           DISPLAY "MASTER-ARCHIVE: Records archived: "
               DISPLAY "MASTER-ARCHIVE: Control totals agree"
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       PARSE-RUN-PARAMETERS.
      *  IS DORMANT: WRITE IT TO THE ARCHIVE WITH TODAY'S ARCHIVE
      *  DATE STAMP, THEN REMOVE IT FROM THE LIVE CLUSTER. A RECORD
      *  WHOSE DATE CANNOT BE READ IS LEFT ALONE - DIRTY DATA IS A
      *  REPAIR PROBLEM, NOT AN ARCHIVING ONE. A DORMANT RECORD STILL
      *  IN THE ESCHEAT CYCLE (LETTERED, OR CLOSING NOT YET REMITTED)
      *  IS HELD BACK UNTIL THE CYCLE HAS FINISHED WITH IT.
      *================================================================
       JUDGE-ONE-RECORD.
           IF MAST-DATE NOT NUMERIC
               GO TO JUDGE-ONE-RECORD-EXIT
           END-IF

           IF WS-ESCHFILE-ON
               MOVE MAST-KEY TO ESC-ACCOUNT
               READ ESCHFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ESC-IN-CYCLE
                           ADD 1 TO WS-RECORDS-HELD
                           DISPLAY "MASTER-ARCHIVE: " MAST-KEY
                               " held - in the escheat cycle, status "
                               ESC-STATUS
                           GO TO JUDGE-ONE-RECORD-EXIT
                       END-IF
               END-READ
           END-IF

           ADD 1 TO WS-RECORDS-SELECTED
           MOVE SPACES TO ARCH-RECORD
           MOVE WS-RUN-DATE TO ARCH-DATE
                       DISPLAY "MASTER-ARCHIVE: *** WARNING - "
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
                       DISPLAY "MASTER-ARCHIVE: *** ERROR - "
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
               DISPLAY "MASTER-ARCHIVE: Master seal verified"
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
               DISPLAY "MASTER-ARCHIVE: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "MASTER-ARCHIVE" TO ALR-PROGRAM
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
