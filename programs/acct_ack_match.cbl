               FILE STATUS IS WS-ACKFILE-STATUS.
           SELECT MATCHRPTFILE ASSIGN TO "MATCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  ACCT-BRANCH          PIC X(04).
           05  ACCT-AMOUNT          PIC S9(9)V99.
           05  ACCT-DATE            PIC X(08).
           05  ACCT-CURRENCY        PIC X(03).
           05  ACCT-BASE-AMOUNT     PIC S9(11)V99.
           05  FILLER               PIC X(11).

      *================================================================
      *  THE ACCOUNTING SYSTEM'S ACKNOWLEDGMENT FILE - ONE RECORD
       FD  MATCHRPTFILE.
       01  MATCHRPT-LINE            PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ACCTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-ACKFILE-STATUS       PIC X(2)    VALUE SPACES.
           05  WM-TOTAL-LABEL      PIC X(30).
           05  WM-TOTAL-VALUE      PIC ZZZZ9.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACCT-ACK-MATCH: Starting acknowledgment match..."
               DISPLAY "ACCT-ACK-MATCH: *** ERROR - ACCTFEED OPEN "
                   "FAILED, STATUS: " WS-ACCTFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

               DISPLAY "ACCT-ACK-MATCH: Feed fully acknowledged"
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       LOAD-FEED-LOOP.
           MOVE WS-UNKNOWN-ACK-COUNT TO WM-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO MATCHRPT-LINE
           WRITE MATCHRPT-LINE.

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
               DISPLAY "ACCT-ACK-MATCH: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "ACCT-ACK-MATCH" TO ALR-PROGRAM
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
