               FILE STATUS IS WS-TRANREJ-STATUS.
           SELECT OPSRPTFILE ASSIGN TO "OPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    CRITICAL ALERTS LEFT UNACKNOWLEDGED PAST THE ESCALATION
      *    LIMIT - THE HANDOFF ALERT-REPORT WRITES AHEAD OF THIS STEP.
           SELECT ALRTESCFILE ASSIGN TO "ALRTESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRTESC-STATUS.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPSRPTFILE.
       01  OPSRPT-LINE             PIC X(132).

       FD  ALRTESCFILE.
       01  ALRTESC-RECORD.
           05  ESC-TIMESTAMP       PIC X(14).
           05  FILLER              PIC X(01).
           05  ESC-PROGRAM         PIC X(18).
           05  FILLER              PIC X(01).
           05  ESC-CODE            PIC X(08).
           05  FILLER              PIC X(01).
           05  ESC-AGE-HOURS       PIC 9(05).
           05  FILLER              PIC X(01).
           05  ESC-MESSAGE         PIC X(66).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-RP-STATUS            PIC X(2)    VALUE SPACES.
       01  WS-VALREJ-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-TRANREJ-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-ALRTESC-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.

       01  WS-FAIL-SEEN-SW         PIC X       VALUE 'N'.
           88  WS-FAIL-SEEN                   VALUE 'Y'.
       01  WS-TOTAL-REJECTS        PIC 9(5)    VALUE 0.
       01  WS-ESCALATION-COUNT     PIC 9(5)    VALUE 0.

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(32)   VALUE
           05  WO-REASON-TEXT      PIC X(30).
           05  WO-REASON-COUNT     PIC ZZZZ9.

       01  WS-ESCALATION-LINE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(15)   VALUE
               "** ESCALATE ** ".
           05  WO-ESC-TIMESTAMP    PIC X(14).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WO-ESC-PROGRAM      PIC X(18).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WO-ESC-CODE         PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WO-ESC-AGE          PIC ZZZZ9.
           05  FILLER              PIC X(6)    VALUE " HRS  ".
           05  WO-ESC-MESSAGE      PIC X(60).

       01  WS-VERDICT-LINE.
           05  FILLER              PIC X(17)   VALUE
               "OVERALL VERDICT: ".
           05  WO-VERDICT          PIC X(4).

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "OPS-SUMMARY: Building operations summary..."
           PERFORM WRITE-REJECT-SECTION
               THRU WRITE-REJECT-SECTION-EXIT

           PERFORM WRITE-ESCALATION-SECTION
               THRU WRITE-ESCALATION-SECTION-EXIT

           PERFORM WRITE-VERDICT

           CLOSE OPSRPTFILE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       GET-BUSINESS-DATE.
           MOVE WS-REASON-LINE TO OPSRPT-LINE
           WRITE OPSRPT-LINE.

      *================================================================
      *  CRITICAL OPERATOR ALERTS STILL UNACKNOWLEDGED PAST THE
      *  ESCALATION LIMIT (SEE ALERT-REPORT). ANY ONE OF THEM WARNS
      *  THE NIGHT - THE PAGE GOES TO SOMEONE WHO CAN CHASE IT.
      *================================================================
       WRITE-ESCALATION-SECTION.
           OPEN INPUT ALRTESCFILE
           IF WS-ALRTESC-STATUS NOT = "00"
               MOVE "ALERT ESCALATION LIST NOT AVAILABLE"
                   TO OPSRPT-LINE
               WRITE OPSRPT-LINE
               MOVE SPACES TO OPSRPT-LINE
               WRITE OPSRPT-LINE
               GO TO WRITE-ESCALATION-SECTION-EXIT
           END-IF

           MOVE "CRITICAL ALERTS FOR ESCALATION" TO OPSRPT-LINE
           WRITE OPSRPT-LINE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM WRITE-ONE-ESCALATION
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE ALRTESCFILE

           IF WS-ESCALATION-COUNT = 0
               MOVE "  NONE - NO CRITICAL ALERT IS PAST ITS LIMIT"
                   TO OPSRPT-LINE
               WRITE OPSRPT-LINE
           ELSE
               DISPLAY "OPS-SUMMARY: *** WARNING - "
                   WS-ESCALATION-COUNT " CRITICAL ALERT(S) "
                   "AWAITING ESCALATION ***"
               SET WS-WARN-SEEN TO TRUE
           END-IF
           MOVE SPACES TO OPSRPT-LINE
           WRITE OPSRPT-LINE.

       WRITE-ESCALATION-SECTION-EXIT.
           EXIT.

       WRITE-ONE-ESCALATION.
           READ ALRTESCFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ESCALATION-COUNT
                   MOVE ESC-TIMESTAMP TO WO-ESC-TIMESTAMP
                   MOVE ESC-PROGRAM TO WO-ESC-PROGRAM
                   MOVE ESC-CODE TO WO-ESC-CODE
                   MOVE ESC-AGE-HOURS TO WO-ESC-AGE
                   MOVE ESC-MESSAGE TO WO-ESC-MESSAGE
                   MOVE WS-ESCALATION-LINE TO OPSRPT-LINE
                   WRITE OPSRPT-LINE
           END-READ.

       WRITE-VERDICT.
           EVALUATE TRUE
               WHEN WS-FAIL-SEEN
           MOVE WS-VERDICT TO WO-VERDICT
           MOVE WS-VERDICT-LINE TO OPSRPT-LINE
           WRITE OPSRPT-LINE.

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
               DISPLAY "OPS-SUMMARY: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "OPS-SUMMARY" TO ALR-PROGRAM
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
