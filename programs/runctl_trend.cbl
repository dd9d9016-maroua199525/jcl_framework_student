               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT TRENDRPTFILE ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRENDRPTFILE.
       01  TRENDRPT-LINE           PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-SLAPARM-STATUS       PIC X(2)    VALUE SPACES.

       01  WS-PARM-STRING          PIC X(80)   VALUE SPACES.
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN            PIC X(30)   OCCURS 3 TIMES
                                    VALUE SPACES.
       01  WS-TOKEN-IDX            PIC 9(2)    VALUE 0.
       01  WS-KEY-PART             PIC X(20)   VALUE SPACES.
       01  WS-VAL-PART             PIC X(20)   VALUE SPACES.
       01  WS-RETENTION-DAYS       PIC 9(5)    VALUE 90.
       01  WS-DRIFT-PCT            PIC 9(3)    VALUE 50.
       01  WS-ALERT-DAYS           PIC 9(3)    VALUE 7.

      *----------------------------------------------------------------
      *  PER-STAGE TRACKING - AGREED WINDOW FROM THE CARDS, PLUS THE
       01  WS-RUN-SERIAL           PIC 9(7)    VALUE 0.
       01  WS-CUTOFF-SERIAL        PIC S9(7)   VALUE 0.
       01  WS-ENTRY-SERIAL         PIC 9(7)    VALUE 0.
       01  WS-ALERT-FROM-SERIAL    PIC S9(7)   VALUE 0.

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(26)   VALUE
           05  WT-TOTAL-LABEL      PIC X(26).
           05  WT-TOTAL-COUNT      PIC ZZZZZZ9.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RUNCTL-TREND: Starting batch window trend report"

           PERFORM LOAD-SLA-WINDOWS THRU LOAD-SLA-WINDOWS-EXIT

      *    EVERY NIGHT IN THE REGISTRY IS JUDGED, BUT ONLY THE LAST
      *    ALERTDAYS NIGHTS (DEFAULT 7, ONE WEEKLY RUN'S WORTH) RAISE
      *    OPERATOR ALERTS - OLDER NIGHTS RAISED THEIRS ON AN EARLIER
      *    RUN.
           COMPUTE WS-ALERT-FROM-SERIAL =
               WS-RUN-SERIAL - WS-ALERT-DAYS

           OPEN I-O RUNCTLFILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "RUNCTL-TREND: *** ERROR - RUNCTL OPEN "
                   "FAILED, STATUS: " WS-RUNCTL-STATUS " ***"
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
           END-IF

           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)

           PERFORM APPLY-ONE-TOKEN THRU APPLY-ONE-TOKEN-EXIT
               VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > 3.

       PARSE-RUN-PARAMETERS-EXIT.
           EXIT.
                   MOVE WS-VAL-PART(1:5) TO WS-RETENTION-DAYS
               WHEN "DRIFTPCT"
                   MOVE WS-VAL-PART(1:3) TO WS-DRIFT-PCT
               WHEN "ALERTDAYS"
                   MOVE WS-VAL-PART(1:3) TO WS-ALERT-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *================================================================
       JUDGE-ONE-ENTRY.
           MOVE 'N' TO WS-PURGE-THIS-SW
           MOVE 0 TO WS-ENTRY-SERIAL
           IF RUNCTL-DATE NUMERIC
               MOVE RUNCTL-DATE TO WS-CD-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               AND WS-ELAPSED-MINS > WS-STG-WINDOW (WS-STAGE-HIT)
               ADD 1 TO WS-WARNINGS-RAISED
               MOVE "** OVER AGREED WINDOW **" TO WT-FLAGS
               IF WS-ENTRY-SERIAL > WS-ALERT-FROM-SERIAL
                   SET ALW-CRITICAL TO TRUE
                   MOVE "SLABRCH" TO ALW-CODE
                   MOVE SPACES TO ALW-MESSAGE
                   STRING "STAGE " RUNCTL-STAGE " RAN "
                       WS-ELAPSED-MINS " MINS AGAINST AN AGREED "
                       "WINDOW OF " WS-STG-WINDOW (WS-STAGE-HIT)
                       DELIMITED BY SIZE INTO ALW-MESSAGE
                   PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
               END-IF
           END-IF
      *    THE DRIFT CHECK ONLY SPEAKS ONCE THERE ARE AT LEAST
      *    THREE TRAILING RUNS TO AVERAGE - TWO DATA POINTS IS AN
                   IF WT-FLAGS = SPACES
                       MOVE "** DRIFTING PAST TRAILING AVERAGE **"
                           TO WT-FLAGS
                       IF WS-ENTRY-SERIAL > WS-ALERT-FROM-SERIAL
                           SET ALW-WARNING TO TRUE
                           MOVE "RUNDRIFT" TO ALW-CODE
                           MOVE SPACES TO ALW-MESSAGE
                           STRING "STAGE " RUNCTL-STAGE " RAN "
                               WS-ELAPSED-MINS " MINS - TRAILING "
                               "AVERAGE IS " WS-AVG-MINS
                               DELIMITED BY SIZE INTO ALW-MESSAGE
                           PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
                       END-IF
                   ELSE
                       MOVE "** OVER WINDOW AND DRIFTING **"
                           TO WT-FLAGS

       CONVERT-DATE-TO-SERIAL-EXIT.
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
               DISPLAY "RUNCTL-TREND: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "RUNCTL-TREND" TO ALR-PROGRAM
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
