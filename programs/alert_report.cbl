       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-REPORT.
       AUTHOR. JCL-FRAMEWORK-DEMO.
      *================================================================
      *  DAILY OPERATOR ALERT REPORT. EVERY BATCH PROGRAM APPENDS ITS
      *  ALERTS TO THE SHARED ALERTLOG (SEE ALRTREC); AN OPERATOR
      *  CLOSES AN ALERT WITH AN ACKNOWLEDGMENT CARD ON ALRTACK
      *  NAMING WHO HANDLED IT. THE LOG AND THE CARDS ARE SORTED
      *  TOGETHER BY ALERT KEY AND MATCHED: AN ALERT WITH A CARD IS
      *  CLOSED, ONE WITHOUT IS STILL OPEN. THE OPEN ALERTS ARE
      *  LISTED ON ALRTRPT BY SEVERITY - CRITICAL, ERROR, WARNING -
      *  OLDEST FIRST, WITH THEIR AGE IN HOURS, FOLLOWED BY ANY CARD
      *  THAT MATCHES NO ALERT (A MISTYPED KEY LEAVES ITS ALERT
      *  OPEN, SO THE CARD IS SHOWN BACK TO THE OPERATOR).
      *  A CRITICAL ALERT STILL OPEN ESCALATE= HOURS (DEFAULT 4)
      *  AFTER IT WAS RAISED IS MARKED FOR ESCALATION AND WRITTEN TO
      *  THE ALRTESC HANDOFF, WHICH OPS-SUMMARY PRINTS AND COUNTS
      *  INTO ITS VERDICT. RC=4 WHILE ANY ALERT IS MARKED FOR
      *  ESCALATION, OTHERWISE RC=0 - OPEN ALERTS ARE THE NORMAL
      *  STATE OF THE LOG, NOT A FAILURE OF THIS RUN. THE LOG AND
      *  THE CARDS ARE ONLY READ, SO A RERUN IS ALWAYS SAFE.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTLOG-STATUS.
      *    ACKNOWLEDGMENT CARDS - CUMULATIVE, ADDED TO BY THE ACKLOAD
      *    STEP OF ALERT_REPORT.JCL. ONE CARD PER ALERT CLOSED:
      *      COLS  1-42  THE ALERT KEY EXACTLY AS ALRTRPT PRINTS IT -
      *                  TIMESTAMP, PROGRAM AND ALERT CODE
      *      COLS 44-51  OPERATOR ID OF WHOEVER HANDLED IT
      *      COLS 53-80  FREE-FORM NOTE OF WHAT WAS DONE
      *    A CARD CLOSES EVERY ALERT SHARING ITS KEY. A CARD WITH NO
      *    OPERATOR OR A KEY THAT DOES NOT START WITH A NUMERIC
      *    TIMESTAMP IS REJECTED; A SECOND CARD FOR A KEY ALREADY
      *    CLOSED IS IGNORED.
           SELECT ALRTACKFILE ASSIGN TO "ALRTACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRTACK-STATUS.
           SELECT ALRTWRKFILE ASSIGN TO "ALRTWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRTWRK-STATUS.
           SELECT ALRTRPTFILE ASSIGN TO "ALRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALRTESCFILE ASSIGN TO "ALRTESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRTESC-STATUS.
           SELECT ALRTSORTFILE ASSIGN TO "SORTWK1".
           SELECT OPNSORTFILE ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALRTACKFILE.
       01  ALRTACK-RECORD.
           05  ACK-ALERT-KEY.
               10  ACK-TIMESTAMP   PIC X(14).
               10  FILLER          PIC X(28).
           05  FILLER              PIC X(01).
           05  ACK-OPERATOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  ACK-NOTE            PIC X(28).

      *    OPEN ALERTS (RANK 1-3) AND UNMATCHED CARDS (RANK 9) CARRIED
      *    FROM THE MATCH TO THE SEVERITY SORT.
       FD  ALRTWRKFILE.
       01  ALRTWRK-RECORD.
           05  WRK-RANK            PIC 9(01).
           05  WRK-AGE-HOURS       PIC 9(05).
           05  WRK-ESCALATE-SW     PIC X(01).
           05  WRK-ALERT           PIC X(120).

       FD  ALRTRPTFILE.
       01  ALRTRPT-LINE            PIC X(132).

      *    ESCALATION HANDOFF - ONE RECORD PER CRITICAL ALERT OPEN
      *    PAST THE LIMIT, READ BY OPS-SUMMARY. WRITTEN EMPTY WHEN
      *    THERE ARE NONE.
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

       SD  ALRTSORTFILE.
       01  ALRTSORT-RECORD.
           05  ALS-ALERT.
               10  ALS-KEY.
                   15  ALS-TIMESTAMP   PIC X(14).
                   15  FILLER          PIC X(01).
                   15  ALS-PROGRAM     PIC X(18).
                   15  FILLER          PIC X(01).
                   15  ALS-CODE        PIC X(08).
               10  FILLER          PIC X(01).
               10  ALS-SEVERITY    PIC X(01).
                   88  ALS-CRITICAL            VALUE "C".
                   88  ALS-ERROR               VALUE "E".
               10  FILLER          PIC X(01).
               10  ALS-BUS-DATE    PIC X(08).
               10  FILLER          PIC X(01).
               10  ALS-MESSAGE     PIC X(66).
           05  ALS-TYPE            PIC X(01).
               88  ALS-IS-ACK                  VALUE "0".
               88  ALS-IS-ALERT                VALUE "1".

       SD  OPNSORTFILE.
       01  OPNSORT-RECORD.
           05  OPN-RANK            PIC 9(01).
               88  OPN-UNMATCHED-ACK           VALUE 9.
           05  OPN-AGE-HOURS       PIC 9(05).
           05  OPN-ESCALATE-SW     PIC X(01).
               88  OPN-ESCALATE                VALUE 'Y'.
           05  OPN-ALERT.
               10  OPN-KEY.
                   15  OPN-TIMESTAMP   PIC X(14).
                   15  FILLER          PIC X(01).
                   15  OPN-PROGRAM     PIC X(18).
                   15  FILLER          PIC X(01).
                   15  OPN-CODE        PIC X(08).
               10  FILLER          PIC X(01).
               10  OPN-SEVERITY    PIC X(01).
               10  FILLER          PIC X(01).
               10  OPN-BUS-DATE    PIC X(08).
               10  FILLER          PIC X(01).
               10  OPN-MESSAGE     PIC X(66).
           05  OPN-ACK-CARD REDEFINES OPN-ALERT.
               10  OPN-CARD-IMAGE  PIC X(80).
               10  FILLER          PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-ALERTLOG-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-ALRTACK-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-ALRTWRK-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-ALRTESC-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-SORT-EOF-SW          PIC X       VALUE 'N'.
           88  WS-SORT-EOF                     VALUE 'Y'.

       01  WS-PARM-STRING          PIC X(80)   VALUE SPACES.
       01  WS-KEY-PART             PIC X(20)   VALUE SPACES.
       01  WS-VAL-PART             PIC X(20)   VALUE SPACES.
       01  WS-ESCALATE-HOURS       PIC 9(3)    VALUE 4.

       01  WS-RUN-DATE             PIC 9(8)    VALUE 0.
       01  WS-RUN-TIME             PIC 9(8)    VALUE 0.
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
           05  WS-RUN-HH           PIC 9(2).
           05  WS-RUN-MM           PIC 9(2).
           05  FILLER              PIC 9(4).
       01  WS-RUN-SERIAL           PIC 9(7)    VALUE 0.
       01  WS-RUN-MINUTES          PIC 9(4)    VALUE 0.

       01  WS-ALERT-STAMP          PIC X(14)   VALUE SPACES.
       01  WS-ALERT-STAMP-X REDEFINES WS-ALERT-STAMP.
           05  WS-ALERT-DATE       PIC 9(8).
           05  WS-ALERT-HH         PIC 9(2).
           05  WS-ALERT-MM         PIC 9(2).
           05  WS-ALERT-SS         PIC 9(2).
       01  WS-AGE-MINUTES          PIC S9(9)   VALUE 0.

      *    THE ACK CARD HELD FOR THE KEY NOW PASSING THROUGH THE
      *    MATCH - CARDS SORT AHEAD OF THE ALERTS THEY CLOSE.
       01  WS-ACK-KEY              PIC X(42)   VALUE SPACES.
       01  WS-ACK-CARD             PIC X(80)   VALUE SPACES.
       01  WS-ACK-USED-SW          PIC X       VALUE 'N'.
           88  WS-ACK-USED                     VALUE 'Y'.

       01  WS-LAST-RANK            PIC 9(1)    VALUE 0.

       01  WS-ALERTS-READ          PIC 9(7)    VALUE 0.
       01  WS-ALERTS-CLOSED        PIC 9(7)    VALUE 0.
       01  WS-OPEN-CRITICAL        PIC 9(7)    VALUE 0.
       01  WS-OPEN-ERROR           PIC 9(7)    VALUE 0.
       01  WS-OPEN-WARNING         PIC 9(7)    VALUE 0.
       01  WS-ESCALATED            PIC 9(7)    VALUE 0.
       01  WS-ACKS-READ            PIC 9(7)    VALUE 0.
       01  WS-ACKS-REJECTED        PIC 9(7)    VALUE 0.
       01  WS-ACKS-DUPLICATE       PIC 9(7)    VALUE 0.
       01  WS-ACKS-UNMATCHED       PIC 9(7)    VALUE 0.

      *----------------------------------------------------------------
      *  DAY-SERIAL CONVERSION WORK FIELDS - SAME ARITHMETIC AS THE
      *  ARCHIVE AND AGING PROGRAMS, SO AN ALERT RAISED BEFORE
      *  MIDNIGHT AGES CORRECTLY INTO THE NEXT DAY.
      *----------------------------------------------------------------
       01  WS-CD-DATE              PIC 9(8)    VALUE 0.
       01  WS-CD-DATE-X REDEFINES WS-CD-DATE.
           05  WS-CD-YEAR          PIC 9(4).
           05  WS-CD-MONTH         PIC 9(2).
           05  WS-CD-DAY           PIC 9(2).
       01  WS-CD-WORK-YEAR         PIC 9(4)    VALUE 0.
       01  WS-CD-WORK-MONTH        PIC 9(2)    VALUE 0.
       01  WS-CD-QUARTER-DAYS      PIC 9(4)    VALUE 0.
       01  WS-CD-CENTURY-DAYS      PIC 9(2)    VALUE 0.
       01  WS-CD-QUADCENT-DAYS     PIC 9(2)    VALUE 0.
       01  WS-CD-MONTH-DAYS        PIC 9(4)    VALUE 0.
       01  WS-CD-MONTH-WORK        PIC 9(4)    VALUE 0.
       01  WS-CD-SERIAL            PIC 9(7)    VALUE 0.

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(24)   VALUE
               "OPEN OPERATOR ALERTS    ".
           05  FILLER              PIC X(8)    VALUE "RUN DTE ".
           05  WN-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(18)   VALUE
               "  ESCALATE AFTER ".
           05  WN-ESCALATE-HOURS   PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE " HRS".

       01  WS-SECTION-LINE.
           05  WN-SECTION-TITLE    PIC X(60).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(44)   VALUE
               "ALERT KEY - TIMESTAMP, PROGRAM, CODE".
           05  FILLER              PIC X(10)   VALUE "BUS DATE".
           05  FILLER              PIC X(11)   VALUE "  AGE HRS".
           05  FILLER              PIC X(7)    VALUE "MESSAGE".

       01  WS-DETAIL-LINE.
           05  WN-KEY              PIC X(42).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WN-BUS-DATE         PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WN-AGE-HOURS        PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WN-FLAG             PIC X(2).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WN-MESSAGE          PIC X(66).

       01  WS-CARD-LINE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WN-CARD-IMAGE       PIC X(80).

       01  WS-TOTAL-LINE.
           05  WN-TOTAL-LABEL      PIC X(30).
           05  WN-TOTAL-COUNT      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ALERT-REPORT: Starting operator alert report"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT

           MOVE WS-RUN-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           MOVE WS-CD-SERIAL TO WS-RUN-SERIAL
           COMPUTE WS-RUN-MINUTES = (WS-RUN-HH * 60) + WS-RUN-MM

           OPEN OUTPUT ALRTWRKFILE
           IF WS-ALRTWRK-STATUS NOT = "00"
               DISPLAY "ALERT-REPORT: *** ERROR - ALRTWRK OPEN "
                   "FAILED, STATUS: " WS-ALRTWRK-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT ALRTSORTFILE
               ON ASCENDING KEY ALS-KEY ALS-TYPE
               INPUT PROCEDURE IS GATHER-ALERTS-AND-ACKS
                   THRU GATHER-ALERTS-AND-ACKS-EXIT
               OUTPUT PROCEDURE IS MATCH-ACKS-TO-ALERTS
                   THRU MATCH-ACKS-TO-ALERTS-EXIT
           CLOSE ALRTWRKFILE

           OPEN OUTPUT ALRTRPTFILE
           OPEN OUTPUT ALRTESCFILE
           IF WS-ALRTESC-STATUS NOT = "00"
               DISPLAY "ALERT-REPORT: *** ERROR - ALRTESC OPEN "
                   "FAILED, STATUS: " WS-ALRTESC-STATUS " ***"
               CLOSE ALRTRPTFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADER

           SORT OPNSORTFILE
               ON ASCENDING KEY OPN-RANK OPN-KEY
               INPUT PROCEDURE IS LOAD-OPEN-ALERTS
                   THRU LOAD-OPEN-ALERTS-EXIT
               OUTPUT PROCEDURE IS REPORT-OPEN-ALERTS
                   THRU REPORT-OPEN-ALERTS-EXIT

           PERFORM WRITE-REPORT-TOTALS
           CLOSE ALRTRPTFILE
           CLOSE ALRTESCFILE

           DISPLAY "ALERT-REPORT: Alerts on the log:      "
               WS-ALERTS-READ
           DISPLAY "ALERT-REPORT: Closed by ack cards:    "
               WS-ALERTS-CLOSED
           DISPLAY "ALERT-REPORT: Open critical:          "
               WS-OPEN-CRITICAL
           DISPLAY "ALERT-REPORT: Open error:             "
               WS-OPEN-ERROR
           DISPLAY "ALERT-REPORT: Open warning:           "
               WS-OPEN-WARNING
           DISPLAY "ALERT-REPORT: Ack cards unmatched:    "
               WS-ACKS-UNMATCHED

           IF WS-ESCALATED > 0
               DISPLAY "ALERT-REPORT: *** " WS-ESCALATED " CRITICAL "
                   "ALERT(S) UNACKNOWLEDGED FOR " WS-ESCALATE-HOURS
                   " HOURS OR MORE - ESCALATE ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       PARSE-RUN-PARAMETERS.
           IF WS-PARM-STRING = SPACES
               GO TO PARSE-RUN-PARAMETERS-EXIT
           END-IF

           MOVE SPACES TO WS-KEY-PART WS-VAL-PART
           UNSTRING WS-PARM-STRING DELIMITED BY "="
               INTO WS-KEY-PART WS-VAL-PART

           IF WS-KEY-PART = "ESCALATE"
               MOVE WS-VAL-PART(1:3) TO WS-ESCALATE-HOURS
           END-IF.

       PARSE-RUN-PARAMETERS-EXIT.
           EXIT.

      *================================================================
      *  SORT INPUT - EVERY ALERT ON THE LOG AND EVERY VALID
      *  ACKNOWLEDGMENT CARD, KEYED ALIKE. A MISSING LOG MEANS
      *  NOTHING HAS BEEN RAISED YET; MISSING CARDS MEAN NOTHING HAS
      *  BEEN CLOSED.
      *================================================================
       GATHER-ALERTS-AND-ACKS.
           OPEN INPUT ALERTLOGFILE
           IF WS-ALERTLOG-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM RELEASE-ONE-ALERT
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE ALERTLOGFILE
           ELSE
               DISPLAY "ALERT-REPORT: No alert log - nothing has "
                   "been raised"
           END-IF

           OPEN INPUT ALRTACKFILE
           IF WS-ALRTACK-STATUS NOT = "00"
               DISPLAY "ALERT-REPORT: No acknowledgment cards on "
                   "file"
               GO TO GATHER-ALERTS-AND-ACKS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM RELEASE-ONE-ACK THRU RELEASE-ONE-ACK-EXIT
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE ALRTACKFILE.

       GATHER-ALERTS-AND-ACKS-EXIT.
           EXIT.

       RELEASE-ONE-ALERT.
           READ ALERTLOGFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF ALERT-RECORD NOT = SPACES
                       ADD 1 TO WS-ALERTS-READ
                       MOVE SPACES TO ALRTSORT-RECORD
                       MOVE ALERT-RECORD TO ALS-ALERT
                       SET ALS-IS-ALERT TO TRUE
                       RELEASE ALRTSORT-RECORD
                   END-IF
           END-READ.

       RELEASE-ONE-ACK.
           READ ALRTACKFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO RELEASE-ONE-ACK-EXIT
           END-READ
           IF ALRTACK-RECORD = SPACES
               GO TO RELEASE-ONE-ACK-EXIT
           END-IF
           ADD 1 TO WS-ACKS-READ
           IF ACK-TIMESTAMP NOT NUMERIC
               OR ACK-OPERATOR = SPACES
               ADD 1 TO WS-ACKS-REJECTED
               DISPLAY "ALERT-REPORT: *** WARNING - ACK CARD "
                   "REJECTED, NO TIMESTAMP OR NO OPERATOR: "
                   ACK-ALERT-KEY " ***"
               GO TO RELEASE-ONE-ACK-EXIT
           END-IF
           MOVE SPACES TO ALRTSORT-RECORD
           MOVE ALRTACK-RECORD TO ALS-ALERT
           SET ALS-IS-ACK TO TRUE
           RELEASE ALRTSORT-RECORD.

       RELEASE-ONE-ACK-EXIT.
           EXIT.

      *================================================================
      *  SORT OUTPUT - CARDS ARRIVE AHEAD OF THE ALERTS SHARING THEIR
      *  KEY. AN ALERT WHOSE KEY MATCHES THE CARD IN HAND IS CLOSED;
      *  ANY OTHER ALERT IS OPEN AND GOES TO THE WORK FILE WITH ITS
      *  RANK AND AGE. A CARD STILL UNUSED WHEN ITS KEY HAS PASSED
      *  GOES TO THE WORK FILE AS RANK 9.
      *================================================================
       MATCH-ACKS-TO-ALERTS.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE SPACES TO WS-ACK-KEY
           PERFORM MATCH-ONE-SORTED THRU MATCH-ONE-SORTED-EXIT
               UNTIL WS-SORT-EOF
           PERFORM FLUSH-UNMATCHED-ACK THRU FLUSH-UNMATCHED-ACK-EXIT.

       MATCH-ACKS-TO-ALERTS-EXIT.
           EXIT.

       MATCH-ONE-SORTED.
           RETURN ALRTSORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO MATCH-ONE-SORTED-EXIT
           END-RETURN

           IF ALS-KEY NOT = WS-ACK-KEY
               PERFORM FLUSH-UNMATCHED-ACK
                   THRU FLUSH-UNMATCHED-ACK-EXIT
           END-IF

           IF ALS-IS-ACK
               IF ALS-KEY = WS-ACK-KEY
                   ADD 1 TO WS-ACKS-DUPLICATE
               ELSE
                   MOVE ALS-KEY TO WS-ACK-KEY
                   MOVE ALS-ALERT TO WS-ACK-CARD
                   MOVE 'N' TO WS-ACK-USED-SW
               END-IF
               GO TO MATCH-ONE-SORTED-EXIT
           END-IF

           IF ALS-KEY = WS-ACK-KEY
               ADD 1 TO WS-ALERTS-CLOSED
               SET WS-ACK-USED TO TRUE
               GO TO MATCH-ONE-SORTED-EXIT
           END-IF

           PERFORM WRITE-OPEN-ALERT THRU WRITE-OPEN-ALERT-EXIT.

       MATCH-ONE-SORTED-EXIT.
           EXIT.

       FLUSH-UNMATCHED-ACK.
           IF WS-ACK-KEY = SPACES
               GO TO FLUSH-UNMATCHED-ACK-EXIT
           END-IF
           IF NOT WS-ACK-USED
               ADD 1 TO WS-ACKS-UNMATCHED
               MOVE SPACES TO ALRTWRK-RECORD
               MOVE 9 TO WRK-RANK
               MOVE 0 TO WRK-AGE-HOURS
               MOVE 'N' TO WRK-ESCALATE-SW
               MOVE WS-ACK-CARD TO WRK-ALERT
               WRITE ALRTWRK-RECORD
           END-IF
           MOVE SPACES TO WS-ACK-KEY.

       FLUSH-UNMATCHED-ACK-EXIT.
           EXIT.

       WRITE-OPEN-ALERT.
           MOVE SPACES TO ALRTWRK-RECORD
           MOVE 'N' TO WRK-ESCALATE-SW
           EVALUATE TRUE
               WHEN ALS-CRITICAL
                   MOVE 1 TO WRK-RANK
                   ADD 1 TO WS-OPEN-CRITICAL
               WHEN ALS-ERROR
                   MOVE 2 TO WRK-RANK
                   ADD 1 TO WS-OPEN-ERROR
               WHEN OTHER
                   MOVE 3 TO WRK-RANK
                   ADD 1 TO WS-OPEN-WARNING
           END-EVALUATE

           PERFORM COMPUTE-ALERT-AGE THRU COMPUTE-ALERT-AGE-EXIT
           COMPUTE WRK-AGE-HOURS = WS-AGE-MINUTES / 60
           IF ALS-CRITICAL
               AND WRK-AGE-HOURS >= WS-ESCALATE-HOURS
               MOVE 'Y' TO WRK-ESCALATE-SW
           END-IF
           MOVE ALS-ALERT TO WRK-ALERT
           WRITE ALRTWRK-RECORD.

       WRITE-OPEN-ALERT-EXIT.
           EXIT.

      *    MINUTES FROM THE ALERT'S TIMESTAMP TO THIS RUN; A STAMP
      *    THAT IS NOT A DATE AND TIME, OR LIES IN THE FUTURE, COUNTS
      *    AS JUST RAISED.
       COMPUTE-ALERT-AGE.
           MOVE 0 TO WS-AGE-MINUTES
           MOVE ALS-TIMESTAMP TO WS-ALERT-STAMP
           IF WS-ALERT-STAMP NOT NUMERIC
               GO TO COMPUTE-ALERT-AGE-EXIT
           END-IF
           MOVE WS-ALERT-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           COMPUTE WS-AGE-MINUTES =
               ((WS-RUN-SERIAL - WS-CD-SERIAL) * 1440)
               + WS-RUN-MINUTES
               - ((WS-ALERT-HH * 60) + WS-ALERT-MM)
           IF WS-AGE-MINUTES < 0
               MOVE 0 TO WS-AGE-MINUTES
           END-IF.

       COMPUTE-ALERT-AGE-EXIT.
           EXIT.

       LOAD-OPEN-ALERTS.
           OPEN INPUT ALRTWRKFILE
           IF WS-ALRTWRK-STATUS NOT = "00"
               GO TO LOAD-OPEN-ALERTS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM RELEASE-ONE-OPEN
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE ALRTWRKFILE.

       LOAD-OPEN-ALERTS-EXIT.
           EXIT.

       RELEASE-ONE-OPEN.
           READ ALRTWRKFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE ALRTWRK-RECORD TO OPNSORT-RECORD
                   RELEASE OPNSORT-RECORD
           END-READ.

      *================================================================
      *  REPORT - ONE SECTION PER SEVERITY THAT HAS OPEN ALERTS,
      *  OLDEST FIRST, THEN THE CARDS THAT MATCHED NOTHING. EVERY
      *  ESCALATED ALERT IS ALSO HANDED TO OPS-SUMMARY ON ALRTESC.
      *================================================================
       REPORT-OPEN-ALERTS.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE 0 TO WS-LAST-RANK
           PERFORM REPORT-ONE-OPEN THRU REPORT-ONE-OPEN-EXIT
               UNTIL WS-SORT-EOF
           IF WS-LAST-RANK = 0
               MOVE "NO OPEN ALERTS" TO ALRTRPT-LINE
               WRITE ALRTRPT-LINE
           END-IF.

       REPORT-OPEN-ALERTS-EXIT.
           EXIT.

       REPORT-ONE-OPEN.
           RETURN OPNSORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO REPORT-ONE-OPEN-EXIT
           END-RETURN

           IF OPN-RANK NOT = WS-LAST-RANK
               MOVE OPN-RANK TO WS-LAST-RANK
               PERFORM WRITE-SECTION-HEADING
           END-IF

           IF OPN-UNMATCHED-ACK
               MOVE SPACES TO WS-CARD-LINE
               MOVE OPN-CARD-IMAGE TO WN-CARD-IMAGE
               MOVE WS-CARD-LINE TO ALRTRPT-LINE
               WRITE ALRTRPT-LINE
               GO TO REPORT-ONE-OPEN-EXIT
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE OPN-KEY TO WN-KEY
           MOVE OPN-BUS-DATE TO WN-BUS-DATE
           MOVE OPN-AGE-HOURS TO WN-AGE-HOURS
           MOVE OPN-MESSAGE TO WN-MESSAGE
           IF OPN-ESCALATE
               MOVE "**" TO WN-FLAG
               ADD 1 TO WS-ESCALATED
               MOVE SPACES TO ALRTESC-RECORD
               MOVE OPN-TIMESTAMP TO ESC-TIMESTAMP
               MOVE OPN-PROGRAM TO ESC-PROGRAM
               MOVE OPN-CODE TO ESC-CODE
               MOVE OPN-AGE-HOURS TO ESC-AGE-HOURS
               MOVE OPN-MESSAGE TO ESC-MESSAGE
               WRITE ALRTESC-RECORD
           END-IF
           MOVE WS-DETAIL-LINE TO ALRTRPT-LINE
           WRITE ALRTRPT-LINE.

       REPORT-ONE-OPEN-EXIT.
           EXIT.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO ALRTRPT-LINE
           WRITE ALRTRPT-LINE
           MOVE SPACES TO WS-SECTION-LINE
           EVALUATE OPN-RANK
               WHEN 1
                   MOVE "CRITICAL - ** = OPEN PAST THE ESCALATION LIMIT"
                       TO WN-SECTION-TITLE
               WHEN 2
                   MOVE "ERROR" TO WN-SECTION-TITLE
               WHEN 3
                   MOVE "WARNING" TO WN-SECTION-TITLE
               WHEN OTHER
                   MOVE "ACKNOWLEDGMENT CARDS THAT MATCH NO ALERT"
                       TO WN-SECTION-TITLE
           END-EVALUATE
           MOVE WS-SECTION-LINE TO ALRTRPT-LINE
           WRITE ALRTRPT-LINE
           IF NOT OPN-UNMATCHED-ACK
               MOVE WS-COLUMN-HEADING TO ALRTRPT-LINE
               WRITE ALRTRPT-LINE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE WS-RUN-DATE TO WN-RUN-DATE
           MOVE WS-ESCALATE-HOURS TO WN-ESCALATE-HOURS
           MOVE WS-RPT-HEADER-LINE TO ALRTRPT-LINE
           WRITE ALRTRPT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ALRTRPT-LINE
           WRITE ALRTRPT-LINE
           MOVE "ALERTS ON THE LOG" TO WN-TOTAL-LABEL
           MOVE WS-ALERTS-READ TO WN-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "CLOSED BY ACK CARDS" TO WN-TOTAL-LABEL
           MOVE WS-ALERTS-CLOSED TO WN-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "OPEN - CRITICAL" TO WN-TOTAL-LABEL
           MOVE WS-OPEN-CRITICAL TO WN-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "OPEN - ERROR" TO WN-TOTAL-LABEL
           MOVE WS-OPEN-ERROR TO WN-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "OPEN - WARNING" TO WN-TOTAL-LABEL
           MOVE WS-OPEN-WARNING TO WN-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "MARKED FOR ESCALATION" TO WN-TOTAL-LABEL
           MOVE WS-ESCALATED TO WN-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "ACK CARDS READ" TO WN-TOTAL-LABEL
           MOVE WS-ACKS-READ TO WN-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "ACK CARDS REJECTED" TO WN-TOTAL-LABEL
           MOVE WS-ACKS-REJECTED TO WN-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "ACK CARDS DUPLICATED" TO WN-TOTAL-LABEL
           MOVE WS-ACKS-DUPLICATE TO WN-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "ACK CARDS MATCHING NO ALERT" TO WN-TOTAL-LABEL
           MOVE WS-ACKS-UNMATCHED TO WN-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL.

       WRITE-ONE-TOTAL.
           MOVE WS-TOTAL-LINE TO ALRTRPT-LINE
           WRITE ALRTRPT-LINE.

       CONVERT-DATE-TO-SERIAL.
           IF WS-CD-MONTH < 3
               COMPUTE WS-CD-WORK-YEAR = WS-CD-YEAR - 1
               COMPUTE WS-CD-WORK-MONTH = WS-CD-MONTH + 12
           ELSE
               MOVE WS-CD-YEAR TO WS-CD-WORK-YEAR
               MOVE WS-CD-MONTH TO WS-CD-WORK-MONTH
           END-IF

           DIVIDE WS-CD-WORK-YEAR BY 4
               GIVING WS-CD-QUARTER-DAYS
           DIVIDE WS-CD-WORK-YEAR BY 100
               GIVING WS-CD-CENTURY-DAYS
           DIVIDE WS-CD-WORK-YEAR BY 400
               GIVING WS-CD-QUADCENT-DAYS
           COMPUTE WS-CD-MONTH-WORK =
               153 * (WS-CD-WORK-MONTH + 1)
           DIVIDE WS-CD-MONTH-WORK BY 5
               GIVING WS-CD-MONTH-DAYS

           COMPUTE WS-CD-SERIAL = (365 * WS-CD-WORK-YEAR)
               + WS-CD-QUARTER-DAYS - WS-CD-CENTURY-DAYS
               + WS-CD-QUADCENT-DAYS + WS-CD-MONTH-DAYS
               + WS-CD-DAY - 400000.

       CONVERT-DATE-TO-SERIAL-EXIT.
           EXIT.
