       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-REPORT.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  DAILY REFERENCE CHANGE REPORT. BRANCH-MAINT, RATE-MAINT,
      *  REASON-MAINT AND REGION-MAINT QUEUE EVERY MAINTENANCE CARD
      *  ON PENDCHG (SEE PENDREC) FOR A SECOND OPERATOR TO APPROVE.
      *  THIS RUN FIRST EXPIRES EVERY CHANGE STILL PENDING AFTER
      *  EXPIRE= DAYS (IT MUST THEN BE SUBMITTED AGAIN), THEN LISTS:
      *    - EVERY CHANGE STILL WAITING FOR AN APPROVER, OLDEST
      *      FIRST WITHIN EACH REFERENCE FILE
      *    - THE CHANGES APPROVED (APPLIED, OR APPROVED BUT NOT
      *      APPLIED), REJECTED AND EXPIRED IN THE LAST DAYS= DAYS
      *  WITH THE CARD AS SUBMITTED, SO THE APPROVER CAN SEE WHAT
      *  THEY ARE RELEASING AND SUPERVISORS CAN SEE WHAT WAS DONE.
      *  THE BEFORE AND AFTER IMAGES OF WHAT WAS APPLIED ARE ON
      *  REFLOG.
      *
      *  DATES ARE THE SYSTEM DATE, AS STAMPED BY THE MAINTENANCE
      *  PROGRAMS - REFERENCE MAINTENANCE IS DAYTIME WORK AND DOES
      *  NOT FOLLOW THE PIPELINE'S BUSINESS DATE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDFILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PENDFILE-STATUS.
           SELECT CHGRPTFILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDFILE.
           COPY "pendrec".

       FD  CHGRPTFILE.
       01  CHGRPT-LINE             PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PENDFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-RUN-PARM             PIC X(40)   VALUE SPACES.
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN       PIC X(20)   OCCURS 2 TIMES
                                    VALUE SPACES.
       01  WS-PARM-TOKEN-IDX       PIC 9(2)    VALUE 0.
       01  WS-PARM-KEY             PIC X(20)   VALUE SPACES.
       01  WS-PARM-VAL             PIC X(20)   VALUE SPACES.
       01  WS-PARM-NUMBER-TEXT     PIC X(3)    JUSTIFIED RIGHT
                                               VALUE SPACES.
       01  WS-PARM-NUMBER          PIC 9(3)    VALUE 0.
       01  WS-PARM-ERROR-SW        PIC X       VALUE 'N'.
           88  WS-PARM-ERROR                   VALUE 'Y'.
       01  WS-EXPIRE-DAYS          PIC 9(3)    VALUE 5.
       01  WS-WINDOW-DAYS          PIC 9(3)    VALUE 1.
       01  WS-TODAY-DATE           PIC 9(8)    VALUE 0.
       01  WS-NOW-TIME             PIC 9(8)    VALUE 0.
       01  WS-PEND-EOF-SW          PIC X       VALUE 'N'.
           88  WS-PEND-EOF                     VALUE 'Y'.

      *----------------------------------------------------------------
      *  THE SECTION BEING LISTED - WHICH STATUSES IT TAKES.
      *----------------------------------------------------------------
       01  WS-SECTION-SW           PIC X       VALUE SPACE.
           88  WS-LISTING-PENDING              VALUE "P".
           88  WS-LISTING-APPROVED             VALUE "A".
           88  WS-LISTING-REJECTED             VALUE "R".
           88  WS-LISTING-EXPIRED              VALUE "E".
       01  WS-SECTION-COUNT        PIC 9(7)    VALUE 0.

       01  WS-PENDING-COUNT        PIC 9(7)    VALUE 0.
       01  WS-EXPIRED-NOW          PIC 9(7)    VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(7)    VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(7)    VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(7)    VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(7)    VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(7)    VALUE 0.

      *----------------------------------------------------------------
      *  DAY-SERIAL CONVERSION WORK FIELDS - SAME ARITHMETIC AS THE
      *  ARCHIVE AND AGING PROGRAMS.
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
       01  WS-RUN-SERIAL           PIC 9(7)    VALUE 0.
       01  WS-AGE-DAYS             PIC S9(7)   VALUE 0.

      *----------------------------------------------------------------
      *  THE REPORT.
      *----------------------------------------------------------------
       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(36)   VALUE
               "REFERENCE CHANGES - DUAL CONTROL".
           05  FILLER              PIC X(9)    VALUE "RUN DATE ".
           05  WP-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(12)   VALUE "   EXPIRE: ".
           05  WP-EXPIRE-DAYS      PIC ZZ9.
           05  FILLER              PIC X(5)    VALUE " DAYS".
           05  FILLER              PIC X(12)   VALUE "   WINDOW: ".
           05  WP-WINDOW-DAYS      PIC ZZ9.
           05  FILLER              PIC X(5)    VALUE " DAYS".

       01  WS-SECTION-LINE.
           05  WP-SECTION-TITLE    PIC X(60).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(20)   VALUE "FILE CHANGE".
           05  FILLER              PIC X(12)   VALUE "STATUS".
           05  FILLER              PIC X(10)   VALUE "MAKER".
           05  FILLER              PIC X(10)   VALUE "SUBMITTED".
           05  FILLER              PIC X(10)   VALUE "CHECKER".
           05  FILLER              PIC X(10)   VALUE "SETTLED".
           05  FILLER              PIC X(6)    VALUE " AGE".
           05  FILLER              PIC X(46)   VALUE "CARD".

       01  WS-RPT-DETAIL-LINE.
           05  WP-TARGET           PIC X(4).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WP-CHANGE-DATE      PIC X(8).
           05  FILLER              PIC X(1)    VALUE "-".
           05  WP-CHANGE-SEQ       PIC 9(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-STATUS           PIC X(12).
           05  WP-MAKER            PIC X(10).
           05  WP-SUBMIT-DATE      PIC X(10).
           05  WP-CHECKER          PIC X(10).
           05  WP-STATUS-DATE      PIC X(10).
           05  WP-AGE              PIC ZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-CARD             PIC X(46).

       01  WS-RPT-NOTE-LINE.
           05  FILLER              PIC X(32)   VALUE SPACE.
           05  FILLER              PIC X(6)    VALUE "NOTE: ".
           05  WP-NOTE             PIC X(30).

       01  WS-RPT-NONE-LINE.
           05  FILLER              PIC X(32)   VALUE SPACE.
           05  FILLER              PIC X(6)    VALUE "NONE".

       01  WS-RPT-TOTAL-LINE.
           05  WP-TOTAL-LABEL      PIC X(30).
           05  WP-TOTAL-COUNT      PIC ZZZZZZ9.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CHANGE-REPORT: Starting reference change report..."

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           IF WS-PARM-ERROR
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           MOVE WS-CD-SERIAL TO WS-RUN-SERIAL

           OPEN I-O PENDFILE
           IF WS-PENDFILE-STATUS = "35"
      *        NO CHANGE HAS EVER BEEN SUBMITTED - CREATE THE FILE
      *        AND REPORT AN EMPTY QUEUE RATHER THAN FAIL.
               OPEN OUTPUT PENDFILE
               CLOSE PENDFILE
               OPEN I-O PENDFILE
           END-IF
           IF WS-PENDFILE-STATUS NOT = "00"
               DISPLAY "CHANGE-REPORT: *** ERROR - PENDCHG OPEN "
                   "FAILED, STATUS: " WS-PENDFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT CHGRPTFILE
           MOVE WS-TODAY-DATE TO WP-RUN-DATE
           MOVE WS-EXPIRE-DAYS TO WP-EXPIRE-DAYS
           MOVE WS-WINDOW-DAYS TO WP-WINDOW-DAYS
           MOVE WS-RPT-HEADER-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE

           SET WS-LISTING-PENDING TO TRUE
           MOVE "CHANGES WAITING FOR APPROVAL" TO WP-SECTION-TITLE
           PERFORM LIST-ONE-SECTION THRU LIST-ONE-SECTION-EXIT

           SET WS-LISTING-APPROVED TO TRUE
           MOVE "CHANGES APPROVED" TO WP-SECTION-TITLE
           PERFORM LIST-ONE-SECTION THRU LIST-ONE-SECTION-EXIT

           SET WS-LISTING-REJECTED TO TRUE
           MOVE "CHANGES REJECTED" TO WP-SECTION-TITLE
           PERFORM LIST-ONE-SECTION THRU LIST-ONE-SECTION-EXIT

           SET WS-LISTING-EXPIRED TO TRUE
           MOVE "CHANGES EXPIRED WITHOUT APPROVAL" TO WP-SECTION-TITLE
           PERFORM LIST-ONE-SECTION THRU LIST-ONE-SECTION-EXIT

           PERFORM WRITE-REPORT-TOTALS THRU WRITE-REPORT-TOTALS-EXIT

           CLOSE CHGRPTFILE
           CLOSE PENDFILE

           DISPLAY "CHANGE-REPORT: Report completed"
           DISPLAY "CHANGE-REPORT: Still pending:      "
               WS-PENDING-COUNT
           DISPLAY "CHANGE-REPORT: Expired this run:   "
               WS-EXPIRED-NOW
           DISPLAY "CHANGE-REPORT: Approved, applied:  "
               WS-APPLIED-COUNT
           DISPLAY "CHANGE-REPORT: Approved, failed:   "
               WS-FAILED-COUNT
           DISPLAY "CHANGE-REPORT: Rejected:           "
               WS-REJECTED-COUNT
           DISPLAY "CHANGE-REPORT: Errors found:       "
               WS-ERRORS-FOUND

           EVALUATE TRUE
               WHEN WS-ERRORS-FOUND > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXPIRED-NOW > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       PARSE-RUN-PARAMETERS.
           IF WS-RUN-PARM = SPACES
               GO TO PARSE-RUN-PARAMETERS-EXIT
           END-IF

           UNSTRING WS-RUN-PARM DELIMITED BY ","
               INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)

           PERFORM APPLY-ONE-RUN-TOKEN THRU APPLY-ONE-RUN-TOKEN-EXIT
               VARYING WS-PARM-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-PARM-TOKEN-IDX > 2.

       PARSE-RUN-PARAMETERS-EXIT.
           EXIT.

       APPLY-ONE-RUN-TOKEN.
           IF WS-PARM-TOKEN(WS-PARM-TOKEN-IDX) = SPACES
               GO TO APPLY-ONE-RUN-TOKEN-EXIT
           END-IF

           MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL WS-PARM-NUMBER-TEXT
           UNSTRING WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)
               DELIMITED BY "="
               INTO WS-PARM-KEY WS-PARM-VAL

           UNSTRING WS-PARM-VAL DELIMITED BY SPACE
               INTO WS-PARM-NUMBER-TEXT
           INSPECT WS-PARM-NUMBER-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-PARM-NUMBER-TEXT NOT NUMERIC
               DISPLAY "CHANGE-REPORT: *** ERROR - "
                   WS-PARM-KEY " value not numeric ***"
               SET WS-PARM-ERROR TO TRUE
               GO TO APPLY-ONE-RUN-TOKEN-EXIT
           END-IF
           MOVE WS-PARM-NUMBER-TEXT TO WS-PARM-NUMBER

           EVALUATE WS-PARM-KEY
               WHEN "EXPIRE"
                   MOVE WS-PARM-NUMBER TO WS-EXPIRE-DAYS
               WHEN "DAYS"
                   MOVE WS-PARM-NUMBER TO WS-WINDOW-DAYS
               WHEN OTHER
                   DISPLAY "CHANGE-REPORT: *** WARNING - unknown "
                       "parameter " WS-PARM-KEY " ignored ***"
           END-EVALUATE.

       APPLY-ONE-RUN-TOKEN-EXIT.
           EXIT.

      *================================================================
      *  ONE SECTION OF THE REPORT - A FULL PASS OF PENDCHG IN KEY
      *  ORDER, TAKING THE CHANGES IN THE SECTION'S STATUS. THE
      *  PENDING PASS COMES FIRST AND EXPIRES AS IT GOES, SO A
      *  CHANGE EXPIRED TODAY SHOWS IN THE EXPIRED SECTION.
      *================================================================
       LIST-ONE-SECTION.
           MOVE SPACES TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE WS-SECTION-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE WS-COLUMN-HEADING TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE 0 TO WS-SECTION-COUNT

           MOVE 'N' TO WS-PEND-EOF-SW
           MOVE LOW-VALUES TO PND-KEY
           START PENDFILE KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
           END-START
           PERFORM READ-ONE-CHANGE THRU READ-ONE-CHANGE-EXIT
               UNTIL WS-PEND-EOF

           IF WS-SECTION-COUNT = 0
               MOVE WS-RPT-NONE-LINE TO CHGRPT-LINE
               WRITE CHGRPT-LINE
           END-IF.

       LIST-ONE-SECTION-EXIT.
           EXIT.

       READ-ONE-CHANGE.
           READ PENDFILE NEXT RECORD
               AT END
                   SET WS-PEND-EOF TO TRUE
                   GO TO READ-ONE-CHANGE-EXIT
           END-READ

           EVALUATE TRUE
               WHEN WS-LISTING-PENDING
                   IF PND-PENDING
                       PERFORM TAKE-PENDING-CHANGE
                           THRU TAKE-PENDING-CHANGE-EXIT
                   END-IF
               WHEN WS-LISTING-APPROVED
                   IF PND-APPLIED OR PND-FAILED
                       PERFORM TAKE-SETTLED-CHANGE
                           THRU TAKE-SETTLED-CHANGE-EXIT
                   END-IF
               WHEN WS-LISTING-REJECTED
                   IF PND-REJECTED
                       PERFORM TAKE-SETTLED-CHANGE
                           THRU TAKE-SETTLED-CHANGE-EXIT
                   END-IF
               WHEN WS-LISTING-EXPIRED
                   IF PND-EXPIRED
                       PERFORM TAKE-SETTLED-CHANGE
                           THRU TAKE-SETTLED-CHANGE-EXIT
                   END-IF
           END-EVALUATE.

       READ-ONE-CHANGE-EXIT.
           EXIT.

       TAKE-PENDING-CHANGE.
           MOVE PND-SUBMIT-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-CD-SERIAL

           IF WS-AGE-DAYS NOT > WS-EXPIRE-DAYS
               ADD 1 TO WS-PENDING-COUNT
               PERFORM WRITE-DETAIL-LINE THRU WRITE-DETAIL-LINE-EXIT
               GO TO TAKE-PENDING-CHANGE-EXIT
           END-IF

           SET PND-EXPIRED TO TRUE
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-TODAY-DATE TO PND-STATUS-DATE
           MOVE WS-NOW-TIME(1:6) TO PND-STATUS-TIME
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CHANGE-REPORT: *** ERROR - PENDCHG "
                       "REWRITE FAILED FOR " PND-TARGET " "
                       PND-SUBMIT-DATE "-" PND-SEQ ", STATUS: "
                       WS-PENDFILE-STATUS " ***"
               NOT INVALID KEY
                   ADD 1 TO WS-EXPIRED-NOW
                   DISPLAY "CHANGE-REPORT: Change " PND-TARGET " "
                       PND-SUBMIT-DATE "-" PND-SEQ " expired"
           END-REWRITE.

       TAKE-PENDING-CHANGE-EXIT.
           EXIT.

      *    A SETTLED CHANGE IS LISTED ONLY IF IT WAS SETTLED WITHIN
      *    THE WINDOW - DAYS=1 TAKES TODAY AND YESTERDAY.
       TAKE-SETTLED-CHANGE.
           IF PND-STATUS-DATE NOT NUMERIC
               GO TO TAKE-SETTLED-CHANGE-EXIT
           END-IF
           MOVE PND-STATUS-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-CD-SERIAL
           IF WS-AGE-DAYS > WS-WINDOW-DAYS
               GO TO TAKE-SETTLED-CHANGE-EXIT
           END-IF

           EVALUATE TRUE
               WHEN PND-APPLIED
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN PND-FAILED
                   ADD 1 TO WS-FAILED-COUNT
               WHEN PND-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN PND-EXPIRED
                   ADD 1 TO WS-EXPIRED-COUNT
           END-EVALUATE

           MOVE PND-SUBMIT-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-CD-SERIAL
           PERFORM WRITE-DETAIL-LINE THRU WRITE-DETAIL-LINE-EXIT.

       TAKE-SETTLED-CHANGE-EXIT.
           EXIT.

       WRITE-DETAIL-LINE.
           ADD 1 TO WS-SECTION-COUNT
           MOVE PND-TARGET TO WP-TARGET
           MOVE PND-SUBMIT-DATE TO WP-CHANGE-DATE
           MOVE PND-SEQ TO WP-CHANGE-SEQ
           EVALUATE TRUE
               WHEN PND-PENDING
                   MOVE "PENDING" TO WP-STATUS
               WHEN PND-APPLIED
                   MOVE "APPLIED" TO WP-STATUS
               WHEN PND-FAILED
                   MOVE "NOT APPLIED" TO WP-STATUS
               WHEN PND-REJECTED
                   MOVE "REJECTED" TO WP-STATUS
               WHEN PND-EXPIRED
                   MOVE "EXPIRED" TO WP-STATUS
               WHEN OTHER
                   MOVE PND-STATUS TO WP-STATUS
           END-EVALUATE
           MOVE PND-MAKER TO WP-MAKER
           MOVE PND-SUBMIT-DATE TO WP-SUBMIT-DATE
           MOVE PND-CHECKER TO WP-CHECKER
           MOVE PND-STATUS-DATE TO WP-STATUS-DATE
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WP-AGE
           ELSE
               MOVE WS-AGE-DAYS TO WP-AGE
           END-IF
           MOVE PND-CARD TO WP-CARD
           MOVE WS-RPT-DETAIL-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE

           IF PND-NOTE NOT = SPACES
               MOVE PND-NOTE TO WP-NOTE
               MOVE WS-RPT-NOTE-LINE TO CHGRPT-LINE
               WRITE CHGRPT-LINE
           END-IF.

       WRITE-DETAIL-LINE-EXIT.
           EXIT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE "WAITING FOR APPROVAL" TO WP-TOTAL-LABEL
           MOVE WS-PENDING-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "APPROVED AND APPLIED" TO WP-TOTAL-LABEL
           MOVE WS-APPLIED-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "APPROVED, NOT APPLIED" TO WP-TOTAL-LABEL
           MOVE WS-FAILED-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "REJECTED" TO WP-TOTAL-LABEL
           MOVE WS-REJECTED-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "EXPIRED" TO WP-TOTAL-LABEL
           MOVE WS-EXPIRED-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "  OF WHICH EXPIRED THIS RUN" TO WP-TOTAL-LABEL
           MOVE WS-EXPIRED-NOW TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL.

       WRITE-REPORT-TOTALS-EXIT.
           EXIT.

       WRITE-ONE-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE.

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
               DISPLAY "CHANGE-REPORT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "CHANGE-REPORT" TO ALR-PROGRAM
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
