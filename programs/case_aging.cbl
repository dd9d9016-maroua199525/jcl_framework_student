       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-AGING.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  OPEN REVIEW CASES, AGED. EVERY CASEFILE CASE (SEE CASREC)
      *  NOT YET CLOSED BY A DISPOSITION CARD IS LISTED WITH THE
      *  DAYS SINCE IT WAS OPENED, ITS HIT COUNT AND ITS LAST HIT,
      *  AND THE CASES ARE COUNTED IN THE SAME FIVE AGING BUCKETS
      *  AGING-REPORT USES, AND BY RULE. A CASE OPENED TODAY IS
      *  FLAGGED NEW; ONE OPEN LONGER THAN REVIEW= DAYS (DEFAULT 30)
      *  IS FLAGGED OVERDUE AND SETS RC=4 - NOBODY HAS LOOKED AT IT.
      *  CLOSED CASES ARE COUNTED BY DISPOSITION AS HISTORY.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASEFILE ASSIGN TO "CASEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASEFILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT CASEAGERPTFILE ASSIGN TO "CASERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASEFILE.
           COPY "casrec".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  CASEAGERPTFILE.
       01  CASEAGERPT-LINE         PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CASEFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DATE-X      PIC X(8)    VALUE SPACES.
       01  WS-CASE-EOF-FLAG        PIC X       VALUE 'N'.

       01  WS-PARM-STRING          PIC X(80)   VALUE SPACES.
       01  WS-KEY-PART             PIC X(20)   VALUE SPACES.
       01  WS-VAL-PART             PIC X(20)   VALUE SPACES.
       01  WS-DAYS-TEXT            PIC X(3)    JUSTIFIED RIGHT
                                               VALUE SPACES.
       01  WS-REVIEW-DAYS          PIC 9(3)    VALUE 30.

       01  WS-RECORDS-READ         PIC 9(7)    VALUE 0.
       01  WS-OPEN-COUNT           PIC 9(7)    VALUE 0.
       01  WS-NEW-COUNT            PIC 9(7)    VALUE 0.
       01  WS-OVERDUE-COUNT        PIC 9(7)    VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(7)    VALUE 0.
       01  WS-BAD-DATE-COUNT       PIC 9(5)    VALUE 0.

      *----------------------------------------------------------------
      *  OPEN CASES BY RULE AND CLOSED CASES BY DISPOSITION - THE
      *  CODES ARE THOSE LISTED IN CASREC. ANYTHING ELSE COUNTS IN
      *  THE LAST SLOT.
      *----------------------------------------------------------------
       01  WS-RULE-SUB             PIC 9(1)    VALUE 0.
       01  WS-RULE-NAMES.
           05  FILLER              PIC X(4)    VALUE "XFIN".
           05  FILLER              PIC X(4)    VALUE "SWNG".
           05  FILLER              PIC X(4)    VALUE "OPCL".
           05  FILLER              PIC X(4)    VALUE "NLIM".
           05  FILLER              PIC X(4)    VALUE "????".
       01  WS-RULE-NAME-TABLE REDEFINES WS-RULE-NAMES.
           05  WS-RULE-NAME        PIC X(4)    OCCURS 5 TIMES.
       01  WS-RULE-COUNTS.
           05  WS-RULE-OPEN        PIC 9(7)    OCCURS 5 TIMES.
       01  WS-DISP-SUB             PIC 9(1)    VALUE 0.
       01  WS-DISP-NAMES.
           05  FILLER              PIC X(30)   VALUE
               "  NO FURTHER ACTION (NF)".
           05  FILLER              PIC X(30)   VALUE
               "  EXPLAINED (EX)".
           05  FILLER              PIC X(30)   VALUE
               "  SUSPICIOUS ACTIVITY RPT (SR)".
           05  FILLER              PIC X(30)   VALUE
               "  RELATIONSHIP EXITED (RX)".
           05  FILLER              PIC X(30)   VALUE
               "  OTHER".
       01  WS-DISP-NAME-TABLE REDEFINES WS-DISP-NAMES.
           05  WS-DISP-NAME        PIC X(30)   OCCURS 5 TIMES.
       01  WS-DISP-COUNTS.
           05  WS-DISP-CLOSED      PIC 9(7)    OCCURS 5 TIMES.

      *----------------------------------------------------------------
      *  AGING BUCKETS - DAYS SINCE THE CASE WAS OPENED: (1) UNDER
      *  30, (2) 30-59, (3) 60-89, (4) 90-119, (5) 120 AND OVER. A
      *  CASE WHOSE OPEN DATE CANNOT BE READ AGES INTO BUCKET 5 AND
      *  IS COUNTED SEPARATELY.
      *----------------------------------------------------------------
       01  WS-BUCKET-SUB           PIC 9(1)    VALUE 0.
       01  WS-GRAND-BUCKETS.
           05  WS-GR-BUCKET        OCCURS 5 TIMES.
               10  WS-GR-BKT-COUNT     PIC 9(7).

      *----------------------------------------------------------------
      *  DAY-SERIAL CONVERSION WORK FIELDS - A YYYYMMDD DATE BECOMES
      *  A DAY COUNT SO TWO DATES SUBTRACT DIRECTLY (THE SAME
      *  MARCH-BASED ARITHMETIC AGING-REPORT USES).
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

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(30)   VALUE
               "OPEN REVIEW CASES             ".
           05  FILLER              PIC X(14)   VALUE "BUSINESS DATE ".
           05  WP-BUSINESS-DATE    PIC 9(8).
           05  FILLER              PIC X(20)   VALUE
               "   REVIEW WITHIN:  ".
           05  WP-REVIEW-DAYS      PIC ZZ9.
           05  FILLER              PIC X(5)    VALUE " DAYS".

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(12)   VALUE "ACCOUNT".
           05  FILLER              PIC X(6)    VALUE "BRCH".
           05  FILLER              PIC X(6)    VALUE "RULE".
           05  FILLER              PIC X(10)   VALUE "OPENED".
           05  FILLER              PIC X(7)    VALUE "  DAYS".
           05  FILLER              PIC X(7)    VALUE "  HITS".
           05  FILLER              PIC X(10)   VALUE "LAST HIT".
           05  FILLER              PIC X(16)   VALUE "        METRIC".
           05  FILLER              PIC X(42)   VALUE "DETAIL".
           05  FILLER              PIC X(8)    VALUE "FLAG".

       01  WS-RPT-DETAIL-LINE.
           05  WP-ACCOUNT          PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-BRANCH           PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-RULE             PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-OPEN-DATE        PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-DAYS             PIC -(4)9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-HITS             PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-LAST-HIT         PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-METRIC           PIC -(10)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-DETAIL           PIC X(40).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-FLAG             PIC X(8).

       01  WS-BUCKET-HEADING.
           05  FILLER              PIC X(13)   VALUE SPACE.
           05  FILLER              PIC X(14)   VALUE "UNDER 30".
           05  FILLER              PIC X(14)   VALUE "30 DAYS".
           05  FILLER              PIC X(14)   VALUE "60 DAYS".
           05  FILLER              PIC X(14)   VALUE "90 DAYS".
           05  FILLER              PIC X(14)   VALUE "OVER 120".

       01  WS-COUNT-LINE.
           05  FILLER              PIC X(6)    VALUE SPACE.
           05  FILLER              PIC X(7)    VALUE "COUNT".
           05  WP-CNT-BUCKET       OCCURS 5 TIMES.
               10  WP-CNT-VALUE    PIC ZZZZZZ9.
               10  FILLER          PIC X(7).

       01  WS-RPT-TOTAL-LINE.
           05  WP-TOTAL-LABEL      PIC X(30).
           05  WP-TOTAL-COUNT      PIC ZZZZZZ9.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CASE-AGING: Starting open review case report..."
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X
           MOVE WS-BUSINESS-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           MOVE WS-CD-SERIAL TO WS-RUN-SERIAL

           PERFORM CLEAR-GRAND-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           PERFORM CLEAR-RULE-COUNT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 5

           OPEN INPUT CASEFILE
           IF WS-CASEFILE-STATUS NOT = "00"
      *        THE MONITOR HAS NEVER RAISED A CASE - NOTHING TO LIST.
               DISPLAY "CASE-AGING: Case file not available, status "
                   WS-CASEFILE-STATUS " - no cases to report"
               MOVE 'Y' TO WS-CASE-EOF-FLAG
           END-IF

           OPEN OUTPUT CASEAGERPTFILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM READ-CASE-LOOP
               UNTIL WS-CASE-EOF-FLAG = 'Y'

           PERFORM WRITE-GRAND-TOTALS

           IF WS-CASEFILE-STATUS = "00" OR WS-CASEFILE-STATUS = "10"
               CLOSE CASEFILE
           END-IF
           CLOSE CASEAGERPTFILE

           DISPLAY "CASE-AGING: Report completed"
           DISPLAY "CASE-AGING: Cases read:       " WS-RECORDS-READ
           DISPLAY "CASE-AGING: Open:             " WS-OPEN-COUNT
           DISPLAY "CASE-AGING: Opened today:     " WS-NEW-COUNT
           DISPLAY "CASE-AGING: Overdue:          " WS-OVERDUE-COUNT
           IF WS-BAD-DATE-COUNT > 0
               DISPLAY "CASE-AGING: *** WARNING - "
                   WS-BAD-DATE-COUNT " cases with an unreadable "
                   "open date aged as over 120 days ***"
           END-IF

           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       PARSE-RUN-PARAMETERS.
           IF WS-PARM-STRING = SPACES
               GO TO PARSE-RUN-PARAMETERS-EXIT
           END-IF

           UNSTRING WS-PARM-STRING DELIMITED BY "="
               INTO WS-KEY-PART WS-VAL-PART

           IF WS-KEY-PART = "REVIEW"
               UNSTRING WS-VAL-PART DELIMITED BY SPACE
                   INTO WS-DAYS-TEXT
               INSPECT WS-DAYS-TEXT REPLACING LEADING SPACE BY "0"
               IF WS-DAYS-TEXT NUMERIC
                   MOVE WS-DAYS-TEXT TO WS-REVIEW-DAYS
               ELSE
                   DISPLAY "CASE-AGING: *** WARNING - REVIEW= "
                       "value not numeric - using "
                       WS-REVIEW-DAYS " ***"
               END-IF
           END-IF.

       PARSE-RUN-PARAMETERS-EXIT.
           EXIT.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSDATEFILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUSDATE-RECORD(1:8) NUMERIC
                           MOVE BUSDATE-RECORD(1:8)
                               TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATEFILE
           END-IF
           IF WS-BUSINESS-DATE = 0
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       GET-BUSINESS-DATE-EXIT.
           EXIT.

       READ-CASE-LOOP.
           READ CASEFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CASE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM REPORT-ONE-CASE
                       THRU REPORT-ONE-CASE-EXIT
           END-READ.

      *================================================================
      *  ONE CASE - A CLOSED CASE IS HISTORY AND ONLY COUNTED UNDER
      *  ITS DISPOSITION. AN OPEN CASE IS LISTED AND FLAGGED:
      *      NEW       OPENED ON THIS BUSINESS DATE
      *      OVERDUE   OPEN LONGER THAN THE REVIEW DAYS
      *================================================================
       REPORT-ONE-CASE.
           IF CASE-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
               EVALUATE CASE-DISPOSITION
                   WHEN "NF"
                       ADD 1 TO WS-DISP-CLOSED (1)
                   WHEN "EX"
                       ADD 1 TO WS-DISP-CLOSED (2)
                   WHEN "SR"
                       ADD 1 TO WS-DISP-CLOSED (3)
                   WHEN "RX"
                       ADD 1 TO WS-DISP-CLOSED (4)
                   WHEN OTHER
                       ADD 1 TO WS-DISP-CLOSED (5)
               END-EVALUATE
               GO TO REPORT-ONE-CASE-EXIT
           END-IF

           ADD 1 TO WS-OPEN-COUNT
           EVALUATE TRUE
               WHEN CASE-RULE-XFIN
                   ADD 1 TO WS-RULE-OPEN (1)
               WHEN CASE-RULE-SWNG
                   ADD 1 TO WS-RULE-OPEN (2)
               WHEN CASE-RULE-OPCL
                   ADD 1 TO WS-RULE-OPEN (3)
               WHEN CASE-RULE-NLIM
                   ADD 1 TO WS-RULE-OPEN (4)
               WHEN OTHER
                   ADD 1 TO WS-RULE-OPEN (5)
           END-EVALUATE

           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE CASE-ACCOUNT TO WP-ACCOUNT
           MOVE CASE-BRANCH TO WP-BRANCH
           MOVE CASE-RULE TO WP-RULE
           MOVE CASE-OPEN-DATE TO WP-OPEN-DATE
           MOVE CASE-HIT-COUNT TO WP-HITS
           MOVE CASE-LAST-HIT-DATE TO WP-LAST-HIT
           MOVE CASE-METRIC TO WP-METRIC
           MOVE CASE-DETAIL TO WP-DETAIL

           PERFORM SELECT-AGING-BUCKET THRU SELECT-AGING-BUCKET-EXIT
           ADD 1 TO WS-GR-BKT-COUNT (WS-BUCKET-SUB)

           IF CASE-OPEN-DATE = WS-BUSINESS-DATE-X
               ADD 1 TO WS-NEW-COUNT
               MOVE "NEW" TO WP-FLAG
           END-IF
           IF WS-AGE-DAYS > WS-REVIEW-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "OVERDUE" TO WP-FLAG
           END-IF

           MOVE WS-RPT-DETAIL-LINE TO CASEAGERPT-LINE
           WRITE CASEAGERPT-LINE.

       REPORT-ONE-CASE-EXIT.
           EXIT.

       SELECT-AGING-BUCKET.
           IF CASE-OPEN-DATE NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-COUNT
               MOVE 5 TO WS-BUCKET-SUB
               MOVE 999 TO WS-AGE-DAYS
               GO TO SELECT-AGING-BUCKET-EXIT
           END-IF

           MOVE CASE-OPEN-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-CD-SERIAL
           MOVE WS-AGE-DAYS TO WP-DAYS

           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS < 60
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS < 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS < 120
                   MOVE 4 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET-SUB
           END-EVALUATE.

       SELECT-AGING-BUCKET-EXIT.
           EXIT.

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

       WRITE-REPORT-HEADER.
           MOVE WS-BUSINESS-DATE TO WP-BUSINESS-DATE
           MOVE WS-REVIEW-DAYS TO WP-REVIEW-DAYS
           MOVE WS-RPT-HEADER-LINE TO CASEAGERPT-LINE
           WRITE CASEAGERPT-LINE
           MOVE SPACES TO CASEAGERPT-LINE
           WRITE CASEAGERPT-LINE
           MOVE WS-COLUMN-HEADING TO CASEAGERPT-LINE
           WRITE CASEAGERPT-LINE.

       CLEAR-GRAND-BUCKET.
           MOVE 0 TO WS-GR-BKT-COUNT (WS-BUCKET-SUB).

       CLEAR-RULE-COUNT.
           MOVE 0 TO WS-RULE-OPEN (WS-RULE-SUB)
           MOVE 0 TO WS-DISP-CLOSED (WS-RULE-SUB).

       MOVE-GRAND-BUCKET.
           MOVE WS-GR-BKT-COUNT (WS-BUCKET-SUB)
               TO WP-CNT-VALUE (WS-BUCKET-SUB).

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO CASEAGERPT-LINE
           WRITE CASEAGERPT-LINE
           MOVE WS-BUCKET-HEADING TO CASEAGERPT-LINE
           WRITE CASEAGERPT-LINE
           PERFORM MOVE-GRAND-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           MOVE WS-COUNT-LINE TO CASEAGERPT-LINE
           WRITE CASEAGERPT-LINE

           MOVE SPACES TO CASEAGERPT-LINE
           WRITE CASEAGERPT-LINE
           MOVE "OPEN CASES" TO WP-TOTAL-LABEL
           MOVE WS-OPEN-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           PERFORM WRITE-RULE-TOTAL
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 5
           MOVE "  OPENED TODAY" TO WP-TOTAL-LABEL
           MOVE WS-NEW-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "  OVERDUE FOR REVIEW" TO WP-TOTAL-LABEL
           MOVE WS-OVERDUE-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "CLOSED (HISTORY)" TO WP-TOTAL-LABEL
           MOVE WS-CLOSED-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           PERFORM WRITE-DISP-TOTAL
               VARYING WS-DISP-SUB FROM 1 BY 1
               UNTIL WS-DISP-SUB > 5.

      *    THE CATCH-ALL SLOTS ONLY PRINT WHEN SOMETHING LANDED THERE.
       WRITE-RULE-TOTAL.
           IF WS-RULE-SUB < 5 OR WS-RULE-OPEN (WS-RULE-SUB) > 0
               MOVE SPACES TO WP-TOTAL-LABEL
               STRING "  RULE " DELIMITED BY SIZE
                   WS-RULE-NAME (WS-RULE-SUB) DELIMITED BY SIZE
                   INTO WP-TOTAL-LABEL
               MOVE WS-RULE-OPEN (WS-RULE-SUB) TO WP-TOTAL-COUNT
               PERFORM WRITE-ONE-TOTAL
           END-IF.

       WRITE-DISP-TOTAL.
           IF WS-DISP-SUB < 5 OR WS-DISP-CLOSED (WS-DISP-SUB) > 0
               MOVE WS-DISP-NAME (WS-DISP-SUB) TO WP-TOTAL-LABEL
               MOVE WS-DISP-CLOSED (WS-DISP-SUB) TO WP-TOTAL-COUNT
               PERFORM WRITE-ONE-TOTAL
           END-IF.

       WRITE-ONE-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO CASEAGERPT-LINE
           WRITE CASEAGERPT-LINE.

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
               DISPLAY "CASE-AGING: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "CASE-AGING" TO ALR-PROGRAM
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
