       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTRICT-REPORT.
       AUTHOR. JCL-FRAMEWORK-DEMO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE RESTRICTION FILE MAINTAINED BY RESTRICT-MAINT (SEE
      *    RSTREC), READ IN ACCOUNT ORDER SO EVERY RESTRICTION ON
      *    ONE ACCOUNT LISTS TOGETHER.
           SELECT RSTFILE ASSIGN TO "RSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RSTFILE-STATUS.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RSTRPTFILE ASSIGN TO "RSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RSTFILE.
           COPY "rstrec".

       FD  MASTFILE.
           COPY "mastrec".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  RSTRPTFILE.
       01  RSTRPT-LINE             PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RSTFILE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DATE-X      PIC X(8)    VALUE SPACES.
       01  WS-RST-EOF-FLAG         PIC X       VALUE 'N'.
       01  WS-MASTER-SW            PIC X       VALUE 'N'.
           88  WS-MASTER-ON                    VALUE 'Y'.

       01  WS-PARM-STRING          PIC X(80)   VALUE SPACES.
       01  WS-KEY-PART             PIC X(20)   VALUE SPACES.
       01  WS-VAL-PART             PIC X(20)   VALUE SPACES.
       01  WS-DAYS-TEXT            PIC X(3)    JUSTIFIED RIGHT
                                               VALUE SPACES.
       01  WS-EXPIRY-WARN-DAYS     PIC 9(3)    VALUE 7.

       01  WS-RECORDS-READ         PIC 9(7)    VALUE 0.
       01  WS-RELEASED-COUNT       PIC 9(7)    VALUE 0.
       01  WS-ACTIVE-COUNT         PIC 9(7)    VALUE 0.
       01  WS-IN-FORCE-COUNT       PIC 9(7)    VALUE 0.
       01  WS-PENDING-COUNT        PIC 9(7)    VALUE 0.
       01  WS-EXPIRING-COUNT       PIC 9(7)    VALUE 0.
       01  WS-LAPSED-COUNT         PIC 9(7)    VALUE 0.
       01  WS-FREEZE-COUNT         PIC 9(7)    VALUE 0.
       01  WS-NO-DEBIT-COUNT       PIC 9(7)    VALUE 0.
       01  WS-HOLD-COUNT           PIC 9(7)    VALUE 0.
       01  WS-HOLD-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-DAYS-LEFT            PIC S9(7)   VALUE 0.

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

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(30)   VALUE
               "RESTRICTED ACCOUNTS REPORT    ".
           05  FILLER              PIC X(14)   VALUE "BUSINESS DATE ".
           05  WR-BUSINESS-DATE    PIC 9(8).
           05  FILLER              PIC X(20)   VALUE
               "   EXPIRY WARNING: ".
           05  WR-WARN-DAYS        PIC ZZ9.
           05  FILLER              PIC X(5)    VALUE " DAYS".

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(12)   VALUE "ACCOUNT".
           05  FILLER              PIC X(22)   VALUE "NAME".
           05  FILLER              PIC X(6)    VALUE "BRCH".
           05  FILLER              PIC X(12)   VALUE "TYPE".
           05  FILLER              PIC X(14)   VALUE "REFERENCE".
           05  FILLER              PIC X(14)   VALUE "  HOLD AMOUNT".
           05  FILLER              PIC X(10)   VALUE "START".
           05  FILLER              PIC X(10)   VALUE "EXPIRY".
           05  FILLER              PIC X(7)    VALUE "  DAYS".
           05  FILLER              PIC X(18)   VALUE "  FLAG".

       01  WS-RPT-DETAIL-LINE.
           05  WR-ACCOUNT          PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-NAME             PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-BRANCH           PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-TYPE             PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-REFERENCE        PIC X(12).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-HOLD-AMOUNT      PIC Z(8)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-START            PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-EXPIRY           PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-DAYS             PIC -(4)9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-FLAG             PIC X(18).

       01  WS-RPT-TOTAL-LINE.
           05  WR-TOTAL-LABEL      PIC X(30).
           05  WR-TOTAL-COUNT      PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-TOTAL-AMOUNT     PIC Z(10)9.99.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RESTRICT-REPORT: Starting restricted-accounts "
               "report..."
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X
           MOVE WS-BUSINESS-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           MOVE WS-CD-SERIAL TO WS-RUN-SERIAL

           OPEN INPUT RSTFILE
           IF WS-RSTFILE-STATUS NOT = "00"
      *        NO RESTRICTION HAS EVER BEEN PLACED - NOTHING TO LIST.
               DISPLAY "RESTRICT-REPORT: Restriction file not "
                   "available, status " WS-RSTFILE-STATUS
                   " - no restrictions to report"
               MOVE 'Y' TO WS-RST-EOF-FLAG
           END-IF

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS = "00"
               SET WS-MASTER-ON TO TRUE
           ELSE
               DISPLAY "RESTRICT-REPORT: Master file not available "
                   "- names and branches left blank"
           END-IF

           OPEN OUTPUT RSTRPTFILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM READ-RESTRICTION-LOOP
               UNTIL WS-RST-EOF-FLAG = 'Y'

           PERFORM WRITE-GRAND-TOTALS

           IF WS-RSTFILE-STATUS = "00" OR WS-RSTFILE-STATUS = "10"
               CLOSE RSTFILE
           END-IF
           IF WS-MASTER-ON
               CLOSE MASTFILE
           END-IF
           CLOSE RSTRPTFILE

           DISPLAY "RESTRICT-REPORT: Report completed"
           DISPLAY "RESTRICT-REPORT: Restrictions read:   "
               WS-RECORDS-READ
           DISPLAY "RESTRICT-REPORT: Active:              "
               WS-ACTIVE-COUNT
           DISPLAY "RESTRICT-REPORT: Expiring soon:       "
               WS-EXPIRING-COUNT
           DISPLAY "RESTRICT-REPORT: Lapsed, not released:"
               WS-LAPSED-COUNT

      *    A RESTRICTION PAST ITS EXPIRY IS NO LONGER ENFORCED BY
      *    DATAPROC BUT STILL READS ACTIVE - SOMEONE MUST EITHER
      *    EXTEND IT OR RELEASE IT.
           IF WS-LAPSED-COUNT > 0
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

           IF WS-KEY-PART = "DAYS"
               UNSTRING WS-VAL-PART DELIMITED BY SPACE
                   INTO WS-DAYS-TEXT
               INSPECT WS-DAYS-TEXT REPLACING LEADING SPACE BY "0"
               IF WS-DAYS-TEXT NUMERIC
                   MOVE WS-DAYS-TEXT TO WS-EXPIRY-WARN-DAYS
               ELSE
                   DISPLAY "RESTRICT-REPORT: *** WARNING - DAYS= "
                       "value not numeric - using "
                       WS-EXPIRY-WARN-DAYS " ***"
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

       READ-RESTRICTION-LOOP.
           READ RSTFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM REPORT-ONE-RESTRICTION
                       THRU REPORT-ONE-RESTRICTION-EXIT
           END-READ.

      *================================================================
      *  ONE RESTRICTION - RELEASED ONES ARE HISTORY AND ONLY
      *  COUNTED. AN ACTIVE ONE IS LISTED AND FLAGGED:
      *      PENDING            STARTS AFTER TODAY
      *      EXPIRING           ENDS WITHIN THE WARNING DAYS
      *      LAPSED - RELEASE   PAST ITS EXPIRY, NO LONGER ENFORCED
      *  DAYS IS THE CALENDAR DAYS LEFT TO THE EXPIRY DATE (BLANK
      *  WHEN THE RESTRICTION RUNS UNTIL RELEASED).
      *================================================================
       REPORT-ONE-RESTRICTION.
           IF RST-RELEASED
               ADD 1 TO WS-RELEASED-COUNT
               GO TO REPORT-ONE-RESTRICTION-EXIT
           END-IF

           ADD 1 TO WS-ACTIVE-COUNT
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE RST-ACCOUNT TO WR-ACCOUNT
           MOVE RST-REFERENCE TO WR-REFERENCE
           MOVE RST-START-DATE TO WR-START
           MOVE RST-EXPIRY-DATE TO WR-EXPIRY

           EVALUATE TRUE
               WHEN RST-IS-FREEZE
                   MOVE "FREEZE" TO WR-TYPE
                   ADD 1 TO WS-FREEZE-COUNT
               WHEN RST-IS-LEGAL-HOLD
                   MOVE "LEGAL HOLD" TO WR-TYPE
                   ADD 1 TO WS-HOLD-COUNT
                   IF RST-HOLD-AMOUNT NUMERIC
                       MOVE RST-HOLD-AMOUNT TO WR-HOLD-AMOUNT
                       ADD RST-HOLD-AMOUNT TO WS-HOLD-TOTAL
                   END-IF
               WHEN RST-IS-NO-DEBIT
                   MOVE "NO DEBIT" TO WR-TYPE
                   ADD 1 TO WS-NO-DEBIT-COUNT
               WHEN OTHER
                   MOVE "?" TO WR-TYPE
           END-EVALUATE

           IF WS-MASTER-ON
               MOVE RST-ACCOUNT TO MAST-KEY
               READ MASTFILE
                   INVALID KEY
                       MOVE "*NOT ON MASTER" TO WR-NAME
                   NOT INVALID KEY
                       MOVE MAST-NAME TO WR-NAME
                       MOVE MAST-BRANCH TO WR-BRANCH
               END-READ
           END-IF

           IF RST-START-DATE > WS-BUSINESS-DATE-X
               ADD 1 TO WS-PENDING-COUNT
               MOVE "PENDING" TO WR-FLAG
           ELSE
               ADD 1 TO WS-IN-FORCE-COUNT
           END-IF

           IF RST-EXPIRY-DATE NOT = SPACES
               AND RST-EXPIRY-DATE NUMERIC
               MOVE RST-EXPIRY-DATE TO WS-CD-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
                   THRU CONVERT-DATE-TO-SERIAL-EXIT
               COMPUTE WS-DAYS-LEFT = WS-CD-SERIAL - WS-RUN-SERIAL
               MOVE WS-DAYS-LEFT TO WR-DAYS
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < 0
                       ADD 1 TO WS-LAPSED-COUNT
                       MOVE "LAPSED - RELEASE" TO WR-FLAG
                   WHEN WS-DAYS-LEFT NOT > WS-EXPIRY-WARN-DAYS
                       ADD 1 TO WS-EXPIRING-COUNT
                       MOVE "EXPIRING" TO WR-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           MOVE WS-RPT-DETAIL-LINE TO RSTRPT-LINE
           WRITE RSTRPT-LINE.

       REPORT-ONE-RESTRICTION-EXIT.
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
           MOVE WS-BUSINESS-DATE TO WR-BUSINESS-DATE
           MOVE WS-EXPIRY-WARN-DAYS TO WR-WARN-DAYS
           MOVE WS-RPT-HEADER-LINE TO RSTRPT-LINE
           WRITE RSTRPT-LINE
           MOVE SPACES TO RSTRPT-LINE
           WRITE RSTRPT-LINE
           MOVE WS-COLUMN-HEADING TO RSTRPT-LINE
           WRITE RSTRPT-LINE.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO RSTRPT-LINE
           WRITE RSTRPT-LINE
           MOVE "ACTIVE RESTRICTIONS" TO WR-TOTAL-LABEL
           MOVE WS-ACTIVE-COUNT TO WR-TOTAL-COUNT
           MOVE 0 TO WR-TOTAL-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "  IN FORCE TODAY" TO WR-TOTAL-LABEL
           MOVE WS-IN-FORCE-COUNT TO WR-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "  NOT YET STARTED" TO WR-TOTAL-LABEL
           MOVE WS-PENDING-COUNT TO WR-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "  FREEZES" TO WR-TOTAL-LABEL
           MOVE WS-FREEZE-COUNT TO WR-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "  POST-NO-DEBIT" TO WR-TOTAL-LABEL
           MOVE WS-NO-DEBIT-COUNT TO WR-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "  LEGAL HOLDS / AMOUNT HELD" TO WR-TOTAL-LABEL
           MOVE WS-HOLD-COUNT TO WR-TOTAL-COUNT
           MOVE WS-HOLD-TOTAL TO WR-TOTAL-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 0 TO WR-TOTAL-AMOUNT
           MOVE "EXPIRING WITHIN WARNING DAYS" TO WR-TOTAL-LABEL
           MOVE WS-EXPIRING-COUNT TO WR-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "LAPSED, NOT RELEASED" TO WR-TOTAL-LABEL
           MOVE WS-LAPSED-COUNT TO WR-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "RELEASED (HISTORY)" TO WR-TOTAL-LABEL
           MOVE WS-RELEASED-COUNT TO WR-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL.

       WRITE-ONE-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO RSTRPT-LINE
           WRITE RSTRPT-LINE.

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
               DISPLAY "RESTRICT-REPORT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "RESTRICT-REPORT" TO ALR-PROGRAM
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
