       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERDRAWN-REPORT.
       AUTHOR. JCL-FRAMEWORK-DEMO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MASTFILE IS READ IN BRANCH ORDER VIA THE MAST-BRANCH
      *    ALTERNATE KEY (SEE DEFINE_MASTFILE_AIX.JCL), THE SAME WAY
      *    AGING-REPORT DRIVES ITS BREAK, SO EACH BRANCH'S OVERDRAWN
      *    ACCOUNTS COME OUT TOGETHER.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-BRANCH
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT ODLIMITFILE ASSIGN TO "ODLIMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ODL-KEY
               FILE STATUS IS WS-ODLIMIT-STATUS.
      *    THE OVERDRAWN-SINCE TRACKER - ONE RECORD PER ACCOUNT THAT
      *    IS BELOW ZERO, CREATED THE FIRST NIGHT IT IS SEEN THERE
      *    AND REMOVED THE FIRST NIGHT IT IS NOT. A RERUN OF THE SAME
      *    NIGHT FINDS THE SAME SINCE-DATE, SO NOTHING DOUBLE-COUNTS.
           SELECT ODTRACKFILE ASSIGN TO "ODTRACK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ODT-KEY
               FILE STATUS IS WS-ODTRACK-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT ODRPTFILE ASSIGN TO "ODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTFILE.
           COPY "mastrec".

       FD  ODLIMITFILE.
           COPY "odlrec".

       FD  ODTRACKFILE.
       01  ODTRACK-RECORD.
           05  ODT-KEY             PIC X(10).
           05  ODT-SINCE-DATE      PIC 9(8).
           05  ODT-LAST-SEEN       PIC 9(8).
           05  FILLER              PIC X(14).

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  ODRPTFILE.
       01  ODRPT-LINE              PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE "00".
       01  WS-ODLIMIT-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-ODTRACK-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-MAST-EOF-FLAG        PIC X       VALUE 'N'.
       01  WS-LIMITS-SW            PIC X       VALUE 'N'.
           88  WS-LIMITS-ON                    VALUE 'Y'.
       01  WS-TRACK-SW             PIC X       VALUE 'N'.
           88  WS-TRACK-ON                     VALUE 'Y'.
       01  WS-PREV-BRANCH          PIC X(4)    VALUE SPACES.

       01  WS-ACCOUNTS-READ        PIC 9(7)    VALUE 0.
       01  WS-OVERDRAWN-COUNT      PIC 9(7)    VALUE 0.
       01  WS-OVER-LIMIT-COUNT     PIC 9(7)    VALUE 0.
       01  WS-NEWLY-OVERDRAWN      PIC 9(7)    VALUE 0.
       01  WS-CURED-COUNT          PIC 9(7)    VALUE 0.
       01  WS-OVERDRAWN-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-BR-COUNT             PIC 9(7)    VALUE 0.
       01  WS-BR-TOTAL             PIC S9(11)V99 VALUE 0.

       01  WS-OD-LIMIT             PIC 9(7)V99 VALUE 0.
       01  WS-OD-SHORTFALL         PIC S9(9)V99 VALUE 0.
       01  WS-SINCE-DATE           PIC 9(8)    VALUE 0.
       01  WS-DAYS-OVERDRAWN       PIC S9(7)   VALUE 0.

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
               "OVERDRAWN ACCOUNTS BY BRANCH  ".
           05  FILLER              PIC X(14)   VALUE "BUSINESS DATE ".
           05  WO-BUSINESS-DATE    PIC 9(8).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(6)    VALUE "BRCH".
           05  FILLER              PIC X(12)   VALUE "ACCOUNT".
           05  FILLER              PIC X(22)   VALUE "NAME".
           05  FILLER              PIC X(17)   VALUE "       BALANCE".
           05  FILLER              PIC X(15)   VALUE "       LIMIT".
           05  FILLER              PIC X(11)   VALUE "SINCE".
           05  FILLER              PIC X(7)    VALUE "  DAYS".
           05  FILLER              PIC X(10)   VALUE "  FLAG".

       01  WS-RPT-DETAIL-LINE.
           05  WO-BRANCH           PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-KEY              PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-NAME             PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-BALANCE          PIC -(9)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-LIMIT            PIC Z(6)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-SINCE            PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-DAYS             PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-FLAG             PIC X(10).

       01  WS-RPT-TOTAL-LINE.
           05  WO-TOTAL-LABEL      PIC X(26).
           05  WO-TOTAL-COUNT      PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-TOTAL-AMOUNT     PIC -(11)9.99.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "OVERDRAWN-REPORT: Starting overdrawn-accounts "
               "report..."
           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           MOVE WS-BUSINESS-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           MOVE WS-CD-SERIAL TO WS-RUN-SERIAL

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS NOT = "00"
               DISPLAY "OVERDRAWN-REPORT: *** ERROR - MASTFILE OPEN "
                   "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT ODLIMITFILE
           IF WS-ODLIMIT-STATUS = "00"
               SET WS-LIMITS-ON TO TRUE
           ELSE
               DISPLAY "OVERDRAWN-REPORT: Overdraft-limit file not "
                   "available - every limit reported as zero"
           END-IF

           OPEN I-O ODTRACKFILE
           IF WS-ODTRACK-STATUS = "35"
      *        FIRST-EVER RUN - THE TRACKER DOES NOT EXIST YET, SO
      *        CREATE IT RATHER THAN FAIL.
               OPEN OUTPUT ODTRACKFILE
               CLOSE ODTRACKFILE
               OPEN I-O ODTRACKFILE
           END-IF
           IF WS-ODTRACK-STATUS = "00"
               SET WS-TRACK-ON TO TRUE
           ELSE
               DISPLAY "OVERDRAWN-REPORT: *** WARNING - overdrawn "
                   "tracker not available, status "
                   WS-ODTRACK-STATUS " - days counted from today ***"
           END-IF

           OPEN OUTPUT ODRPTFILE
           PERFORM WRITE-REPORT-HEADER

           MOVE LOW-VALUES TO MAST-BRANCH
           START MASTFILE KEY IS NOT LESS THAN MAST-BRANCH
               INVALID KEY
                   DISPLAY "OVERDRAWN-REPORT: Master file is empty"
                   MOVE 'Y' TO WS-MAST-EOF-FLAG
           END-START

           PERFORM SWEEP-MASTER-LOOP
               UNTIL WS-MAST-EOF-FLAG = 'Y'

           IF WS-BR-COUNT > 0
               PERFORM WRITE-BRANCH-TOTAL
           END-IF
           PERFORM WRITE-GRAND-TOTALS

           CLOSE MASTFILE
           CLOSE ODRPTFILE
           IF WS-LIMITS-ON
               CLOSE ODLIMITFILE
           END-IF
           IF WS-TRACK-ON
               CLOSE ODTRACKFILE
           END-IF

           DISPLAY "OVERDRAWN-REPORT: Report completed"
           DISPLAY "OVERDRAWN-REPORT: Accounts read:      "
               WS-ACCOUNTS-READ
           DISPLAY "OVERDRAWN-REPORT: Overdrawn:          "
               WS-OVERDRAWN-COUNT
           DISPLAY "OVERDRAWN-REPORT: Newly overdrawn:    "
               WS-NEWLY-OVERDRAWN
           DISPLAY "OVERDRAWN-REPORT: Over their limit:   "
               WS-OVER-LIMIT-COUNT
           DISPLAY "OVERDRAWN-REPORT: Back in credit:     "
               WS-CURED-COUNT

      *    AN ACCOUNT BEYOND ITS LIMIT GOT THERE BY A ROUTE THE
      *    INSUFFICIENT-FUNDS EDIT DOES NOT POLICE (A BALANCE CHANGE,
      *    A FEE, INTEREST) AND NEEDS SOMEONE TO LOOK AT IT.
           IF WS-OVER-LIMIT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

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

       SWEEP-MASTER-LOOP.
           READ MASTFILE NEXT RECORD INTO MASTER-RECORD
               AT END
                   MOVE 'Y' TO WS-MAST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   PERFORM JUDGE-ONE-ACCOUNT
                       THRU JUDGE-ONE-ACCOUNT-EXIT
           END-READ.

      *================================================================
      *  ONE ACCOUNT - BELOW ZERO, IT IS TRACKED (A NEW TRACKER
      *  RECORD IF THIS IS ITS FIRST NIGHT THERE) AND LISTED WITH ITS
      *  DAYS OVERDRAWN, COUNTED IN CALENDAR DAYS FROM THE FIRST
      *  BUSINESS DATE IT WAS SEEN NEGATIVE, THAT DAY INCLUDED. BACK
      *  AT OR ABOVE ZERO, ANY TRACKER RECORD IS REMOVED SO THE NEXT
      *  OVERDRAFT STARTS COUNTING AFRESH.
      *================================================================
       JUDGE-ONE-ACCOUNT.
           IF MAST-AMOUNT NOT NUMERIC
               GO TO JUDGE-ONE-ACCOUNT-EXIT
           END-IF
           IF MAST-AMOUNT NOT < 0
               PERFORM CLEAR-TRACKER THRU CLEAR-TRACKER-EXIT
               GO TO JUDGE-ONE-ACCOUNT-EXIT
           END-IF

           IF MAST-BRANCH NOT = WS-PREV-BRANCH
               AND WS-BR-COUNT > 0
               PERFORM WRITE-BRANCH-TOTAL
           END-IF
           MOVE MAST-BRANCH TO WS-PREV-BRANCH

           PERFORM NOTE-TRACKER THRU NOTE-TRACKER-EXIT
           PERFORM FIND-ACCOUNT-LIMIT THRU FIND-ACCOUNT-LIMIT-EXIT

           MOVE WS-SINCE-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           COMPUTE WS-DAYS-OVERDRAWN =
               WS-RUN-SERIAL - WS-CD-SERIAL + 1
           IF WS-DAYS-OVERDRAWN < 1
               MOVE 1 TO WS-DAYS-OVERDRAWN
           END-IF

           ADD 1 TO WS-OVERDRAWN-COUNT
           ADD 1 TO WS-BR-COUNT
           ADD MAST-AMOUNT TO WS-OVERDRAWN-TOTAL
           ADD MAST-AMOUNT TO WS-BR-TOTAL

           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE MAST-BRANCH TO WO-BRANCH
           MOVE MAST-KEY TO WO-KEY
           MOVE MAST-NAME TO WO-NAME
           MOVE MAST-AMOUNT TO WO-BALANCE
           MOVE WS-OD-LIMIT TO WO-LIMIT
           MOVE WS-SINCE-DATE TO WO-SINCE
           MOVE WS-DAYS-OVERDRAWN TO WO-DAYS
           COMPUTE WS-OD-SHORTFALL = MAST-AMOUNT + WS-OD-LIMIT
           IF WS-OD-SHORTFALL < 0
               ADD 1 TO WS-OVER-LIMIT-COUNT
               MOVE "OVER LIMIT" TO WO-FLAG
           END-IF
           MOVE WS-RPT-DETAIL-LINE TO ODRPT-LINE
           WRITE ODRPT-LINE.

       JUDGE-ONE-ACCOUNT-EXIT.
           EXIT.

       NOTE-TRACKER.
           MOVE WS-BUSINESS-DATE TO WS-SINCE-DATE
           IF NOT WS-TRACK-ON
               GO TO NOTE-TRACKER-EXIT
           END-IF
           MOVE MAST-KEY TO ODT-KEY
           READ ODTRACKFILE
               INVALID KEY
                   MOVE SPACES TO ODTRACK-RECORD
                   MOVE MAST-KEY TO ODT-KEY
                   MOVE WS-BUSINESS-DATE TO ODT-SINCE-DATE
                   MOVE WS-BUSINESS-DATE TO ODT-LAST-SEEN
                   WRITE ODTRACK-RECORD
                   ADD 1 TO WS-NEWLY-OVERDRAWN
                   GO TO NOTE-TRACKER-EXIT
           END-READ
           IF ODT-SINCE-DATE NUMERIC
               AND ODT-SINCE-DATE NOT > WS-BUSINESS-DATE
               MOVE ODT-SINCE-DATE TO WS-SINCE-DATE
           END-IF
           MOVE WS-BUSINESS-DATE TO ODT-LAST-SEEN
           REWRITE ODTRACK-RECORD.

       NOTE-TRACKER-EXIT.
           EXIT.

       CLEAR-TRACKER.
           IF NOT WS-TRACK-ON
               GO TO CLEAR-TRACKER-EXIT
           END-IF
           MOVE MAST-KEY TO ODT-KEY
           DELETE ODTRACKFILE RECORD
               INVALID KEY
                   GO TO CLEAR-TRACKER-EXIT
           END-DELETE
           ADD 1 TO WS-CURED-COUNT.

       CLEAR-TRACKER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE SAME LOOKUP ORDER THE DATAPROC INSUFFICIENT-FUNDS EDIT
      *  USES: THE ACCOUNT'S OWN RECORD, ELSE ITS BRANCH DEFAULT,
      *  ELSE **ALL, ELSE ZERO.
      *----------------------------------------------------------------
       FIND-ACCOUNT-LIMIT.
           MOVE 0 TO WS-OD-LIMIT
           IF NOT WS-LIMITS-ON
               GO TO FIND-ACCOUNT-LIMIT-EXIT
           END-IF

           MOVE MAST-KEY TO ODL-KEY
           READ ODLIMITFILE
               INVALID KEY
                   MOVE SPACES TO ODL-KEY
                   MOVE "*" TO ODL-KEY-MARK
                   MOVE MAST-BRANCH TO ODL-KEY-BRANCH
                   READ ODLIMITFILE
                       INVALID KEY
                           MOVE SPACES TO ODL-KEY
                           MOVE "*" TO ODL-KEY-MARK
                           MOVE "*ALL" TO ODL-KEY-BRANCH
                           READ ODLIMITFILE
                               INVALID KEY
                                   GO TO FIND-ACCOUNT-LIMIT-EXIT
                           END-READ
                   END-READ
           END-READ
           IF ODL-LIMIT NUMERIC
               MOVE ODL-LIMIT TO WS-OD-LIMIT
           END-IF.

       FIND-ACCOUNT-LIMIT-EXIT.
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
           MOVE WS-BUSINESS-DATE TO WO-BUSINESS-DATE
           MOVE WS-RPT-HEADER-LINE TO ODRPT-LINE
           WRITE ODRPT-LINE
           MOVE SPACES TO ODRPT-LINE
           WRITE ODRPT-LINE
           MOVE WS-COLUMN-HEADING TO ODRPT-LINE
           WRITE ODRPT-LINE.

       WRITE-BRANCH-TOTAL.
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           STRING "  BRANCH " DELIMITED BY SIZE
               WS-PREV-BRANCH DELIMITED BY SIZE
               " OVERDRAWN" DELIMITED BY SIZE
               INTO WO-TOTAL-LABEL
           MOVE WS-BR-COUNT TO WO-TOTAL-COUNT
           MOVE WS-BR-TOTAL TO WO-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO ODRPT-LINE
           WRITE ODRPT-LINE
           MOVE SPACES TO ODRPT-LINE
           WRITE ODRPT-LINE
           MOVE 0 TO WS-BR-COUNT
           MOVE 0 TO WS-BR-TOTAL.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE "ACCOUNTS OVERDRAWN" TO WO-TOTAL-LABEL
           MOVE WS-OVERDRAWN-COUNT TO WO-TOTAL-COUNT
           MOVE WS-OVERDRAWN-TOTAL TO WO-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO ODRPT-LINE
           WRITE ODRPT-LINE
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE "OVER THEIR LIMIT" TO WO-TOTAL-LABEL
           MOVE WS-OVER-LIMIT-COUNT TO WO-TOTAL-COUNT
           MOVE 0 TO WO-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO ODRPT-LINE
           WRITE ODRPT-LINE
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE "NEWLY OVERDRAWN TODAY" TO WO-TOTAL-LABEL
           MOVE WS-NEWLY-OVERDRAWN TO WO-TOTAL-COUNT
           MOVE 0 TO WO-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO ODRPT-LINE
           WRITE ODRPT-LINE
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE "BACK IN CREDIT TODAY" TO WO-TOTAL-LABEL
           MOVE WS-CURED-COUNT TO WO-TOTAL-COUNT
           MOVE 0 TO WO-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO ODRPT-LINE
           WRITE ODRPT-LINE.

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
               DISPLAY "OVERDRAWN-REPORT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "OVERDRAWN-REPORT" TO ALR-PROGRAM
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
