       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYOUT-AGING.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  OUTSTANDING CLOSURE PAYOUTS, AGED. EVERY PAYREG ITEM NOT YET
      *  CLEARED OR VOIDED IS LISTED WITH ITS PAYEE AND THE DAYS
      *  SINCE THE ACCOUNT CLOSED, AND THE ITEMS ARE TOTALLED IN THE
      *  SAME FIVE AGING BUCKETS AGING-REPORT USES. AN ITEM
      *  OUTSTANDING LONGER THAN STALE= DAYS (DEFAULT 90) IS FLAGGED
      *  AND SETS RC=4 - THE CHEQUE HAS NOT BEEN PRESENTED, OR THE
      *  CLEARED CARD WAS NEVER SUBMITTED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYREGFILE ASSIGN TO "PAYREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAYREG-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT PAYAGERPTFILE ASSIGN TO "PAYAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYREGFILE.
           COPY "payrec".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  PAYAGERPTFILE.
       01  PAYAGERPT-LINE          PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAYREG-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-PAY-EOF-FLAG         PIC X       VALUE 'N'.

       01  WS-PARM-STRING          PIC X(80)   VALUE SPACES.
       01  WS-KEY-PART             PIC X(20)   VALUE SPACES.
       01  WS-VAL-PART             PIC X(20)   VALUE SPACES.
       01  WS-DAYS-TEXT            PIC X(3)    JUSTIFIED RIGHT
                                               VALUE SPACES.
       01  WS-STALE-DAYS           PIC 9(3)    VALUE 90.

       01  WS-RECORDS-READ         PIC 9(7)    VALUE 0.
       01  WS-OUTSTANDING-COUNT    PIC 9(7)    VALUE 0.
       01  WS-CLEARED-COUNT        PIC 9(7)    VALUE 0.
       01  WS-VOIDED-COUNT         PIC 9(7)    VALUE 0.
       01  WS-STALE-COUNT          PIC 9(7)    VALUE 0.
       01  WS-NO-ADDRESS-COUNT     PIC 9(7)    VALUE 0.
       01  WS-DUE-FROM-COUNT       PIC 9(7)    VALUE 0.
       01  WS-BAD-DATE-COUNT       PIC 9(5)    VALUE 0.
       01  WS-OUTSTANDING-TOTAL    PIC S9(11)V99 VALUE 0.
       01  WS-DUE-FROM-TOTAL       PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      *  AGING BUCKETS - DAYS SINCE THE CLOSURE DATE: (1) UNDER 30,
      *  (2) 30-59, (3) 60-89, (4) 90-119, (5) 120 AND OVER. AN ITEM
      *  WHOSE CLOSURE DATE CANNOT BE READ AGES INTO BUCKET 5 AND IS
      *  COUNTED SEPARATELY.
      *----------------------------------------------------------------
       01  WS-BUCKET-SUB           PIC 9(1)    VALUE 0.
       01  WS-GRAND-BUCKETS.
           05  WS-GR-BUCKET        OCCURS 5 TIMES.
               10  WS-GR-BKT-COUNT     PIC 9(7).
               10  WS-GR-BKT-AMOUNT    PIC S9(11)V99.

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
               "OUTSTANDING CLOSURE PAYOUTS   ".
           05  FILLER              PIC X(14)   VALUE "BUSINESS DATE ".
           05  WP-BUSINESS-DATE    PIC 9(8).
           05  FILLER              PIC X(20)   VALUE
               "   STALE AFTER:    ".
           05  WP-STALE-DAYS       PIC ZZ9.
           05  FILLER              PIC X(5)    VALUE " DAYS".

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(12)   VALUE "ACCOUNT".
           05  FILLER              PIC X(6)    VALUE "BRCH".
           05  FILLER              PIC X(10)   VALUE "CLOSED".
           05  FILLER              PIC X(22)   VALUE "PAYEE".
           05  FILLER              PIC X(22)   VALUE "ADDRESS".
           05  FILLER              PIC X(11)   VALUE "POSTCODE".
           05  FILLER              PIC X(14)   VALUE "      AMOUNT".
           05  FILLER              PIC X(7)    VALUE "  DAYS".
           05  FILLER              PIC X(18)   VALUE "  FLAG".

       01  WS-RPT-DETAIL-LINE.
           05  WP-ACCOUNT          PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-BRANCH           PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-CLOSE-DATE       PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-PAYEE            PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-ADDRESS          PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-POSTCODE         PIC X(9).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-AMOUNT           PIC -(8)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-DAYS             PIC -(4)9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-FLAG             PIC X(18).

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

       01  WS-AMOUNT-LINE.
           05  FILLER              PIC X(6)    VALUE SPACE.
           05  FILLER              PIC X(7)    VALUE "AMOUNT".
           05  WP-AMT-BUCKET       OCCURS 5 TIMES.
               10  WP-AMT-VALUE    PIC -(9)9.99.
               10  FILLER          PIC X(1).

       01  WS-RPT-TOTAL-LINE.
           05  WP-TOTAL-LABEL      PIC X(30).
           05  WP-TOTAL-COUNT      PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-TOTAL-AMOUNT     PIC -(10)9.99.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PAYOUT-AGING: Starting outstanding payouts "
               "report..."
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           MOVE WS-BUSINESS-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           MOVE WS-CD-SERIAL TO WS-RUN-SERIAL

           PERFORM CLEAR-GRAND-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5

           OPEN INPUT PAYREGFILE
           IF WS-PAYREG-STATUS NOT = "00"
      *        NO CLOSURE HAS EVER LEFT A BALANCE - NOTHING TO LIST.
               DISPLAY "PAYOUT-AGING: Payout register not "
                   "available, status " WS-PAYREG-STATUS
                   " - no payouts to report"
               MOVE 'Y' TO WS-PAY-EOF-FLAG
           END-IF

           OPEN OUTPUT PAYAGERPTFILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM READ-PAYOUT-LOOP
               UNTIL WS-PAY-EOF-FLAG = 'Y'

           PERFORM WRITE-GRAND-TOTALS

           IF WS-PAYREG-STATUS = "00" OR WS-PAYREG-STATUS = "10"
               CLOSE PAYREGFILE
           END-IF
           CLOSE PAYAGERPTFILE

           DISPLAY "PAYOUT-AGING: Report completed"
           DISPLAY "PAYOUT-AGING: Payout items read:  "
               WS-RECORDS-READ
           DISPLAY "PAYOUT-AGING: Outstanding:        "
               WS-OUTSTANDING-COUNT
           DISPLAY "PAYOUT-AGING: Stale:              "
               WS-STALE-COUNT
           IF WS-BAD-DATE-COUNT > 0
               DISPLAY "PAYOUT-AGING: *** WARNING - "
                   WS-BAD-DATE-COUNT " items with an unreadable "
                   "closure date aged as over 120 days ***"
           END-IF

           IF WS-STALE-COUNT > 0
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

           IF WS-KEY-PART = "STALE"
               UNSTRING WS-VAL-PART DELIMITED BY SPACE
                   INTO WS-DAYS-TEXT
               INSPECT WS-DAYS-TEXT REPLACING LEADING SPACE BY "0"
               IF WS-DAYS-TEXT NUMERIC
                   MOVE WS-DAYS-TEXT TO WS-STALE-DAYS
               ELSE
                   DISPLAY "PAYOUT-AGING: *** WARNING - STALE= "
                       "value not numeric - using "
                       WS-STALE-DAYS " ***"
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

       READ-PAYOUT-LOOP.
           READ PAYREGFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PAY-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM REPORT-ONE-PAYOUT
                       THRU REPORT-ONE-PAYOUT-EXIT
           END-READ.

      *================================================================
      *  ONE PAYOUT ITEM - CLEARED AND VOIDED ITEMS ARE HISTORY AND
      *  ONLY COUNTED. AN OUTSTANDING ITEM IS LISTED AND FLAGGED:
      *      STALE              OUTSTANDING PAST THE STALE DAYS
      *      NO ADDRESS         NOWHERE TO SEND THE PAYMENT
      *      DUE FROM CUSTOMER  CLOSED OVERDRAWN - MONEY IS OWED IN
      *================================================================
       REPORT-ONE-PAYOUT.
           IF PAY-CLEARED
               ADD 1 TO WS-CLEARED-COUNT
               GO TO REPORT-ONE-PAYOUT-EXIT
           END-IF
           IF PAY-VOIDED
               ADD 1 TO WS-VOIDED-COUNT
               GO TO REPORT-ONE-PAYOUT-EXIT
           END-IF

           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD PAY-AMOUNT TO WS-OUTSTANDING-TOTAL
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE PAY-ACCOUNT TO WP-ACCOUNT
           MOVE PAY-BRANCH TO WP-BRANCH
           MOVE PAY-CLOSE-DATE TO WP-CLOSE-DATE
           MOVE PAY-PAYEE-NAME TO WP-PAYEE
           MOVE PAY-ADDR-LINE1 TO WP-ADDRESS
           MOVE PAY-POSTCODE TO WP-POSTCODE
           MOVE PAY-AMOUNT TO WP-AMOUNT

           PERFORM SELECT-AGING-BUCKET THRU SELECT-AGING-BUCKET-EXIT
           ADD 1 TO WS-GR-BKT-COUNT (WS-BUCKET-SUB)
           ADD PAY-AMOUNT TO WS-GR-BKT-AMOUNT (WS-BUCKET-SUB)

           IF PAY-ADDR-LINE1 = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE "NO ADDRESS" TO WP-FLAG
           END-IF
           IF PAY-AMOUNT < 0
               ADD 1 TO WS-DUE-FROM-COUNT
               ADD PAY-AMOUNT TO WS-DUE-FROM-TOTAL
               MOVE "DUE FROM CUSTOMER" TO WP-FLAG
           END-IF
           IF WS-AGE-DAYS > WS-STALE-DAYS
               ADD 1 TO WS-STALE-COUNT
               MOVE "STALE" TO WP-FLAG
           END-IF

           MOVE WS-RPT-DETAIL-LINE TO PAYAGERPT-LINE
           WRITE PAYAGERPT-LINE.

       REPORT-ONE-PAYOUT-EXIT.
           EXIT.

       SELECT-AGING-BUCKET.
           IF PAY-CLOSE-DATE NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-COUNT
               MOVE 5 TO WS-BUCKET-SUB
               MOVE 999 TO WS-AGE-DAYS
               GO TO SELECT-AGING-BUCKET-EXIT
           END-IF

           MOVE PAY-CLOSE-DATE TO WS-CD-DATE
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
           MOVE WS-STALE-DAYS TO WP-STALE-DAYS
           MOVE WS-RPT-HEADER-LINE TO PAYAGERPT-LINE
           WRITE PAYAGERPT-LINE
           MOVE SPACES TO PAYAGERPT-LINE
           WRITE PAYAGERPT-LINE
           MOVE WS-COLUMN-HEADING TO PAYAGERPT-LINE
           WRITE PAYAGERPT-LINE.

       CLEAR-GRAND-BUCKET.
           MOVE 0 TO WS-GR-BKT-COUNT (WS-BUCKET-SUB)
           MOVE 0 TO WS-GR-BKT-AMOUNT (WS-BUCKET-SUB).

       MOVE-GRAND-BUCKET.
           MOVE WS-GR-BKT-COUNT (WS-BUCKET-SUB)
               TO WP-CNT-VALUE (WS-BUCKET-SUB)
           MOVE WS-GR-BKT-AMOUNT (WS-BUCKET-SUB)
               TO WP-AMT-VALUE (WS-BUCKET-SUB).

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO PAYAGERPT-LINE
           WRITE PAYAGERPT-LINE
           MOVE WS-BUCKET-HEADING TO PAYAGERPT-LINE
           WRITE PAYAGERPT-LINE
           PERFORM MOVE-GRAND-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           MOVE WS-COUNT-LINE TO PAYAGERPT-LINE
           WRITE PAYAGERPT-LINE
           MOVE WS-AMOUNT-LINE TO PAYAGERPT-LINE
           WRITE PAYAGERPT-LINE

           MOVE SPACES TO PAYAGERPT-LINE
           WRITE PAYAGERPT-LINE
           MOVE "OUTSTANDING PAYOUTS" TO WP-TOTAL-LABEL
           MOVE WS-OUTSTANDING-COUNT TO WP-TOTAL-COUNT
           MOVE WS-OUTSTANDING-TOTAL TO WP-TOTAL-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "  DUE FROM CUSTOMER" TO WP-TOTAL-LABEL
           MOVE WS-DUE-FROM-COUNT TO WP-TOTAL-COUNT
           MOVE WS-DUE-FROM-TOTAL TO WP-TOTAL-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 0 TO WP-TOTAL-AMOUNT
           MOVE "  NO PAYEE ADDRESS" TO WP-TOTAL-LABEL
           MOVE WS-NO-ADDRESS-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "  STALE" TO WP-TOTAL-LABEL
           MOVE WS-STALE-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "CLEARED (HISTORY)" TO WP-TOTAL-LABEL
           MOVE WS-CLEARED-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "VOIDED ON REINSTATE (HISTORY)" TO WP-TOTAL-LABEL
           MOVE WS-VOIDED-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL.

       WRITE-ONE-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO PAYAGERPT-LINE
           WRITE PAYAGERPT-LINE.

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
               DISPLAY "PAYOUT-AGING: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "PAYOUT-AGING" TO ALR-PROGRAM
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
