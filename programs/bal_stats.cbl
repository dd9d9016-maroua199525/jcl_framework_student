       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAL-STATS.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  PERIOD BALANCE STATISTICS. RUN AT PERIOD END, IT REPLAYS
      *  EVERY ACCOUNT'S MOVEMENTS FROM THE AUDIT-HISTORY MASTER
      *  (AUDMAST) DAY BY DAY ACROSS THE PERIOD AND STORES, PER
      *  ACCOUNT, THE AVERAGE DAILY BALANCE, THE LOWEST AND HIGHEST
      *  END-OF-DAY BALANCE AND THE NUMBER OF DAYS THE ACCOUNT ENDED
      *  BELOW ZERO IN THE BALANCE-STATISTICS FILE (LAYOUT AND
      *  COUNTING RULES IN BALSREC), WHERE ACCT-STATEMENT AND
      *  REG-EXTRACT PICK THEM UP.
      *
      *  PARM='PERIOD=YYYYMMDD' NAMES THE LAST DAY OF THE PERIOD AND
      *  IS REQUIRED; FROM=YYYYMMDD NAMES THE FIRST AND DEFAULTS TO
      *  THE FIRST OF THE PERIOD END'S MONTH. EVERY CALENDAR DAY IN
      *  THE PERIOD IS A DAY OF THE AVERAGE; A DAY WITH NO POSTING
      *  CARRIES THE BALANCE OF THE DAY BEFORE. A MOVEMENT BELONGS TO
      *  THE DAY OF ITS AUDIT TIMESTAMP, AS ON THE STATEMENT.
      *
      *  THE PROCESSING CALENDAR SAYS WHEN THE PERIOD IS OVER: ITS
      *  LAST BUSINESS DAY MUST NOT BE AFTER THE BUSINESS DATE, OR
      *  THE REPLAY WOULD TAKE DAYS NOT YET POSTED AS FLAT AND THE
      *  RUN IS REFUSED. THE LAST NIGHT OF THE PERIOD MUST ALREADY BE
      *  FOLDED INTO AUDMAST BY AUDIT-CONSOLIDATE.
      *
      *  EACH ACCOUNT'S REPLAYED CLOSING BALANCE, PLUS EVERYTHING
      *  POSTED AFTER THE PERIOD, IS PROVED AGAINST ITS CURRENT
      *  MASTER AMOUNT THE SAME WAY ACCT-STATEMENT PROVES A
      *  STATEMENT. AN ACCOUNT THAT DOES NOT PROVE IS STILL STORED,
      *  MARKED UNPROVED, AND THE RUN ENDS RC=4. A RERUN OF THE SAME
      *  PERIOD REWRITES ITS RECORDS.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MASTFILE IS READ IN KEY ORDER FOR THE LIST OF ACCOUNTS AND
      *    FOR EACH ONE'S CURRENT AMOUNT, WHICH THE REPLAY IS PROVED
      *    AGAINST.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT AUDMASTFILE ASSIGN TO "AUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDH-KEY
               FILE STATUS IS WS-AUDMAST-STATUS.
      *    THE CUMULATIVE BALANCE-STATISTICS FILE (SEE BALSREC AND
      *    DEFINE_BALSTAT.JCL).
           SELECT BALSTATFILE ASSIGN TO "BALSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALS-KEY
               FILE STATUS IS WS-BALSTAT-STATUS.
      *    THE PROCESSING-DATE CALENDAR - ONE BANK HOLIDAY PER CARD,
      *    YYYYMMDD IN COLUMNS 1-8, AS DATE-ROLL READS IT. WEEKENDS
      *    ARE NEVER BUSINESS DAYS AND NEED NO CARDS.
           SELECT CALFILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALFILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
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

       FD  AUDMASTFILE.
           COPY "audhrec".

       FD  BALSTATFILE.
           COPY "balsrec".

       FD  CALFILE.
       01  CAL-RECORD.
           05  CAL-DATE            PIC X(08).
           05  FILLER              PIC X(72).

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE "00".
       01  WS-AUDMAST-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BALSTAT-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-CALFILE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-MAST-EOF-FLAG        PIC X       VALUE 'N'.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-AUD-EOF-SW           PIC X       VALUE 'N'.
           88  WS-AUD-RANGE-DONE               VALUE 'Y'.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.

       01  WS-PARM-STRING          PIC X(80)   VALUE SPACES.
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN            PIC X(30)   OCCURS 2 TIMES
                                    VALUE SPACES.
       01  WS-TOKEN-IDX            PIC 9(2)    VALUE 0.
       01  WS-KEY-PART             PIC X(20)   VALUE SPACES.
       01  WS-VAL-PART             PIC X(20)   VALUE SPACES.
       01  WS-PERIOD-PARM          PIC X(8)    VALUE SPACES.
       01  WS-FROM-PARM            PIC X(8)    VALUE SPACES.
       01  WS-PERIOD-END           PIC 9(8)    VALUE 0.
       01  WS-FROM-DATE            PIC 9(8)    VALUE 0.
       01  WS-PERIOD-OK-SW         PIC X       VALUE 'Y'.
           88  WS-PERIOD-OK                    VALUE 'Y'.
       01  WS-DATE-OK-SW           PIC X       VALUE 'N'.
           88  WS-DATE-OK                      VALUE 'Y'.

      *----------------------------------------------------------------
      *  THE PERIOD'S DAYS, FIRST TO LAST, BUILT ONCE BY STEPPING
      *  THE CALENDAR FROM THE FROM DATE - EVERY ACCOUNT IS WALKED
      *  ACROSS THE SAME TABLE.
      *----------------------------------------------------------------
       01  WS-DAY-COUNT            PIC 9(3)    VALUE 0.
       01  WS-DAY-SUB              PIC 9(3)    VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DAY-DATE         PIC 9(8)    OCCURS 366 TIMES.
       01  WS-DAY-TABLE-FULL-SW    PIC X       VALUE 'N'.
           88  WS-DAY-TABLE-FULL               VALUE 'Y'.
       01  WS-BUSINESS-DAYS        PIC 9(3)    VALUE 0.
       01  WS-LAST-BUSINESS-DAY    PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DAY-SW      PIC X       VALUE 'N'.
           88  WS-IS-BUSINESS-DAY              VALUE 'Y'.

       01  WS-HOLIDAY-COUNT        PIC 9(3)    VALUE 0.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE     PIC 9(8)    OCCURS 200 TIMES.
       01  WS-HOLIDAY-SUB          PIC 9(3)    VALUE 0.
       01  WS-HOLIDAY-FULL-SW      PIC X       VALUE 'N'.
           88  WS-HOLIDAY-FULL                 VALUE 'Y'.
       01  WS-HOLIDAY-HIT-SW       PIC X       VALUE 'N'.
           88  WS-HOLIDAY-HIT                  VALUE 'Y'.

      *----------------------------------------------------------------
      *  CALENDAR WORK FIELDS - THE CANDIDATE DATE BROKEN INTO ITS
      *  PARTS FOR THE DAY-STEP AND THE DAY-OF-WEEK CONGRUENCE
      *  (0 = SATURDAY, 1 = SUNDAY), AS IN DATE-ROLL.
      *----------------------------------------------------------------
       01  WS-CAND-DATE            PIC 9(8)    VALUE 0.
       01  WS-CAND-DATE-X REDEFINES WS-CAND-DATE.
           05  WS-CAND-YEAR        PIC 9(4).
           05  WS-CAND-MONTH       PIC 9(2).
           05  WS-CAND-DAY         PIC 9(2).
       01  WS-MONTH-DAYS           PIC 9(2)    VALUE 0.
       01  WS-LEAP-REM             PIC 9(4)    VALUE 0.
       01  WS-DOW-YEAR             PIC 9(4)    VALUE 0.
       01  WS-DOW-MONTH            PIC 9(2)    VALUE 0.
       01  WS-DOW-CENT             PIC 9(2)    VALUE 0.
       01  WS-DOW-YY               PIC 9(2)    VALUE 0.
       01  WS-DOW-WORK             PIC S9(5)   VALUE 0.
       01  WS-DOW-TERM1            PIC 9(4)    VALUE 0.
       01  WS-DOW-TERM2            PIC 9(4)    VALUE 0.
       01  WS-DOW-TERM3            PIC 9(4)    VALUE 0.
       01  WS-DOW-RESULT           PIC 9(1)    VALUE 0.

      *----------------------------------------------------------------
      *  THE ACCOUNT BEING REPLAYED. WS-BALANCE IS ITS BALANCE AS OF
      *  THE LAST MOVEMENT APPLIED; WS-ACCT-OPEN SAYS WHETHER IT WAS
      *  ON THE BOOKS AT THAT POINT. THE NEXT MOVEMENT IS ALWAYS
      *  READ AHEAD, SO A DAY TAKES EVERY MOVEMENT DATED ON IT
      *  BEFORE ITS CLOSING BALANCE IS COUNTED.
      *----------------------------------------------------------------
       01  WS-BALANCE              PIC S9(11)V99 VALUE 0.
       01  WS-ACCT-OPEN-SW         PIC X       VALUE 'N'.
           88  WS-ACCT-OPEN                    VALUE 'Y'.
       01  WS-POSITION-SW          PIC X       VALUE 'N'.
           88  WS-POSITION-KNOWN               VALUE 'Y'.
       01  WS-OLD-AMOUNT           PIC S9(7)V99 VALUE 0.
       01  WS-NEW-AMOUNT           PIC S9(7)V99 VALUE 0.
       01  WS-MOVEMENT-DATE        PIC 9(8)    VALUE 0.
       01  WS-OPENING-BALANCE      PIC S9(11)V99 VALUE 0.
       01  WS-CLOSING-BALANCE      PIC S9(11)V99 VALUE 0.
       01  WS-DAY-SUM              PIC S9(15)V99 VALUE 0.
       01  WS-MINIMUM-BALANCE      PIC S9(11)V99 VALUE 0.
       01  WS-MAXIMUM-BALANCE      PIC S9(11)V99 VALUE 0.
       01  WS-DAYS-OPEN            PIC 9(3)    VALUE 0.
       01  WS-DAYS-NEGATIVE        PIC 9(3)    VALUE 0.
       01  WS-ACCT-MOVES           PIC 9(5)    VALUE 0.
       01  WS-AFTER-NET            PIC S9(11)V99 VALUE 0.
       01  WS-ROLLED-FORWARD       PIC S9(11)V99 VALUE 0.
       01  WS-MASTER-AMOUNT        PIC S9(11)V99 VALUE 0.
       01  WS-CREATED              PIC X(14)   VALUE SPACES.

       01  WS-ACCOUNTS-READ        PIC 9(7)    VALUE 0.
       01  WS-CLOSED-BEFORE        PIC 9(7)    VALUE 0.
       01  WS-NOT-OPEN-COUNT       PIC 9(7)    VALUE 0.
       01  WS-RECORDS-WRITTEN      PIC 9(7)    VALUE 0.
       01  WS-NEGATIVE-ACCOUNTS    PIC 9(7)    VALUE 0.
       01  WS-PROOF-FAILURES       PIC 9(7)    VALUE 0.
       01  WS-WRITE-ERRORS         PIC 9(7)    VALUE 0.
       01  WS-AUDIT-RECORDS-READ   PIC 9(9)    VALUE 0.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BAL-STATS: Starting period balance statistics"

           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT

           IF WS-PERIOD-PARM = SPACES
               DISPLAY "BAL-STATS: *** ERROR - A PERIOD PARAMETER "
                   "IS REQUIRED, E.G. PERIOD=20260831 ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM VALIDATE-PERIOD THRU VALIDATE-PERIOD-EXIT
           IF NOT WS-PERIOD-OK
               DISPLAY "BAL-STATS: *** ERROR - PERIOD " WS-PERIOD-PARM
                   " AND FROM " WS-FROM-PARM " MUST BE DATES WITH "
                   "FROM NOT AFTER THE PERIOD END ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           PERFORM LOAD-HOLIDAY-TABLE THRU LOAD-HOLIDAY-TABLE-EXIT
           PERFORM BUILD-DAY-TABLE THRU BUILD-DAY-TABLE-EXIT

           IF WS-DAY-TABLE-FULL
               DISPLAY "BAL-STATS: *** ERROR - PERIOD " WS-FROM-DATE
                   " TO " WS-PERIOD-END " IS LONGER THAN 366 DAYS ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           DISPLAY "BAL-STATS: Period " WS-FROM-DATE " to "
               WS-PERIOD-END ": " WS-DAY-COUNT " days, "
               WS-BUSINESS-DAYS " business days"

      *    A PERIOD WHOSE LAST BUSINESS DAY IS STILL TO COME HAS
      *    POSTINGS STILL TO COME - REPLAYING IT NOW WOULD STORE
      *    FIGURES THAT ARE WRONG BY THE TIME THE PERIOD ENDS.
           IF WS-LAST-BUSINESS-DAY > WS-BUSINESS-DATE
               DISPLAY "BAL-STATS: *** ERROR - THE PERIOD HAS NOT "
                   "ENDED - ITS LAST BUSINESS DAY "
                   WS-LAST-BUSINESS-DAY " IS AFTER THE BUSINESS "
                   "DATE " WS-BUSINESS-DATE " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS NOT = "00"
               DISPLAY "BAL-STATS: *** ERROR - MASTFILE OPEN "
                   "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT AUDMASTFILE
           IF WS-AUDMAST-STATUS NOT = "00"
               DISPLAY "BAL-STATS: *** ERROR - AUDMAST OPEN "
                   "FAILED, STATUS: " WS-AUDMAST-STATUS " - HAS "
                   "AUDIT-CONSOLIDATE BEEN RUN? ***"
               CLOSE MASTFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM OPEN-BALSTAT-FILE THRU OPEN-BALSTAT-FILE-EXIT
           IF WS-BALSTAT-STATUS NOT = "00"
               DISPLAY "BAL-STATS: *** ERROR - BALSTAT OPEN "
                   "FAILED, STATUS: " WS-BALSTAT-STATUS " ***"
               CLOSE MASTFILE
               CLOSE AUDMASTFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO WS-CREATED

           PERFORM SWEEP-MASTER-LOOP
               UNTIL WS-MAST-EOF-FLAG = 'Y'

           CLOSE MASTFILE
           CLOSE AUDMASTFILE
           CLOSE BALSTATFILE

           DISPLAY "BAL-STATS: Statistics completed"
           DISPLAY "BAL-STATS: Accounts read:        " WS-ACCOUNTS-READ
           DISPLAY "BAL-STATS: Closed before period: "
               WS-CLOSED-BEFORE
           DISPLAY "BAL-STATS: Not open in period:   "
               WS-NOT-OPEN-COUNT
           DISPLAY "BAL-STATS: Records stored:       "
               WS-RECORDS-WRITTEN
           DISPLAY "BAL-STATS: Negative at any time: "
               WS-NEGATIVE-ACCOUNTS
           DISPLAY "BAL-STATS: Audit records read:   "
               WS-AUDIT-RECORDS-READ
           DISPLAY "BAL-STATS: Proof failures:       "
               WS-PROOF-FAILURES

           IF WS-PROOF-FAILURES > 0
               DISPLAY "BAL-STATS: *** ONE OR MORE ACCOUNTS DID NOT "
                   "ROLL FORWARD TO THE MASTER AMOUNT - CHECK "
                   "AUDMAST COVERS EVERY POSTED DAY ***"
               SET ALW-WARNING TO TRUE
               MOVE "BALSPROF" TO ALW-CODE
               MOVE SPACES TO ALW-MESSAGE
               STRING "BALANCE STATISTICS FOR " DELIMITED BY SIZE
                   WS-PERIOD-END DELIMITED BY SIZE
                   " HAVE UNPROVED ACCOUNTS" DELIMITED BY SIZE
                   INTO ALW-MESSAGE
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           IF WS-WRITE-ERRORS > 0
               DISPLAY "BAL-STATS: *** ERROR - " WS-WRITE-ERRORS
                   " BALANCE-STATISTICS RECORDS COULD NOT BE "
                   "STORED - THE PERIOD IS INCOMPLETE ***"
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       PARSE-RUN-PARAMETERS.
           IF WS-PARM-STRING = SPACES
               GO TO PARSE-RUN-PARAMETERS-EXIT
           END-IF

           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-TOKEN(1) WS-TOKEN(2)

           PERFORM APPLY-ONE-TOKEN THRU APPLY-ONE-TOKEN-EXIT
               VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > 2.

       PARSE-RUN-PARAMETERS-EXIT.
           EXIT.

       APPLY-ONE-TOKEN.
           IF WS-TOKEN(WS-TOKEN-IDX) = SPACES
               GO TO APPLY-ONE-TOKEN-EXIT
           END-IF

           MOVE SPACES TO WS-KEY-PART WS-VAL-PART
           UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY "="
               INTO WS-KEY-PART WS-VAL-PART

           EVALUATE WS-KEY-PART
               WHEN "PERIOD"
                   MOVE WS-VAL-PART(1:8) TO WS-PERIOD-PARM
               WHEN "FROM"
                   MOVE WS-VAL-PART(1:8) TO WS-FROM-PARM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-ONE-TOKEN-EXIT.
           EXIT.

      *================================================================
      *  BOTH ENDS OF THE PERIOD MUST BE REAL DATES, THE FROM DATE
      *  NOT AFTER THE PERIOD END. WITH NO FROM PARAMETER THE PERIOD
      *  STARTS ON THE FIRST OF THE PERIOD END'S MONTH.
      *================================================================
       VALIDATE-PERIOD.
           IF WS-PERIOD-PARM NOT NUMERIC
               MOVE 'N' TO WS-PERIOD-OK-SW
               GO TO VALIDATE-PERIOD-EXIT
           END-IF
           MOVE WS-PERIOD-PARM TO WS-PERIOD-END
           MOVE WS-PERIOD-END TO WS-CAND-DATE
           PERFORM CHECK-CAND-DATE THRU CHECK-CAND-DATE-EXIT
           IF NOT WS-DATE-OK
               MOVE 'N' TO WS-PERIOD-OK-SW
               GO TO VALIDATE-PERIOD-EXIT
           END-IF

           IF WS-FROM-PARM = SPACES
               MOVE 1 TO WS-CAND-DAY
               MOVE WS-CAND-DATE TO WS-FROM-DATE
               MOVE WS-FROM-DATE TO WS-FROM-PARM
               GO TO VALIDATE-PERIOD-EXIT
           END-IF

           IF WS-FROM-PARM NOT NUMERIC
               MOVE 'N' TO WS-PERIOD-OK-SW
               GO TO VALIDATE-PERIOD-EXIT
           END-IF
           MOVE WS-FROM-PARM TO WS-FROM-DATE
           MOVE WS-FROM-DATE TO WS-CAND-DATE
           PERFORM CHECK-CAND-DATE THRU CHECK-CAND-DATE-EXIT
           IF NOT WS-DATE-OK
               OR WS-FROM-DATE > WS-PERIOD-END
               MOVE 'N' TO WS-PERIOD-OK-SW
           END-IF.

       VALIDATE-PERIOD-EXIT.
           EXIT.

       CHECK-CAND-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-CAND-MONTH < 1 OR WS-CAND-MONTH > 12
               GO TO CHECK-CAND-DATE-EXIT
           END-IF
           PERFORM SET-MONTH-DAYS
           IF WS-CAND-DAY < 1 OR WS-CAND-DAY > WS-MONTH-DAYS
               GO TO CHECK-CAND-DATE-EXIT
           END-IF
           SET WS-DATE-OK TO TRUE.

       CHECK-CAND-DATE-EXIT.
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

       LOAD-HOLIDAY-TABLE.
           OPEN INPUT CALFILE
           IF WS-CALFILE-STATUS NOT = "00"
               DISPLAY "BAL-STATS: Calendar file not available - "
                   "only weekends taken as non-business days"
               GO TO LOAD-HOLIDAY-TABLE-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM LOAD-ONE-HOLIDAY
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE CALFILE
           DISPLAY "BAL-STATS: Holidays loaded: " WS-HOLIDAY-COUNT.

       LOAD-HOLIDAY-TABLE-EXIT.
           EXIT.

       LOAD-ONE-HOLIDAY.
           READ CALFILE INTO CAL-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF CAL-DATE NUMERIC
                       IF WS-HOLIDAY-COUNT >= 200
                           IF NOT WS-HOLIDAY-FULL
                               SET WS-HOLIDAY-FULL TO TRUE
                               DISPLAY "BAL-STATS: *** WARNING - "
                                   "holiday table full at 200 "
                                   "cards ***"
                           END-IF
                       ELSE
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE CAL-DATE
                               TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *================================================================
      *  THE PERIOD'S DAYS INTO THE DAY TABLE, NOTING ALONG THE WAY
      *  HOW MANY ARE BUSINESS DAYS AND WHICH IS THE LAST OF THEM.
      *================================================================
       BUILD-DAY-TABLE.
           MOVE 0 TO WS-DAY-COUNT
           MOVE 0 TO WS-BUSINESS-DAYS
           MOVE 0 TO WS-LAST-BUSINESS-DAY
           MOVE WS-FROM-DATE TO WS-CAND-DATE
           PERFORM ADD-ONE-DAY THRU ADD-ONE-DAY-EXIT
               UNTIL WS-CAND-DATE > WS-PERIOD-END
                  OR WS-DAY-TABLE-FULL.

       BUILD-DAY-TABLE-EXIT.
           EXIT.

       ADD-ONE-DAY.
           IF WS-DAY-COUNT >= 366
               SET WS-DAY-TABLE-FULL TO TRUE
               GO TO ADD-ONE-DAY-EXIT
           END-IF
           ADD 1 TO WS-DAY-COUNT
           MOVE WS-CAND-DATE TO WS-DAY-DATE (WS-DAY-COUNT)
           PERFORM CHECK-BUSINESS-DAY THRU CHECK-BUSINESS-DAY-EXIT
           IF WS-IS-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAYS
               MOVE WS-CAND-DATE TO WS-LAST-BUSINESS-DAY
           END-IF
           PERFORM ADVANCE-ONE-DAY.

       ADD-ONE-DAY-EXIT.
           EXIT.

       ADVANCE-ONE-DAY.
           PERFORM SET-MONTH-DAYS
           IF WS-CAND-DAY < WS-MONTH-DAYS
               ADD 1 TO WS-CAND-DAY
           ELSE
               MOVE 1 TO WS-CAND-DAY
               IF WS-CAND-MONTH < 12
                   ADD 1 TO WS-CAND-MONTH
               ELSE
                   MOVE 1 TO WS-CAND-MONTH
                   ADD 1 TO WS-CAND-YEAR
               END-IF
           END-IF.

       SET-MONTH-DAYS.
           EVALUATE WS-CAND-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-MONTH-DAYS
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 02
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-CAND-YEAR BY 4 GIVING WS-DOW-WORK
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-MONTH-DAYS
                       DIVIDE WS-CAND-YEAR BY 100 GIVING WS-DOW-WORK
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 28 TO WS-MONTH-DAYS
                           DIVIDE WS-CAND-YEAR BY 400
                               GIVING WS-DOW-WORK
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = 0
                               MOVE 29 TO WS-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      *================================================================
      *  IS THE CANDIDATE A BUSINESS DAY - NOT A SATURDAY OR SUNDAY
      *  (ZELLER'S CONGRUENCE: 0 = SATURDAY, 1 = SUNDAY) AND NOT ON
      *  THE HOLIDAY CARDS.
      *================================================================
       CHECK-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSINESS-DAY-SW

           IF WS-CAND-MONTH < 3
               COMPUTE WS-DOW-YEAR = WS-CAND-YEAR - 1
               COMPUTE WS-DOW-MONTH = WS-CAND-MONTH + 12
           ELSE
               MOVE WS-CAND-YEAR TO WS-DOW-YEAR
               MOVE WS-CAND-MONTH TO WS-DOW-MONTH
           END-IF
           DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENT
               REMAINDER WS-DOW-YY
      *    EACH FLOOR TERM IS A SEPARATE INTEGER DIVIDE - LEAVING
      *    THEM INSIDE ONE COMPUTE WOULD LET THE INTERMEDIATE
      *    RESULTS KEEP THEIR FRACTIONS AND BREAK THE CONGRUENCE.
           COMPUTE WS-DOW-TERM1 = 13 * (WS-DOW-MONTH + 1)
           DIVIDE WS-DOW-TERM1 BY 5 GIVING WS-DOW-TERM1
           DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-TERM2
           DIVIDE WS-DOW-CENT BY 4 GIVING WS-DOW-TERM3
           COMPUTE WS-DOW-WORK = WS-CAND-DAY + WS-DOW-TERM1
               + WS-DOW-YY + WS-DOW-TERM2 + WS-DOW-TERM3
               + (5 * WS-DOW-CENT)
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-WORK
               REMAINDER WS-DOW-RESULT

           IF WS-DOW-RESULT = 0 OR WS-DOW-RESULT = 1
               GO TO CHECK-BUSINESS-DAY-EXIT
           END-IF

           MOVE 'N' TO WS-HOLIDAY-HIT-SW
           PERFORM CHECK-ONE-HOLIDAY
               VARYING WS-HOLIDAY-SUB FROM 1 BY 1
               UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                  OR WS-HOLIDAY-HIT
           IF NOT WS-HOLIDAY-HIT
               SET WS-IS-BUSINESS-DAY TO TRUE
           END-IF.

       CHECK-BUSINESS-DAY-EXIT.
           EXIT.

       CHECK-ONE-HOLIDAY.
           IF WS-HOLIDAY-DATE (WS-HOLIDAY-SUB) = WS-CAND-DATE
               SET WS-HOLIDAY-HIT TO TRUE
           END-IF.

       OPEN-BALSTAT-FILE.
           OPEN I-O BALSTATFILE
           IF WS-BALSTAT-STATUS = "35"
      *        FIRST-EVER RUN - CREATE THE CUMULATIVE STATISTICS
      *        FILE RATHER THAN FAIL.
               OPEN OUTPUT BALSTATFILE
               CLOSE BALSTATFILE
               OPEN I-O BALSTATFILE
           END-IF.

       OPEN-BALSTAT-FILE-EXIT.
           EXIT.

       SWEEP-MASTER-LOOP.
           READ MASTFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MAST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   PERFORM STATE-ONE-ACCOUNT
                       THRU STATE-ONE-ACCOUNT-EXIT
           END-READ.

      *================================================================
      *  ONE ACCOUNT. ITS MOVEMENTS BEFORE THE PERIOD SET THE OPENING
      *  POSITION, THOSE INSIDE IT ARE REPLAYED ONE DAY AT A TIME
      *  ACROSS THE DAY TABLE, AND THOSE AFTER IT ARE NETTED FOR THE
      *  ROLL-FORWARD PROOF. AN ACCOUNT CLOSED BEFORE THE PERIOD
      *  BEGAN IS PASSED OVER WITHOUT READING ITS HISTORY.
      *================================================================
       STATE-ONE-ACCOUNT.
           IF MAST-INACTIVE
               AND MAST-CLOSE-DATE NUMERIC
               AND MAST-CLOSE-DATE < WS-FROM-PARM
               ADD 1 TO WS-CLOSED-BEFORE
               GO TO STATE-ONE-ACCOUNT-EXIT
           END-IF

           IF MAST-AMOUNT NUMERIC
               MOVE MAST-AMOUNT TO WS-MASTER-AMOUNT
           ELSE
               MOVE 0 TO WS-MASTER-AMOUNT
           END-IF
           MOVE 0 TO WS-BALANCE
           MOVE 'N' TO WS-ACCT-OPEN-SW
           MOVE 'N' TO WS-POSITION-SW
           MOVE 0 TO WS-DAY-SUM
           MOVE 0 TO WS-MINIMUM-BALANCE
           MOVE 0 TO WS-MAXIMUM-BALANCE
           MOVE 0 TO WS-DAYS-OPEN
           MOVE 0 TO WS-DAYS-NEGATIVE
           MOVE 0 TO WS-ACCT-MOVES
           MOVE 0 TO WS-AFTER-NET

           PERFORM START-ACCOUNT-HISTORY
               THRU START-ACCOUNT-HISTORY-EXIT
           PERFORM APPLY-EARLIER-MOVEMENT
               UNTIL WS-AUD-RANGE-DONE
                  OR WS-MOVEMENT-DATE NOT < WS-FROM-DATE
           IF NOT WS-POSITION-KNOWN
               PERFORM SET-OPENING-POSITION
           END-IF
           MOVE WS-BALANCE TO WS-OPENING-BALANCE

           PERFORM WALK-ONE-DAY THRU WALK-ONE-DAY-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT
           MOVE WS-BALANCE TO WS-CLOSING-BALANCE

           PERFORM NET-LATER-MOVEMENT
               UNTIL WS-AUD-RANGE-DONE

      *    NOT ON THE BOOKS AT THE END OF ANY DAY OF THE PERIOD -
      *    NOTHING TO AVERAGE. A RECORD LEFT BY AN EARLIER RUN OF THE
      *    SAME PERIOD IS REMOVED SO A RERUN LEAVES NO STALE FIGURES.
           IF WS-DAYS-OPEN = 0
               ADD 1 TO WS-NOT-OPEN-COUNT
               MOVE MAST-KEY TO BALS-ACCOUNT
               MOVE WS-PERIOD-END TO BALS-PERIOD
               DELETE BALSTATFILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               GO TO STATE-ONE-ACCOUNT-EXIT
           END-IF

           PERFORM STORE-ACCOUNT-STATISTICS
               THRU STORE-ACCOUNT-STATISTICS-EXIT.

       STATE-ONE-ACCOUNT-EXIT.
           EXIT.

       START-ACCOUNT-HISTORY.
           MOVE 'N' TO WS-AUD-EOF-SW
           MOVE SPACES TO AUDH-KEY
           MOVE MAST-KEY TO AUDH-ACCT-KEY
           MOVE LOW-VALUES TO AUDH-TIMESTAMP
           MOVE 0 TO AUDH-SEQ
           START AUDMASTFILE KEY IS NOT LESS THAN AUDH-KEY
               INVALID KEY
                   SET WS-AUD-RANGE-DONE TO TRUE
                   GO TO START-ACCOUNT-HISTORY-EXIT
           END-START
           PERFORM READ-NEXT-MOVEMENT THRU READ-NEXT-MOVEMENT-EXIT.

       START-ACCOUNT-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE READ-AHEAD. LEAVES THE NEXT MOVEMENT'S DATE AND AMOUNTS
      *  IN WORKING STORAGE, OR THE RANGE MARKED DONE AT THE NEXT
      *  ACCOUNT OR THE END OF THE FILE.
      *----------------------------------------------------------------
       READ-NEXT-MOVEMENT.
           READ AUDMASTFILE NEXT RECORD
               AT END
                   SET WS-AUD-RANGE-DONE TO TRUE
                   GO TO READ-NEXT-MOVEMENT-EXIT
           END-READ
           IF AUDH-ACCT-KEY NOT = MAST-KEY
               SET WS-AUD-RANGE-DONE TO TRUE
               GO TO READ-NEXT-MOVEMENT-EXIT
           END-IF
           ADD 1 TO WS-AUDIT-RECORDS-READ
           MOVE AUDH-TIMESTAMP(1:8) TO WS-MOVEMENT-DATE
           MOVE AUDH-OLD-AMOUNT TO WS-OLD-AMOUNT
           MOVE AUDH-NEW-AMOUNT TO WS-NEW-AMOUNT.

       READ-NEXT-MOVEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  EVERY MOVEMENT LEAVES THE BALANCE AT ITS AFTER-IMAGE. AN
      *  OPENING OR REINSTATEMENT PUTS THE ACCOUNT ON THE BOOKS AND
      *  A CLOSURE TAKES IT OFF; ANY OTHER MOVEMENT SEEN BEFORE THE
      *  POSITION IS KNOWN SHOWS AN ACCOUNT OPENED BEFORE ITS
      *  HISTORY WAS CONSOLIDATED.
      *----------------------------------------------------------------
       APPLY-ONE-MOVEMENT.
           MOVE WS-NEW-AMOUNT TO WS-BALANCE
           EVALUATE AUDH-TRAN-TYPE
               WHEN "A"
               WHEN "R"
                   SET WS-ACCT-OPEN TO TRUE
               WHEN "D"
                   MOVE 'N' TO WS-ACCT-OPEN-SW
               WHEN OTHER
                   IF NOT WS-POSITION-KNOWN
                       SET WS-ACCT-OPEN TO TRUE
                   END-IF
           END-EVALUATE
           SET WS-POSITION-KNOWN TO TRUE.

       APPLY-EARLIER-MOVEMENT.
           PERFORM APPLY-ONE-MOVEMENT
           PERFORM READ-NEXT-MOVEMENT THRU READ-NEXT-MOVEMENT-EXIT.

      *----------------------------------------------------------------
      *  NO MOVEMENT BEFORE THE PERIOD. IF THE FIRST ONE IN OR AFTER
      *  IT OPENS THE ACCOUNT, THE ACCOUNT IS NOT ON THE BOOKS UNTIL
      *  THEN; OTHERWISE IT STARTS THE PERIOD AT THAT MOVEMENT'S
      *  BEFORE-IMAGE. WITH NO MOVEMENT AT ALL THE BALANCE HAS NOT
      *  CHANGED SINCE BEFORE THE HISTORY BEGAN AND IS THE MASTER
      *  AMOUNT THROUGHOUT.
      *----------------------------------------------------------------
       SET-OPENING-POSITION.
           SET WS-POSITION-KNOWN TO TRUE
           EVALUATE TRUE
               WHEN WS-AUD-RANGE-DONE
                   MOVE WS-MASTER-AMOUNT TO WS-BALANCE
                   IF NOT MAST-INACTIVE
                       SET WS-ACCT-OPEN TO TRUE
                   END-IF
               WHEN AUDH-TRAN-TYPE = "A"
                   MOVE 0 TO WS-BALANCE
               WHEN OTHER
                   MOVE WS-OLD-AMOUNT TO WS-BALANCE
                   SET WS-ACCT-OPEN TO TRUE
           END-EVALUATE.

      *================================================================
      *  ONE DAY OF THE PERIOD - EVERY MOVEMENT DATED THAT DAY IS
      *  APPLIED, THEN THE DAY'S CLOSING BALANCE IS COUNTED IF THE
      *  ACCOUNT IS ON THE BOOKS AT THE END OF IT.
      *================================================================
       WALK-ONE-DAY.
           PERFORM APPLY-DAY-MOVEMENT
               UNTIL WS-AUD-RANGE-DONE
                  OR WS-MOVEMENT-DATE > WS-DAY-DATE (WS-DAY-SUB)
           IF NOT WS-ACCT-OPEN
               GO TO WALK-ONE-DAY-EXIT
           END-IF

           ADD 1 TO WS-DAYS-OPEN
           ADD WS-BALANCE TO WS-DAY-SUM
           IF WS-BALANCE < 0
               ADD 1 TO WS-DAYS-NEGATIVE
           END-IF
           IF WS-DAYS-OPEN = 1
               MOVE WS-BALANCE TO WS-MINIMUM-BALANCE
               MOVE WS-BALANCE TO WS-MAXIMUM-BALANCE
               GO TO WALK-ONE-DAY-EXIT
           END-IF
           IF WS-BALANCE < WS-MINIMUM-BALANCE
               MOVE WS-BALANCE TO WS-MINIMUM-BALANCE
           END-IF
           IF WS-BALANCE > WS-MAXIMUM-BALANCE
               MOVE WS-BALANCE TO WS-MAXIMUM-BALANCE
           END-IF.

       WALK-ONE-DAY-EXIT.
           EXIT.

       APPLY-DAY-MOVEMENT.
           PERFORM APPLY-ONE-MOVEMENT
           ADD 1 TO WS-ACCT-MOVES
           PERFORM READ-NEXT-MOVEMENT THRU READ-NEXT-MOVEMENT-EXIT.

       NET-LATER-MOVEMENT.
           COMPUTE WS-AFTER-NET = WS-AFTER-NET
               + WS-NEW-AMOUNT - WS-OLD-AMOUNT
           PERFORM READ-NEXT-MOVEMENT THRU READ-NEXT-MOVEMENT-EXIT.

      *================================================================
      *  THE ACCOUNT'S FIGURES TO THE STATISTICS FILE, AFTER THE
      *  PROOF: CLOSING BALANCE PLUS EVERYTHING POSTED AFTER THE
      *  PERIOD MUST EQUAL THE CURRENT MASTER AMOUNT. A RERUN OF THE
      *  PERIOD REWRITES THE RECORD ALREADY THERE.
      *================================================================
       STORE-ACCOUNT-STATISTICS.
           MOVE SPACES TO BALS-RECORD
           MOVE MAST-KEY TO BALS-ACCOUNT
           MOVE WS-PERIOD-END TO BALS-PERIOD
           MOVE WS-FROM-DATE TO BALS-FROM-DATE
           MOVE MAST-BRANCH TO BALS-BRANCH
           MOVE MAST-CURRENCY TO BALS-CURRENCY
           MOVE WS-DAY-COUNT TO BALS-DAYS-IN-PERIOD
           MOVE WS-DAYS-OPEN TO BALS-DAYS-OPEN
           MOVE WS-DAYS-NEGATIVE TO BALS-DAYS-NEGATIVE
           MOVE WS-OPENING-BALANCE TO BALS-OPENING-BALANCE
           MOVE WS-CLOSING-BALANCE TO BALS-CLOSING-BALANCE
           COMPUTE BALS-AVERAGE-BALANCE ROUNDED =
               WS-DAY-SUM / WS-DAYS-OPEN
           MOVE WS-MINIMUM-BALANCE TO BALS-MINIMUM-BALANCE
           MOVE WS-MAXIMUM-BALANCE TO BALS-MAXIMUM-BALANCE
           MOVE WS-ACCT-MOVES TO BALS-MOVEMENTS
           MOVE WS-CREATED TO BALS-CREATED

           COMPUTE WS-ROLLED-FORWARD =
               WS-CLOSING-BALANCE + WS-AFTER-NET
           IF WS-ROLLED-FORWARD = WS-MASTER-AMOUNT
               SET BALS-PROVED TO TRUE
           ELSE
               SET BALS-NOT-PROVED TO TRUE
               ADD 1 TO WS-PROOF-FAILURES
               DISPLAY "BAL-STATS: Account " MAST-KEY
                   " does not roll forward to the master amount"
           END-IF

           WRITE BALS-RECORD
               INVALID KEY
                   REWRITE BALS-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                           DISPLAY "BAL-STATS: *** ERROR - could "
                               "not store account " MAST-KEY
                               ", status " WS-BALSTAT-STATUS " ***"
                           GO TO STORE-ACCOUNT-STATISTICS-EXIT
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-RECORDS-WRITTEN
           IF WS-DAYS-NEGATIVE > 0
               ADD 1 TO WS-NEGATIVE-ACCOUNTS
           END-IF.

       STORE-ACCOUNT-STATISTICS-EXIT.
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
               DISPLAY "BAL-STATS: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "BAL-STATS" TO ALR-PROGRAM
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
