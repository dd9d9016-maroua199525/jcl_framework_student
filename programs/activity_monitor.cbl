       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVITY-MONITOR.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  NIGHTLY UNUSUAL-ACTIVITY MONITOR. THE AMOUNT LIMITS IN
      *  DATA-PROCESSOR STOP ONE LARGE ITEM; THIS RUN LOOKS FOR
      *  PATTERNS. AFTER DATA-PROCESSOR, THE DAY'S AUDITLOG IS SORTED
      *  BY ACCOUNT AND EACH ACCOUNT THAT MOVED TODAY IS JUDGED
      *  AGAINST ITS LAST 30 DAYS ON AUDMAST (SEE AUDHREC):
      *      XFIN  INBOUND TRANSFERS FROM SENDERS= OR MORE DIFFERENT
      *            ACCOUNTS IN THE DAY (DEFAULT 5)
      *      SWNG  THE DAY'S GROSS MOVEMENT AT LEAST FLOOR= (DEFAULT
      *            1000.00) AND OVER SWING= TIMES (DEFAULT 5) THE
      *            ACCOUNT'S AVERAGE DAILY MOVEMENT OVER THE 30 DAYS
      *      OPCL  CLOSED TODAY WITHIN OPENDAYS= DAYS (DEFAULT 7,
      *            AT MOST 30) OF BEING OPENED
      *      NLIM  NEARCOUNT= (DEFAULT 3) OR MORE AMOUNTS OVER THE 30
      *            DAYS AND TODAY, ONE OF THEM TODAY, AT OR ABOVE
      *            NEARPCT= PERCENT (DEFAULT 90) OF THE AMOUNT LIMIT
      *            BUT NOT OVER IT - THE LIMIT IS FOUND ON THE SAME
      *            LIMITS CARDS, IN THE SAME ORDER, AS DATA-PROCESSOR
      *  EACH HIT OPENS A REVIEW CASE ON CASEFILE (SEE CASREC). A
      *  HIT ON AN ACCOUNT AND RULE THAT ALREADY HAS AN OPEN CASE IS
      *  COUNTED ON THAT CASE INSTEAD. CASE-DISPOSITION CLOSES CASES
      *  AND CASE-AGING REPORTS THE ONES STILL OPEN.
      *
      *  THE HISTORY STOPS AT THE FIRST TIMESTAMP ON TODAY'S
      *  AUDITLOG, SO A RERUN AFTER AUDIT-CONSOLIDATE HAS FOLDED THE
      *  DAY INTO AUDMAST DOES NOT COUNT THE DAY TWICE, AND A RERUN
      *  AGAINST THE SAME AUDITLOG CHANGES NOTHING ON CASEFILE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITFILE-STATUS.
           SELECT AUDMASTFILE ASSIGN TO "AUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDH-KEY
               FILE STATUS IS WS-AUDMAST-STATUS.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT LIMITSFILE ASSIGN TO "LIMITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITS-STATUS.
           SELECT CASEFILE ASSIGN TO "CASEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASEFILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT SORTFILE ASSIGN TO "SORTWK".
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITFILE.
           COPY "auditrec".

       FD  AUDMASTFILE.
           COPY "audhrec".

       FD  MASTFILE.
           COPY "mastrec".

      *================================================================
      *  AMOUNT LIMIT CARDS - THE SAME CARDS DATA-PROCESSOR POSTS
      *  AGAINST (SEE ITS LIMITSFILE): BRANCH OR "*ALL", TRANSACTION
      *  TYPE, LARGEST AMOUNT, AND AN OPTIONAL PRODUCT.
      *================================================================
       FD  LIMITSFILE.
       01  LIMITS-RECORD.
           05  LIM-BRANCH          PIC X(04).
           05  FILLER              PIC X(01).
           05  LIM-TRAN-TYPE       PIC X(01).
           05  FILLER              PIC X(01).
           05  LIM-MAX-AMOUNT      PIC 9(7)V99.
           05  FILLER              PIC X(01).
           05  LIM-PRODUCT         PIC X(04).
           05  FILLER              PIC X(59).

       FD  CASEFILE.
           COPY "casrec".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

      *================================================================
      *  THE DAY'S MOVEMENTS IN ACCOUNT AND TIMESTAMP ORDER, WITH
      *  THE AUDIT AMOUNTS ALREADY DE-EDITED.
      *================================================================
       SD  SORTFILE.
       01  SORT-RECORD.
           05  SORT-KEY-PART.
               10  SORT-ACCOUNT    PIC X(10).
               10  SORT-TIMESTAMP  PIC X(14).
           05  SORT-TRAN-TYPE      PIC X(01).
           05  SORT-BRANCH         PIC X(04).
           05  SORT-LINK-KEY       PIC X(10).
           05  SORT-OLD-AMOUNT     PIC S9(7)V99.
           05  SORT-NEW-AMOUNT     PIC S9(7)V99.

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDITFILE-STATUS     PIC X(2)    VALUE SPACES.
       01  WS-AUDMAST-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-LIMITS-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-CASEFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-SORT-EOF-SW          PIC X       VALUE 'N'.
           88  WS-SORT-EOF                     VALUE 'Y'.
       01  WS-HIST-DONE-SW         PIC X       VALUE 'N'.
           88  WS-HIST-DONE                    VALUE 'Y'.
       01  WS-CASE-SCAN-DONE-SW    PIC X       VALUE 'N'.
           88  WS-CASE-SCAN-DONE               VALUE 'Y'.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DATE-X      PIC X(8)    VALUE SPACES.
       01  WS-MASTER-SW            PIC X       VALUE 'N'.
           88  WS-MASTER-ON                    VALUE 'Y'.
       01  WS-HISTORY-SW           PIC X       VALUE 'N'.
           88  WS-HISTORY-ON                   VALUE 'Y'.

      *----------------------------------------------------------------
      *  RUN PARAMETERS - KEY=VALUE PAIRS SEPARATED BY COMMAS, E.G.
      *  SENDERS=4,SWING=8,FLOOR=2500,OPENDAYS=10,NEARPCT=95,
      *  NEARCOUNT=4. ANY LEFT OUT KEEP THEIR DEFAULTS.
      *----------------------------------------------------------------
       01  WS-RUN-PARM             PIC X(100)  VALUE SPACES.
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN       PIC X(20)   OCCURS 6 TIMES.
       01  WS-PARM-TOKEN-IDX       PIC 9(2)    VALUE 0.
       01  WS-PARM-KEY             PIC X(20)   VALUE SPACES.
       01  WS-PARM-VAL             PIC X(20)   VALUE SPACES.
       01  WS-PARM-NUMBER-TEXT     PIC X(7)    JUSTIFIED RIGHT
                                               VALUE SPACES.
       01  WS-PARM-NUMBER          PIC 9(7)    VALUE 0.
       01  WS-SENDERS-LIMIT        PIC 9(3)    VALUE 5.
       01  WS-SWING-MULTIPLE       PIC 9(3)    VALUE 5.
       01  WS-SWING-FLOOR          PIC 9(7)V99 VALUE 1000.
       01  WS-OPEN-DAYS            PIC 9(3)    VALUE 7.
       01  WS-NEAR-PERCENT         PIC 9(3)    VALUE 90.
       01  WS-NEAR-COUNT-LIMIT     PIC 9(3)    VALUE 3.

      *----------------------------------------------------------------
      *  THE 30-DAY HISTORY WINDOW. IT STARTS 30 CALENDAR DAYS BEFORE
      *  THE BUSINESS DATE AND STOPS SHORT OF TODAY'S FIRST AUDIT
      *  TIMESTAMP.
      *----------------------------------------------------------------
       01  WS-HISTORY-DAYS         PIC 9(3)    VALUE 30.
       01  WS-WINDOW-START         PIC X(8)    VALUE SPACES.
       01  WS-FIRST-STAMP          PIC X(14)   VALUE HIGH-VALUES.
       01  WS-BACK-COUNT           PIC 9(3)    VALUE 0.
       01  WS-CAND-DATE            PIC 9(8)    VALUE 0.
       01  WS-CAND-DATE-X REDEFINES WS-CAND-DATE.
           05  WS-CAND-YEAR        PIC 9(4).
           05  WS-CAND-MONTH       PIC 9(2).
           05  WS-CAND-DAY         PIC 9(2).
       01  WS-MONTH-DAYS           PIC 9(2)    VALUE 0.
       01  WS-LEAP-WORK            PIC 9(4)    VALUE 0.
       01  WS-LEAP-REM             PIC 9(3)    VALUE 0.

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
       01  WS-DAYS-OPEN            PIC S9(7)   VALUE 0.

      *----------------------------------------------------------------
      *  AMOUNT LIMIT TABLE - LOADED AND SEARCHED AS DATA-PROCESSOR
      *  DOES: BRANCH AND PRODUCT, BRANCH, "*ALL" AND PRODUCT, "*ALL".
      *----------------------------------------------------------------
       01  WS-LIMIT-COUNT          PIC 9(3)    VALUE 0.
       01  WS-LIMIT-SUB            PIC 9(3)    VALUE 0.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY      OCCURS 200 TIMES.
               10  WS-LIMIT-ENT-BRANCH PIC X(4).
               10  WS-LIMIT-ENT-TYPE   PIC X(1).
               10  WS-LIMIT-ENT-MAX    PIC 9(7)V99.
               10  WS-LIMIT-ENT-PRODUCT PIC X(4).
       01  WS-LIMIT-TABLE-FULL-SW  PIC X       VALUE 'N'.
           88  WS-LIMIT-TABLE-FULL             VALUE 'Y'.
       01  WS-LIMIT-FOUND-SW       PIC X       VALUE 'N'.
           88  WS-LIMIT-FOUND                  VALUE 'Y'.
       01  WS-LIMIT-MAX            PIC 9(7)V99 VALUE 0.
       01  WS-LIMIT-MATCH-BRANCH   PIC X(4)    VALUE SPACES.
       01  WS-LIMIT-MATCH-PRODUCT  PIC X(4)    VALUE SPACES.
       01  WS-LIMIT-TEST-BRANCH    PIC X(4)    VALUE SPACES.
       01  WS-LIMIT-TEST-TYPE      PIC X(1)    VALUE SPACES.
       01  WS-NEAR-HIT-SW          PIC X       VALUE 'N'.
           88  WS-NEAR-HIT                     VALUE 'Y'.

      *----------------------------------------------------------------
      *  ONE ACCOUNT'S FIGURES - TODAY FROM THE SORTED AUDITLOG, THE
      *  HISTORY FROM AUDMAST. UP TO 50 DIFFERENT SENDING ACCOUNTS
      *  ARE HELD; ANY MORE CANNOT CHANGE THE XFIN VERDICT.
      *----------------------------------------------------------------
       01  WS-ACC-ACCOUNT          PIC X(10)   VALUE SPACES.
       01  WS-ACC-BRANCH           PIC X(4)    VALUE SPACES.
       01  WS-ACC-PRODUCT          PIC X(4)    VALUE SPACES.
       01  WS-ACC-OPEN-DATE        PIC X(8)    VALUE SPACES.
       01  WS-ACC-CLOSED-SW        PIC X       VALUE 'N'.
           88  WS-ACC-CLOSED-TODAY             VALUE 'Y'.
       01  WS-ACC-CLOSE-DATE       PIC X(8)    VALUE SPACES.
       01  WS-DAY-GROSS            PIC S9(11)V99 VALUE 0.
       01  WS-DAY-NEAR-COUNT       PIC 9(5)    VALUE 0.
       01  WS-INBOUND-COUNT        PIC 9(5)    VALUE 0.
       01  WS-INBOUND-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-HIST-GROSS           PIC S9(11)V99 VALUE 0.
       01  WS-HIST-NEAR-COUNT      PIC 9(5)    VALUE 0.
       01  WS-HIST-NORM            PIC S9(9)V99 VALUE 0.
       01  WS-SWING-TEST           PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-NEAR-COUNT     PIC 9(5)    VALUE 0.
       01  WS-SENDER-COUNT         PIC 9(3)    VALUE 0.
       01  WS-SENDER-SUB           PIC 9(3)    VALUE 0.
       01  WS-SENDER-FOUND-SW      PIC X       VALUE 'N'.
           88  WS-SENDER-FOUND                 VALUE 'Y'.
       01  WS-SENDER-TABLE.
           05  WS-SENDER-KEY       PIC X(10)   OCCURS 50 TIMES.
       01  WS-MOVE-AMOUNT          PIC S9(9)V99 VALUE 0.
       01  WS-MOVE-ABS             PIC S9(9)V99 VALUE 0.
       01  WS-HIST-OLD-AMOUNT      PIC S9(7)V99 VALUE 0.
       01  WS-HIST-NEW-AMOUNT      PIC S9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      *  THE HIT BEING RAISED, AND THE OPEN CASE IT MAY BELONG TO.
      *----------------------------------------------------------------
       01  WS-HIT-RULE             PIC X(4)    VALUE SPACES.
       01  WS-HIT-DETAIL           PIC X(40)   VALUE SPACES.
       01  WS-HIT-METRIC           PIC S9(9)V99 VALUE 0.
       01  WS-HIT-NORM             PIC S9(9)V99 VALUE 0.
       01  WS-OPEN-CASE-KEY        PIC X(22)   VALUE SPACES.
       01  WS-ED-COUNT             PIC ZZZZ9.

       01  WS-AUDIT-RECORDS-READ   PIC 9(7)    VALUE 0.
       01  WS-ACCOUNTS-CHECKED     PIC 9(7)    VALUE 0.
       01  WS-HISTORY-READ         PIC 9(7)    VALUE 0.
       01  WS-XFIN-HITS            PIC 9(7)    VALUE 0.
       01  WS-SWNG-HITS            PIC 9(7)    VALUE 0.
       01  WS-OPCL-HITS            PIC 9(7)    VALUE 0.
       01  WS-NLIM-HITS            PIC 9(7)    VALUE 0.
       01  WS-CASES-OPENED         PIC 9(7)    VALUE 0.
       01  WS-CASES-HIT-AGAIN      PIC 9(7)    VALUE 0.
       01  WS-ALREADY-DONE         PIC 9(7)    VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(7)    VALUE 0.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACTIVITY-MONITOR: Starting unusual-activity "
               "monitor..."
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X
           MOVE WS-BUSINESS-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           MOVE WS-CD-SERIAL TO WS-RUN-SERIAL

           MOVE WS-BUSINESS-DATE TO WS-CAND-DATE
           PERFORM RETREAT-ONE-DAY
               VARYING WS-BACK-COUNT FROM 1 BY 1
               UNTIL WS-BACK-COUNT > WS-HISTORY-DAYS
           MOVE WS-CAND-DATE TO WS-WINDOW-START

      *    THE CASE FILE IS CREATED BY THE FIRST NIGHT THAT NEEDS IT.
           OPEN I-O CASEFILE
           IF WS-CASEFILE-STATUS = "35"
               OPEN OUTPUT CASEFILE
               CLOSE CASEFILE
               OPEN I-O CASEFILE
           END-IF
           IF WS-CASEFILE-STATUS NOT = "00"
               DISPLAY "ACTIVITY-MONITOR: *** ERROR - CASEFILE OPEN "
                   "FAILED, STATUS: " WS-CASEFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT AUDMASTFILE
           IF WS-AUDMAST-STATUS = "00"
               SET WS-HISTORY-ON TO TRUE
           ELSE
               DISPLAY "ACTIVITY-MONITOR: *** WARNING - AUDMAST not "
                   "available, status " WS-AUDMAST-STATUS
                   " - judged on today's movements alone ***"
           END-IF
           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS = "00"
               SET WS-MASTER-ON TO TRUE
           ELSE
               DISPLAY "ACTIVITY-MONITOR: *** WARNING - master file "
                   "not available - product limit cards not used ***"
           END-IF
           PERFORM LOAD-LIMITS-TABLE THRU LOAD-LIMITS-TABLE-EXIT

           SORT SORTFILE
               ON ASCENDING KEY SORT-KEY-PART
               INPUT PROCEDURE IS GATHER-AUDIT-MOVEMENTS
                   THRU GATHER-AUDIT-MOVEMENTS-EXIT
               OUTPUT PROCEDURE IS MONITOR-ACCOUNTS
                   THRU MONITOR-ACCOUNTS-EXIT

           CLOSE CASEFILE
           IF WS-HISTORY-ON
               CLOSE AUDMASTFILE
           END-IF
           IF WS-MASTER-ON
               CLOSE MASTFILE
           END-IF

           DISPLAY "ACTIVITY-MONITOR: History window from "
               WS-WINDOW-START
           DISPLAY "ACTIVITY-MONITOR: Audit records read: "
               WS-AUDIT-RECORDS-READ
           DISPLAY "ACTIVITY-MONITOR: Accounts checked:   "
               WS-ACCOUNTS-CHECKED
           DISPLAY "ACTIVITY-MONITOR: History records:    "
               WS-HISTORY-READ
           DISPLAY "ACTIVITY-MONITOR: XFIN hits:          "
               WS-XFIN-HITS
           DISPLAY "ACTIVITY-MONITOR: SWNG hits:          "
               WS-SWNG-HITS
           DISPLAY "ACTIVITY-MONITOR: OPCL hits:          "
               WS-OPCL-HITS
           DISPLAY "ACTIVITY-MONITOR: NLIM hits:          "
               WS-NLIM-HITS
           DISPLAY "ACTIVITY-MONITOR: Cases opened:       "
               WS-CASES-OPENED
           DISPLAY "ACTIVITY-MONITOR: Open cases hit again: "
               WS-CASES-HIT-AGAIN
           DISPLAY "ACTIVITY-MONITOR: Already on file:    "
               WS-ALREADY-DONE

      *    A LOST AUDITLOG OR A CASE WRITE FAILURE MEANS ACTIVITY MAY
      *    HAVE GONE UNREVIEWED; NO HISTORY MEANS THE 30-DAY RULES
      *    WERE JUDGED SHORT.
           EVALUATE TRUE
               WHEN WS-ERRORS-FOUND > 0
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-HISTORY-ON
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
                    WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
                    WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)

           PERFORM APPLY-ONE-RUN-TOKEN THRU APPLY-ONE-RUN-TOKEN-EXIT
               VARYING WS-PARM-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-PARM-TOKEN-IDX > 6

           IF WS-OPEN-DAYS > WS-HISTORY-DAYS
               DISPLAY "ACTIVITY-MONITOR: *** WARNING - OPENDAYS= "
                   "beyond the history window - using "
                   WS-HISTORY-DAYS " ***"
               MOVE WS-HISTORY-DAYS TO WS-OPEN-DAYS
           END-IF.

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
               DISPLAY "ACTIVITY-MONITOR: *** WARNING - "
                   WS-PARM-KEY " value not numeric - default "
                   "kept ***"
               GO TO APPLY-ONE-RUN-TOKEN-EXIT
           END-IF
           MOVE WS-PARM-NUMBER-TEXT TO WS-PARM-NUMBER

           EVALUATE WS-PARM-KEY
               WHEN "SENDERS"
                   MOVE WS-PARM-NUMBER TO WS-SENDERS-LIMIT
               WHEN "SWING"
                   MOVE WS-PARM-NUMBER TO WS-SWING-MULTIPLE
               WHEN "FLOOR"
                   MOVE WS-PARM-NUMBER TO WS-SWING-FLOOR
               WHEN "OPENDAYS"
                   MOVE WS-PARM-NUMBER TO WS-OPEN-DAYS
               WHEN "NEARPCT"
                   MOVE WS-PARM-NUMBER TO WS-NEAR-PERCENT
               WHEN "NEARCOUNT"
                   MOVE WS-PARM-NUMBER TO WS-NEAR-COUNT-LIMIT
               WHEN OTHER
                   DISPLAY "ACTIVITY-MONITOR: *** WARNING - unknown "
                       "parameter " WS-PARM-KEY " ignored ***"
           END-EVALUATE.

       APPLY-ONE-RUN-TOKEN-EXIT.
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

      *----------------------------------------------------------------
      *  ONE CALENDAR DAY BACK - THE MIRROR OF DATE-ROLL'S ADVANCE.
      *----------------------------------------------------------------
       RETREAT-ONE-DAY.
           IF WS-CAND-DAY > 1
               SUBTRACT 1 FROM WS-CAND-DAY
           ELSE
               IF WS-CAND-MONTH > 1
                   SUBTRACT 1 FROM WS-CAND-MONTH
               ELSE
                   MOVE 12 TO WS-CAND-MONTH
                   SUBTRACT 1 FROM WS-CAND-YEAR
               END-IF
               PERFORM SET-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-CAND-DAY
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
                   DIVIDE WS-CAND-YEAR BY 4 GIVING WS-LEAP-WORK
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-MONTH-DAYS
                       DIVIDE WS-CAND-YEAR BY 100 GIVING WS-LEAP-WORK
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 28 TO WS-MONTH-DAYS
                           DIVIDE WS-CAND-YEAR BY 400
                               GIVING WS-LEAP-WORK
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = 0
                               MOVE 29 TO WS-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

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

       LOAD-LIMITS-TABLE.
           OPEN INPUT LIMITSFILE
           IF WS-LIMITS-STATUS NOT = "00"
               DISPLAY "ACTIVITY-MONITOR: Amount limit cards not "
                   "available - near-limit checks skipped"
               GO TO LOAD-LIMITS-TABLE-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM LOAD-ONE-LIMIT
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE LIMITSFILE
           DISPLAY "ACTIVITY-MONITOR: Limit cards loaded:  "
               WS-LIMIT-COUNT.

       LOAD-LIMITS-TABLE-EXIT.
           EXIT.

       LOAD-ONE-LIMIT.
           READ LIMITSFILE INTO LIMITS-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-LIMIT-COUNT >= 200
                       IF NOT WS-LIMIT-TABLE-FULL
                           SET WS-LIMIT-TABLE-FULL TO TRUE
                           DISPLAY "ACTIVITY-MONITOR: *** WARNING - "
                               "limit table full at 200 cards - "
                               "further cards ignored ***"
                       END-IF
                   ELSE
                       IF LIM-MAX-AMOUNT NUMERIC
                           ADD 1 TO WS-LIMIT-COUNT
                           MOVE LIM-BRANCH TO
                               WS-LIMIT-ENT-BRANCH (WS-LIMIT-COUNT)
                           MOVE LIM-TRAN-TYPE TO
                               WS-LIMIT-ENT-TYPE (WS-LIMIT-COUNT)
                           MOVE LIM-MAX-AMOUNT TO
                               WS-LIMIT-ENT-MAX (WS-LIMIT-COUNT)
                           MOVE LIM-PRODUCT TO
                               WS-LIMIT-ENT-PRODUCT (WS-LIMIT-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *================================================================
      *  GATHER (THE SORT'S INPUT PROCEDURE) - EVERY MONEY MOVEMENT,
      *  OPEN AND CLOSE ON THE DAY'S AUDITLOG. CUSTOMER DETAIL
      *  CHANGES CARRY NO AMOUNT AND ARE LEFT OUT. THE EARLIEST
      *  TIMESTAMP SEEN BOUNDS THE HISTORY WINDOW.
      *================================================================
       GATHER-AUDIT-MOVEMENTS.
           OPEN INPUT AUDITFILE
           IF WS-AUDITFILE-STATUS NOT = "00"
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "ACTIVITY-MONITOR: *** ERROR - AUDITLOG OPEN "
                   "FAILED, STATUS: " WS-AUDITFILE-STATUS
                   " - NOTHING MONITORED ***"
               GO TO GATHER-AUDIT-MOVEMENTS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM GATHER-ONE-MOVEMENT
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE AUDITFILE.

       GATHER-AUDIT-MOVEMENTS-EXIT.
           EXIT.

       GATHER-ONE-MOVEMENT.
           READ AUDITFILE INTO AUDIT-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-AUDIT-RECORDS-READ
                   IF AUD-KEY NOT = SPACES
                       AND AUD-TRAN-TYPE NOT = "N"
                       PERFORM RELEASE-ONE-MOVEMENT
                   END-IF
           END-READ.

       RELEASE-ONE-MOVEMENT.
           MOVE SPACES TO SORT-RECORD
           MOVE AUD-KEY TO SORT-ACCOUNT
           MOVE AUD-TIMESTAMP TO SORT-TIMESTAMP
           MOVE AUD-TRAN-TYPE TO SORT-TRAN-TYPE
           MOVE AUD-BRANCH TO SORT-BRANCH
           MOVE AUD-LINK-KEY TO SORT-LINK-KEY
           MOVE 0 TO SORT-OLD-AMOUNT SORT-NEW-AMOUNT
           IF AUD-OLD-AMOUNT NOT = SPACES
               MOVE AUD-OLD-AMOUNT TO SORT-OLD-AMOUNT
           END-IF
           IF AUD-NEW-AMOUNT NOT = SPACES
               MOVE AUD-NEW-AMOUNT TO SORT-NEW-AMOUNT
           END-IF
           IF AUD-TIMESTAMP < WS-FIRST-STAMP
               MOVE AUD-TIMESTAMP TO WS-FIRST-STAMP
           END-IF
           RELEASE SORT-RECORD.

      *================================================================
      *  MONITOR (THE SORT'S OUTPUT PROCEDURE) - A CONTROL BREAK ON
      *  THE ACCOUNT. TODAY'S MOVEMENTS ARE TOTALLED AS THEY COME
      *  BACK; AT THE BREAK THE HISTORY IS READ AND THE RULES RUN.
      *================================================================
       MONITOR-ACCOUNTS.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE SPACES TO WS-ACC-ACCOUNT
           PERFORM RETURN-ONE-MOVEMENT THRU RETURN-ONE-MOVEMENT-EXIT
               UNTIL WS-SORT-EOF
           IF WS-ACC-ACCOUNT NOT = SPACES
               PERFORM FINISH-ACCOUNT THRU FINISH-ACCOUNT-EXIT
           END-IF.

       MONITOR-ACCOUNTS-EXIT.
           EXIT.

       RETURN-ONE-MOVEMENT.
           RETURN SORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO RETURN-ONE-MOVEMENT-EXIT
           END-RETURN

           IF SORT-ACCOUNT NOT = WS-ACC-ACCOUNT
               IF WS-ACC-ACCOUNT NOT = SPACES
                   PERFORM FINISH-ACCOUNT THRU FINISH-ACCOUNT-EXIT
               END-IF
               PERFORM START-ACCOUNT THRU START-ACCOUNT-EXIT
           END-IF

           PERFORM COLLECT-TODAY-MOVEMENT
               THRU COLLECT-TODAY-MOVEMENT-EXIT.

       RETURN-ONE-MOVEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  A NEW ACCOUNT - CLEAR THE FIGURES AND TAKE THE BRANCH AND
      *  PRODUCT FROM THE MASTER (THE AUDIT BRANCH IF THERE IS NONE).
      *----------------------------------------------------------------
       START-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-CHECKED
           MOVE SORT-ACCOUNT TO WS-ACC-ACCOUNT
           MOVE SORT-BRANCH TO WS-ACC-BRANCH
           MOVE SPACES TO WS-ACC-PRODUCT WS-ACC-OPEN-DATE
               WS-ACC-CLOSE-DATE
           MOVE 'N' TO WS-ACC-CLOSED-SW
           MOVE 0 TO WS-DAY-GROSS WS-DAY-NEAR-COUNT WS-INBOUND-COUNT
               WS-INBOUND-TOTAL WS-HIST-GROSS WS-HIST-NEAR-COUNT
               WS-SENDER-COUNT

           IF WS-MASTER-ON
               MOVE SORT-ACCOUNT TO MAST-KEY
               READ MASTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MAST-BRANCH TO WS-ACC-BRANCH
                       MOVE MAST-PRODUCT TO WS-ACC-PRODUCT
               END-READ
           END-IF.

       START-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  ONE OF TODAY'S MOVEMENTS. GROSS MOVEMENT IS EVERY BALANCE
      *  CHANGE REGARDLESS OF DIRECTION. THE INBOUND LEG OF A
      *  TRANSFER (THE BALANCE WENT UP) NAMES ITS SENDER IN THE LINK
      *  KEY. OPENS, DEPOSITS, WITHDRAWALS AND TRANSFERS ARE THE
      *  TYPES THE AMOUNT LIMITS APPLY TO.
      *----------------------------------------------------------------
       COLLECT-TODAY-MOVEMENT.
           COMPUTE WS-MOVE-AMOUNT = SORT-NEW-AMOUNT - SORT-OLD-AMOUNT
           IF WS-MOVE-AMOUNT < 0
               COMPUTE WS-MOVE-ABS = 0 - WS-MOVE-AMOUNT
           ELSE
               MOVE WS-MOVE-AMOUNT TO WS-MOVE-ABS
           END-IF

           EVALUATE SORT-TRAN-TYPE
               WHEN "P"
               WHEN "W"
               WHEN "C"
                   ADD WS-MOVE-ABS TO WS-DAY-GROSS
               WHEN "X"
                   ADD WS-MOVE-ABS TO WS-DAY-GROSS
                   IF WS-MOVE-AMOUNT > 0
                       ADD 1 TO WS-INBOUND-COUNT
                       ADD WS-MOVE-AMOUNT TO WS-INBOUND-TOTAL
                       PERFORM NOTE-SENDER THRU NOTE-SENDER-EXIT
                   END-IF
               WHEN "A"
                   MOVE SORT-TIMESTAMP(1:8) TO WS-ACC-OPEN-DATE
               WHEN "D"
                   SET WS-ACC-CLOSED-TODAY TO TRUE
                   MOVE SORT-TIMESTAMP(1:8) TO WS-ACC-CLOSE-DATE
               WHEN "R"
                   MOVE 'N' TO WS-ACC-CLOSED-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF SORT-TRAN-TYPE = "A" OR "P" OR "W" OR "X"
               MOVE SORT-BRANCH TO WS-LIMIT-TEST-BRANCH
               MOVE SORT-TRAN-TYPE TO WS-LIMIT-TEST-TYPE
               PERFORM TEST-NEAR-LIMIT THRU TEST-NEAR-LIMIT-EXIT
               IF WS-NEAR-HIT
                   ADD 1 TO WS-DAY-NEAR-COUNT
               END-IF
           END-IF.

       COLLECT-TODAY-MOVEMENT-EXIT.
           EXIT.

       NOTE-SENDER.
           IF SORT-LINK-KEY = SPACES
               GO TO NOTE-SENDER-EXIT
           END-IF
           MOVE 'N' TO WS-SENDER-FOUND-SW
           PERFORM CHECK-ONE-SENDER
               VARYING WS-SENDER-SUB FROM 1 BY 1
               UNTIL WS-SENDER-SUB > WS-SENDER-COUNT
                  OR WS-SENDER-FOUND
           IF WS-SENDER-FOUND OR WS-SENDER-COUNT >= 50
               GO TO NOTE-SENDER-EXIT
           END-IF
           ADD 1 TO WS-SENDER-COUNT
           MOVE SORT-LINK-KEY TO WS-SENDER-KEY (WS-SENDER-COUNT).

       NOTE-SENDER-EXIT.
           EXIT.

       CHECK-ONE-SENDER.
           IF WS-SENDER-KEY (WS-SENDER-SUB) = SORT-LINK-KEY
               SET WS-SENDER-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *  IS WS-MOVE-ABS JUST UNDER ITS AMOUNT LIMIT? NO CARD MEANS NO
      *  LIMIT AND SO NOTHING TO BE NEAR. AN AMOUNT OVER THE LIMIT
      *  WAS RELEASED BY AN APPROVAL AND IS NOT COUNTED.
      *----------------------------------------------------------------
       TEST-NEAR-LIMIT.
           MOVE 'N' TO WS-NEAR-HIT-SW
           IF WS-LIMIT-COUNT = 0 OR WS-MOVE-ABS = 0
               GO TO TEST-NEAR-LIMIT-EXIT
           END-IF

           MOVE 'N' TO WS-LIMIT-FOUND-SW
           MOVE WS-LIMIT-TEST-BRANCH TO WS-LIMIT-MATCH-BRANCH
           PERFORM SCAN-LIMITS-FOR-BRANCH
               THRU SCAN-LIMITS-FOR-BRANCH-EXIT
           IF NOT WS-LIMIT-FOUND
               MOVE "*ALL" TO WS-LIMIT-MATCH-BRANCH
               PERFORM SCAN-LIMITS-FOR-BRANCH
                   THRU SCAN-LIMITS-FOR-BRANCH-EXIT
           END-IF
           IF NOT WS-LIMIT-FOUND
               GO TO TEST-NEAR-LIMIT-EXIT
           END-IF

           IF WS-MOVE-ABS NOT > WS-LIMIT-MAX
               AND WS-MOVE-ABS * 100
                   NOT < WS-LIMIT-MAX * WS-NEAR-PERCENT
               SET WS-NEAR-HIT TO TRUE
           END-IF.

       TEST-NEAR-LIMIT-EXIT.
           EXIT.

       SCAN-LIMITS-FOR-BRANCH.
           IF WS-ACC-PRODUCT NOT = SPACES
               MOVE WS-ACC-PRODUCT TO WS-LIMIT-MATCH-PRODUCT
               PERFORM SCAN-ONE-LIMIT
                   VARYING WS-LIMIT-SUB FROM 1 BY 1
                   UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
                      OR WS-LIMIT-FOUND
               IF WS-LIMIT-FOUND
                   GO TO SCAN-LIMITS-FOR-BRANCH-EXIT
               END-IF
           END-IF

           MOVE SPACES TO WS-LIMIT-MATCH-PRODUCT
           PERFORM SCAN-ONE-LIMIT
               VARYING WS-LIMIT-SUB FROM 1 BY 1
               UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
                  OR WS-LIMIT-FOUND.

       SCAN-LIMITS-FOR-BRANCH-EXIT.
           EXIT.

       SCAN-ONE-LIMIT.
           IF WS-LIMIT-ENT-BRANCH (WS-LIMIT-SUB)
               = WS-LIMIT-MATCH-BRANCH
               AND WS-LIMIT-ENT-TYPE (WS-LIMIT-SUB)
                   = WS-LIMIT-TEST-TYPE
               AND WS-LIMIT-ENT-PRODUCT (WS-LIMIT-SUB)
                   = WS-LIMIT-MATCH-PRODUCT
               SET WS-LIMIT-FOUND TO TRUE
               MOVE WS-LIMIT-ENT-MAX (WS-LIMIT-SUB) TO WS-LIMIT-MAX
           END-IF.

      *================================================================
      *  END OF ONE ACCOUNT - READ ITS HISTORY, THEN RUN THE RULES.
      *================================================================
       FINISH-ACCOUNT.
           IF WS-HISTORY-ON
               PERFORM READ-ACCOUNT-HISTORY
                   THRU READ-ACCOUNT-HISTORY-EXIT
           END-IF

           IF WS-SENDER-COUNT >= WS-SENDERS-LIMIT
               PERFORM RAISE-XFIN-HIT
           END-IF

           IF WS-HIST-GROSS > 0
               AND WS-DAY-GROSS NOT < WS-SWING-FLOOR
               DIVIDE WS-HIST-GROSS BY WS-HISTORY-DAYS
                   GIVING WS-HIST-NORM ROUNDED
               COMPUTE WS-SWING-TEST =
                   WS-HIST-NORM * WS-SWING-MULTIPLE
               IF WS-DAY-GROSS > WS-SWING-TEST
                   PERFORM RAISE-SWNG-HIT
               END-IF
           END-IF

           IF WS-ACC-CLOSED-TODAY
               AND WS-ACC-OPEN-DATE NOT = SPACES
               AND WS-ACC-OPEN-DATE NUMERIC
               MOVE WS-ACC-OPEN-DATE TO WS-CD-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
                   THRU CONVERT-DATE-TO-SERIAL-EXIT
               COMPUTE WS-DAYS-OPEN = WS-RUN-SERIAL - WS-CD-SERIAL
               IF WS-DAYS-OPEN NOT > WS-OPEN-DAYS
                   PERFORM RAISE-OPCL-HIT
               END-IF
           END-IF

           COMPUTE WS-TOTAL-NEAR-COUNT =
               WS-DAY-NEAR-COUNT + WS-HIST-NEAR-COUNT
           IF WS-DAY-NEAR-COUNT > 0
               AND WS-TOTAL-NEAR-COUNT NOT < WS-NEAR-COUNT-LIMIT
               PERFORM RAISE-NLIM-HIT
           END-IF.

       FINISH-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE ACCOUNT'S AUDMAST RANGE FROM THE WINDOW START UP TO
      *  TODAY'S FIRST AUDIT TIMESTAMP. AN OPEN IN THE WINDOW IS
      *  KEPT UNLESS TODAY ALREADY HAD ONE.
      *----------------------------------------------------------------
       READ-ACCOUNT-HISTORY.
           MOVE 'N' TO WS-HIST-DONE-SW
           MOVE SPACES TO AUDH-KEY
           MOVE WS-ACC-ACCOUNT TO AUDH-ACCT-KEY
           MOVE WS-WINDOW-START TO AUDH-TIMESTAMP(1:8)
           MOVE "000000" TO AUDH-TIMESTAMP(9:6)
           MOVE 0 TO AUDH-SEQ
           START AUDMASTFILE KEY IS NOT LESS THAN AUDH-KEY
               INVALID KEY
                   GO TO READ-ACCOUNT-HISTORY-EXIT
           END-START
           PERFORM READ-ONE-HISTORY THRU READ-ONE-HISTORY-EXIT
               UNTIL WS-HIST-DONE.

       READ-ACCOUNT-HISTORY-EXIT.
           EXIT.

       READ-ONE-HISTORY.
           READ AUDMASTFILE NEXT RECORD
               AT END
                   SET WS-HIST-DONE TO TRUE
                   GO TO READ-ONE-HISTORY-EXIT
           END-READ
           IF AUDH-ACCT-KEY NOT = WS-ACC-ACCOUNT
               OR AUDH-TIMESTAMP NOT < WS-FIRST-STAMP
               SET WS-HIST-DONE TO TRUE
               GO TO READ-ONE-HISTORY-EXIT
           END-IF
           ADD 1 TO WS-HISTORY-READ

           MOVE 0 TO WS-HIST-OLD-AMOUNT WS-HIST-NEW-AMOUNT
           IF AUDH-OLD-AMOUNT NOT = SPACES
               MOVE AUDH-OLD-AMOUNT TO WS-HIST-OLD-AMOUNT
           END-IF
           IF AUDH-NEW-AMOUNT NOT = SPACES
               MOVE AUDH-NEW-AMOUNT TO WS-HIST-NEW-AMOUNT
           END-IF
           COMPUTE WS-MOVE-AMOUNT =
               WS-HIST-NEW-AMOUNT - WS-HIST-OLD-AMOUNT
           IF WS-MOVE-AMOUNT < 0
               COMPUTE WS-MOVE-ABS = 0 - WS-MOVE-AMOUNT
           ELSE
               MOVE WS-MOVE-AMOUNT TO WS-MOVE-ABS
           END-IF

           EVALUATE AUDH-TRAN-TYPE
               WHEN "P"
               WHEN "W"
               WHEN "C"
               WHEN "X"
                   ADD WS-MOVE-ABS TO WS-HIST-GROSS
               WHEN "A"
                   IF WS-ACC-OPEN-DATE = SPACES
                       OR WS-ACC-OPEN-DATE < WS-WINDOW-START
                       MOVE AUDH-TIMESTAMP(1:8) TO WS-ACC-OPEN-DATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF AUDH-TRAN-TYPE = "A" OR "P" OR "W" OR "X"
               MOVE AUDH-BRANCH TO WS-LIMIT-TEST-BRANCH
               MOVE AUDH-TRAN-TYPE TO WS-LIMIT-TEST-TYPE
               PERFORM TEST-NEAR-LIMIT THRU TEST-NEAR-LIMIT-EXIT
               IF WS-NEAR-HIT
                   ADD 1 TO WS-HIST-NEAR-COUNT
               END-IF
           END-IF.

       READ-ONE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE FOUR RULES - EACH SETS UP ITS HIT AND RECORDS IT.
      *----------------------------------------------------------------
       RAISE-XFIN-HIT.
           ADD 1 TO WS-XFIN-HITS
           MOVE "XFIN" TO WS-HIT-RULE
           MOVE WS-INBOUND-TOTAL TO WS-HIT-METRIC
           MOVE 0 TO WS-HIT-NORM
           MOVE SPACES TO WS-HIT-DETAIL
           MOVE WS-SENDER-COUNT TO WS-ED-COUNT
           STRING "INBOUND TRANSFERS FROM" DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               " ACCOUNTS" DELIMITED BY SIZE
               INTO WS-HIT-DETAIL
           PERFORM RECORD-CASE-HIT THRU RECORD-CASE-HIT-EXIT.

       RAISE-SWNG-HIT.
           ADD 1 TO WS-SWNG-HITS
           MOVE "SWNG" TO WS-HIT-RULE
           MOVE WS-DAY-GROSS TO WS-HIT-METRIC
           MOVE WS-HIST-NORM TO WS-HIT-NORM
           MOVE SPACES TO WS-HIT-DETAIL
           MOVE WS-SWING-MULTIPLE TO WS-ED-COUNT
           STRING "DAY'S MOVEMENT OVER" DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               " X 30-DAY NORM" DELIMITED BY SIZE
               INTO WS-HIT-DETAIL
           PERFORM RECORD-CASE-HIT THRU RECORD-CASE-HIT-EXIT.

       RAISE-OPCL-HIT.
           ADD 1 TO WS-OPCL-HITS
           MOVE "OPCL" TO WS-HIT-RULE
           MOVE WS-DAYS-OPEN TO WS-HIT-METRIC
           MOVE 0 TO WS-HIT-NORM
           MOVE SPACES TO WS-HIT-DETAIL
           STRING "OPENED " DELIMITED BY SIZE
               WS-ACC-OPEN-DATE DELIMITED BY SIZE
               " CLOSED " DELIMITED BY SIZE
               WS-ACC-CLOSE-DATE DELIMITED BY SIZE
               INTO WS-HIT-DETAIL
           PERFORM RECORD-CASE-HIT THRU RECORD-CASE-HIT-EXIT.

       RAISE-NLIM-HIT.
           ADD 1 TO WS-NLIM-HITS
           MOVE "NLIM" TO WS-HIT-RULE
           MOVE WS-TOTAL-NEAR-COUNT TO WS-HIT-METRIC
           MOVE 0 TO WS-HIT-NORM
           MOVE SPACES TO WS-HIT-DETAIL
           MOVE WS-TOTAL-NEAR-COUNT TO WS-ED-COUNT
           STRING WS-ED-COUNT DELIMITED BY SIZE
               " AMOUNTS JUST UNDER LIMIT IN 30 DAYS"
                   DELIMITED BY SIZE
               INTO WS-HIT-DETAIL
           PERFORM RECORD-CASE-HIT THRU RECORD-CASE-HIT-EXIT.

      *================================================================
      *  RECORD ONE HIT. AN OPEN CASE FOR THE SAME ACCOUNT AND RULE
      *  TAKES THE HIT (ONCE PER BUSINESS DATE - A RERUN FINDS ITS
      *  LAST HIT DATE ALREADY TODAY). OTHERWISE A NEW CASE IS OPENED
      *  UNDER TODAY'S DATE; ONE ALREADY THERE IS A RERUN, OR A CASE
      *  OPENED AND CLOSED TODAY, AND IS LEFT ALONE.
      *================================================================
       RECORD-CASE-HIT.
           DISPLAY "ACTIVITY-MONITOR: " WS-HIT-RULE " hit on "
               WS-ACC-ACCOUNT " branch " WS-ACC-BRANCH " - "
               WS-HIT-DETAIL

           PERFORM FIND-OPEN-CASE THRU FIND-OPEN-CASE-EXIT
           IF WS-OPEN-CASE-KEY NOT = SPACES
               PERFORM ADD-HIT-TO-CASE THRU ADD-HIT-TO-CASE-EXIT
               GO TO RECORD-CASE-HIT-EXIT
           END-IF

           MOVE SPACES TO CASE-RECORD
           MOVE WS-ACC-ACCOUNT TO CASE-ACCOUNT
           MOVE WS-HIT-RULE TO CASE-RULE
           MOVE WS-BUSINESS-DATE-X TO CASE-OPEN-DATE
           MOVE WS-ACC-BRANCH TO CASE-BRANCH
           SET CASE-OPEN TO TRUE
           MOVE WS-HIT-DETAIL TO CASE-DETAIL
           MOVE 1 TO CASE-HIT-COUNT
           MOVE WS-BUSINESS-DATE-X TO CASE-LAST-HIT-DATE
           MOVE WS-HIT-METRIC TO CASE-METRIC
           MOVE WS-HIT-NORM TO CASE-NORM
           WRITE CASE-RECORD
               INVALID KEY
                   IF WS-CASEFILE-STATUS = "22"
                       ADD 1 TO WS-ALREADY-DONE
                   ELSE
                       ADD 1 TO WS-ERRORS-FOUND
                       DISPLAY "ACTIVITY-MONITOR: *** ERROR - "
                           "CASEFILE WRITE FAILED FOR "
                           WS-ACC-ACCOUNT ", STATUS: "
                           WS-CASEFILE-STATUS " ***"
                   END-IF
                   GO TO RECORD-CASE-HIT-EXIT
           END-WRITE
           ADD 1 TO WS-CASES-OPENED.

       RECORD-CASE-HIT-EXIT.
           EXIT.

       ADD-HIT-TO-CASE.
           MOVE WS-OPEN-CASE-KEY TO CASE-KEY
           READ CASEFILE
               INVALID KEY
                   GO TO ADD-HIT-TO-CASE-EXIT
           END-READ
           IF CASE-LAST-HIT-DATE NOT < WS-BUSINESS-DATE-X
               ADD 1 TO WS-ALREADY-DONE
               GO TO ADD-HIT-TO-CASE-EXIT
           END-IF

           ADD 1 TO CASE-HIT-COUNT
           MOVE WS-BUSINESS-DATE-X TO CASE-LAST-HIT-DATE
           MOVE WS-HIT-DETAIL TO CASE-DETAIL
           MOVE WS-HIT-METRIC TO CASE-METRIC
           MOVE WS-HIT-NORM TO CASE-NORM
           REWRITE CASE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "ACTIVITY-MONITOR: *** ERROR - CASEFILE "
                       "REWRITE FAILED FOR " CASE-ACCOUNT
                       ", STATUS: " WS-CASEFILE-STATUS " ***"
                   GO TO ADD-HIT-TO-CASE-EXIT
           END-REWRITE
           ADD 1 TO WS-CASES-HIT-AGAIN.

       ADD-HIT-TO-CASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE ACCOUNT'S CASES UNDER THE HIT'S RULE, OLDEST FIRST. THE
      *  LATEST STILL OPEN IS THE ONE A FURTHER HIT IS COUNTED ON.
      *----------------------------------------------------------------
       FIND-OPEN-CASE.
           MOVE SPACES TO WS-OPEN-CASE-KEY
           MOVE 'N' TO WS-CASE-SCAN-DONE-SW
           MOVE WS-ACC-ACCOUNT TO CASE-ACCOUNT
           MOVE WS-HIT-RULE TO CASE-RULE
           MOVE LOW-VALUES TO CASE-OPEN-DATE
           START CASEFILE KEY IS NOT LESS THAN CASE-KEY
               INVALID KEY
                   GO TO FIND-OPEN-CASE-EXIT
           END-START
           PERFORM SCAN-ONE-CASE
               UNTIL WS-CASE-SCAN-DONE.

       FIND-OPEN-CASE-EXIT.
           EXIT.

       SCAN-ONE-CASE.
           READ CASEFILE NEXT RECORD
               AT END
                   SET WS-CASE-SCAN-DONE TO TRUE
               NOT AT END
                   IF CASE-ACCOUNT NOT = WS-ACC-ACCOUNT
                       OR CASE-RULE NOT = WS-HIT-RULE
                       SET WS-CASE-SCAN-DONE TO TRUE
                   ELSE
                       IF CASE-OPEN
                           MOVE CASE-KEY TO WS-OPEN-CASE-KEY
                       END-IF
                   END-IF
           END-READ.

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
               DISPLAY "ACTIVITY-MONITOR: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "ACTIVITY-MONITOR" TO ALR-PROGRAM
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
