       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-CONFIRM.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  DAILY BALANCE CONFIRMATION. THE CORE/CORRESPONDENT SYSTEM
      *  SENDS ITS CLOSING BALANCE FOR EVERY ACCOUNT (BALIN) AS OF A
      *  BUSINESS DATE NAMED IN THE FILE HEADER; EACH IS COMPARED
      *  WITH MAST-AMOUNT AS OF THE SAME DATE.
      *    1. THE FILE MUST BEGIN WITH ITS HEADER AND END WITH A
      *       TRAILER WHOSE RECORD COUNT AND BALANCE TOTAL PROVE.
      *    2. THE MASTER MUST STAND AT THE AS-OF DATE: ITS DATAPROC
      *       POSTING ENDED CLEAN ON RUNCTL AND NO LATER DATE HAS
      *       BEEN POSTED SINCE. OTHERWISE MAST-AMOUNT IS NOT THE
      *       BALANCE THE OTHER SIDE IS QUOTING.
      *  EITHER FAILURE REFUSES THE RUN (RC=8) BEFORE BRKFILE IS
      *  TOUCHED. THE FILE IS SORTED INTO ACCOUNT ORDER AND MATCHED
      *  AGAINST THE MASTER IN KEY ORDER:
      *      D  ON BOTH SIDES WITH DIFFERENT BALANCES
      *      M  ON OUR MASTER ONLY (A CLOSED ACCOUNT AT ZERO IS NOT
      *         EXPECTED ON THEIR FILE AND IS NOT A BREAK)
      *      E  ON THEIR FILE ONLY
      *  EVERY BREAK IS KEPT ON BRKFILE (SEE BRKREC), WHICH CARRIES
      *  IT FORWARD WITH THE DATE IT WAS FIRST SEEN UNTIL THE DAY
      *  THE ACCOUNT AGREES, WHEN IT IS CLEARED. THE OPEN BREAKS ARE
      *  LISTED BY BRANCH ON BRKRPT WITH THEIR AGE AND THE OVERALL
      *  NET DIFFERENCE. RC=4 WHILE ANY BREAK IS OPEN. A RERUN FOR
      *  THE SAME AS-OF DATE GIVES THE SAME RESULT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALINFILE ASSIGN TO "BALIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALIN-STATUS.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT RUNCTLFILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
      *    THE BREAKS FILE - CREATED THE FIRST TIME THE PROGRAM RUNS,
      *    AS OVERDRAWN-REPORT DOES FOR ODTRACK.
           SELECT BRKFILE ASSIGN TO "BRKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRK-KEY
               FILE STATUS IS WS-BRKFILE-STATUS.
           SELECT BRKRPTFILE ASSIGN TO "BRKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALSORTFILE ASSIGN TO "SORTWK1".
           SELECT BRKSORTFILE ASSIGN TO "SORTWK2".
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE EXTERNAL BALANCE FILE - AN H HEADER, ONE D RECORD PER
      *    ACCOUNT IN ANY ORDER, AND A T TRAILER. SIGNED AMOUNTS
      *    CARRY A LEADING + OR -.
       FD  BALINFILE.
       01  BALIN-RECORD.
           05  BALIN-REC-TYPE       PIC X(1).
               88  BALIN-IS-HEADER             VALUE "H".
               88  BALIN-IS-DETAIL             VALUE "D".
               88  BALIN-IS-TRAILER            VALUE "T".
           05  FILLER               PIC X(79).
       01  BALIN-HEADER-RECORD.
           05  FILLER               PIC X(2).
           05  BALIN-AS-OF-DATE     PIC X(8).
           05  FILLER               PIC X(1).
           05  BALIN-SOURCE         PIC X(20).
           05  FILLER               PIC X(49).
       01  BALIN-DETAIL-RECORD.
           05  FILLER               PIC X(2).
           05  BALIN-KEY            PIC X(10).
           05  FILLER               PIC X(1).
           05  BALIN-BRANCH         PIC X(4).
           05  FILLER               PIC X(1).
           05  BALIN-BALANCE        PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05  FILLER               PIC X(50).
       01  BALIN-TRAILER-RECORD.
           05  FILLER               PIC X(2).
           05  BALIN-RECORD-COUNT   PIC 9(7).
           05  FILLER               PIC X(1).
           05  BALIN-BALANCE-TOTAL  PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05  FILLER               PIC X(56).

       FD  MASTFILE.
           COPY "mastrec".

       FD  RUNCTLFILE.
           COPY "runctl".

       FD  BRKFILE.
           COPY "brkrec".

       FD  BRKRPTFILE.
       01  BRKRPT-LINE              PIC X(132).

       SD  BALSORTFILE.
       01  BALSORT-RECORD.
           05  BALSORT-ACCOUNT      PIC X(10).
           05  BALSORT-BRANCH       PIC X(4).
           05  BALSORT-BALANCE      PIC S9(9)V99.

       SD  BRKSORTFILE.
       01  BRKSORT-RECORD.
           05  BRKSORT-KEY-PART.
               10  BRKSORT-BRANCH   PIC X(4).
               10  BRKSORT-ACCOUNT  PIC X(10).
           05  BRKSORT-TYPE         PIC X(1).
           05  BRKSORT-OUR-BALANCE  PIC S9(9)V99.
           05  BRKSORT-THEIR-BALANCE PIC S9(9)V99.
           05  BRKSORT-DIFFERENCE   PIC S9(9)V99.
           05  BRKSORT-FIRST-DATE   PIC X(8).
           05  BRKSORT-AGE          PIC 9(5).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BALIN-STATUS         PIC X(2)    VALUE SPACES.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-RUNCTL-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-BRKFILE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-SORT-EOF-SW          PIC X       VALUE 'N'.
           88  WS-SORT-EOF                     VALUE 'Y'.
       01  WS-REFUSED-SW           PIC X       VALUE 'N'.
           88  WS-REFUSED                      VALUE 'Y'.
       01  WS-TRAILER-SW           PIC X       VALUE 'N'.
           88  WS-TRAILER-SEEN                 VALUE 'Y'.
       01  WS-REFUSE-TEXT          PIC X(60)   VALUE SPACES.

       01  WS-AS-OF-DATE           PIC X(8)    VALUE SPACES.
       01  WS-AS-OF-NUM REDEFINES WS-AS-OF-DATE
                                   PIC 9(8).
       01  WS-AS-OF-SERIAL         PIC 9(7)    VALUE 0.

      *----------------------------------------------------------------
      *  THE CURRENT ACCOUNT ON EACH SIDE OF THE MATCH. HIGH-VALUES
      *  IN A KEY MEANS THAT SIDE HAS RUN OUT.
      *----------------------------------------------------------------
       01  WS-OUR-KEY              PIC X(10)   VALUE SPACES.
       01  WS-OUR-BRANCH           PIC X(4)    VALUE SPACES.
       01  WS-OUR-BALANCE          PIC S9(9)V99 VALUE 0.
       01  WS-OUR-CLOSED-SW        PIC X       VALUE 'N'.
           88  WS-OUR-CLOSED-AT-ZERO           VALUE 'Y'.
       01  WS-THEIR-KEY            PIC X(10)   VALUE SPACES.
       01  WS-THEIR-BRANCH         PIC X(4)    VALUE SPACES.
       01  WS-THEIR-BALANCE        PIC S9(9)V99 VALUE 0.

       01  WS-NEW-BREAK.
           05  WS-NB-KEY           PIC X(10).
           05  WS-NB-BRANCH        PIC X(4).
           05  WS-NB-TYPE          PIC X(1).
           05  WS-NB-OUR-BALANCE   PIC S9(9)V99.
           05  WS-NB-THEIR-BALANCE PIC S9(9)V99.

       01  WS-BALIN-RECORDS        PIC 9(7)    VALUE 0.
       01  WS-DETAIL-COUNT         PIC 9(7)    VALUE 0.
       01  WS-DETAIL-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-COMPARED-COUNT       PIC 9(7)    VALUE 0.
       01  WS-MATCHED-COUNT        PIC 9(7)    VALUE 0.
       01  WS-DUPLICATE-COUNT      PIC 9(7)    VALUE 0.
       01  WS-DIFFERENT-COUNT      PIC 9(7)    VALUE 0.
       01  WS-OURS-ONLY-COUNT      PIC 9(7)    VALUE 0.
       01  WS-THEIRS-ONLY-COUNT    PIC 9(7)    VALUE 0.
       01  WS-NEW-BREAK-COUNT      PIC 9(7)    VALUE 0.
       01  WS-CLEARED-COUNT        PIC 9(7)    VALUE 0.
       01  WS-OPEN-BREAK-COUNT     PIC 9(7)    VALUE 0.
       01  WS-NET-DIFFERENCE       PIC S9(11)V99 VALUE 0.
       01  WS-PREV-BRANCH          PIC X(4)    VALUE SPACES.
       01  WS-BR-COUNT             PIC 9(7)    VALUE 0.
       01  WS-BR-TOTAL             PIC S9(11)V99 VALUE 0.
       01  WS-DAYS-OPEN            PIC S9(7)   VALUE 0.

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

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(38)   VALUE
               "BALANCE CONFIRMATION BREAKS BY BRANCH ".
           05  FILLER              PIC X(6)    VALUE "AS OF ".
           05  WK-AS-OF-DATE       PIC X(8).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(6)    VALUE "BRCH".
           05  FILLER              PIC X(12)   VALUE "ACCOUNT".
           05  FILLER              PIC X(13)   VALUE "TYPE".
           05  FILLER              PIC X(15)   VALUE "      OUR BAL".
           05  FILLER              PIC X(15)   VALUE "    THEIR BAL".
           05  FILLER              PIC X(15)   VALUE "   DIFFERENCE".
           05  FILLER              PIC X(12)   VALUE "FIRST SEEN".
           05  FILLER              PIC X(5)    VALUE "  AGE".

       01  WS-RPT-DETAIL-LINE.
           05  WK-BRANCH           PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-KEY              PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-TYPE             PIC X(11).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-OUR-BALANCE      PIC -(9)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-THEIR-BALANCE    PIC -(9)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-DIFFERENCE       PIC -(9)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-FIRST-DATE       PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-AGE              PIC ZZZZ9.
           05  WK-AGE-X REDEFINES WK-AGE
                                   PIC X(5).

       01  WS-RPT-TOTAL-LINE.
           05  WK-TOTAL-LABEL      PIC X(26).
           05  WK-TOTAL-COUNT      PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-TOTAL-AMOUNT     PIC -(11)9.99.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BALANCE-CONFIRM: Starting daily balance "
               "confirmation..."
           OPEN OUTPUT BRKRPTFILE

           PERFORM READ-FILE-HEADER THRU READ-FILE-HEADER-EXIT
           IF NOT WS-REFUSED
               PERFORM PROVE-AS-OF-DATE THRU PROVE-AS-OF-DATE-EXIT
           END-IF
           IF WS-REFUSED
               PERFORM REFUSE-RUN
           END-IF

           MOVE WS-AS-OF-NUM TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           MOVE WS-CD-SERIAL TO WS-AS-OF-SERIAL
           PERFORM WRITE-REPORT-HEADER

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS NOT = "00"
               STRING "MASTFILE OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   WS-MASTFILE-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               PERFORM REFUSE-RUN
           END-IF

           OPEN I-O BRKFILE
           IF WS-BRKFILE-STATUS = "35"
      *        FIRST-EVER RUN - THE BREAKS FILE DOES NOT EXIST YET, SO
      *        CREATE IT RATHER THAN FAIL.
               OPEN OUTPUT BRKFILE
               CLOSE BRKFILE
               OPEN I-O BRKFILE
           END-IF
           IF WS-BRKFILE-STATUS NOT = "00"
               CLOSE MASTFILE
               STRING "BRKFILE OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   WS-BRKFILE-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               PERFORM REFUSE-RUN
           END-IF

           SORT BALSORTFILE
               ON ASCENDING KEY BALSORT-ACCOUNT
               INPUT PROCEDURE IS GATHER-THEIR-BALANCES
                   THRU GATHER-THEIR-BALANCES-EXIT
               OUTPUT PROCEDURE IS MATCH-BALANCES
                   THRU MATCH-BALANCES-EXIT
           CLOSE MASTFILE

           IF WS-REFUSED
               CLOSE BRKFILE
               PERFORM REFUSE-RUN
           END-IF

           SORT BRKSORTFILE
               ON ASCENDING KEY BRKSORT-KEY-PART
               INPUT PROCEDURE IS CARRY-BREAKS-FORWARD
                   THRU CARRY-BREAKS-FORWARD-EXIT
               OUTPUT PROCEDURE IS REPORT-OPEN-BREAKS
                   THRU REPORT-OPEN-BREAKS-EXIT

           PERFORM WRITE-GRAND-TOTALS
           CLOSE BRKFILE
           CLOSE BRKRPTFILE

           DISPLAY "BALANCE-CONFIRM: Confirmation completed as of "
               WS-AS-OF-DATE
           DISPLAY "BALANCE-CONFIRM: Accounts compared:   "
               WS-COMPARED-COUNT
           DISPLAY "BALANCE-CONFIRM: Agreed:             "
               WS-MATCHED-COUNT
           DISPLAY "BALANCE-CONFIRM: Balance differences: "
               WS-DIFFERENT-COUNT
           DISPLAY "BALANCE-CONFIRM: On our master only: "
               WS-OURS-ONLY-COUNT
           DISPLAY "BALANCE-CONFIRM: On their file only: "
               WS-THEIRS-ONLY-COUNT
           DISPLAY "BALANCE-CONFIRM: New breaks today:   "
               WS-NEW-BREAK-COUNT
           DISPLAY "BALANCE-CONFIRM: Breaks cleared:     "
               WS-CLEARED-COUNT
           DISPLAY "BALANCE-CONFIRM: Net difference:     "
               WS-NET-DIFFERENCE
           IF WS-DUPLICATE-COUNT > 0
               DISPLAY "BALANCE-CONFIRM: *** WARNING - "
                   WS-DUPLICATE-COUNT " duplicate account(s) on "
                   "BALIN ignored ***"
           END-IF

           IF WS-OPEN-BREAK-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

      *================================================================
      *  THE RUN CANNOT BE TRUSTED - SAY WHY ON BRKRPT AND SYSOUT AND
      *  END WITH BRKFILE AS IT WAS.
      *================================================================
       REFUSE-RUN.
           DISPLAY "BALANCE-CONFIRM: *** ERROR - " WS-REFUSE-TEXT
               " ***"
           DISPLAY "BALANCE-CONFIRM: *** RUN REFUSED - NO BREAKS "
               "UPDATED ***"
           MOVE SPACES TO BRKRPT-LINE
           STRING "*** RUN REFUSED - " DELIMITED BY SIZE
               WS-REFUSE-TEXT DELIMITED BY SIZE
               INTO BRKRPT-LINE
           WRITE BRKRPT-LINE
           CLOSE BRKRPTFILE
           MOVE 8 TO RETURN-CODE
           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

      *================================================================
      *  THE AS-OF DATE COMES FROM THE HEADER, WHICH MUST BE THE
      *  FIRST RECORD. THE FILE IS READ IN FULL LATER BY THE SORT.
      *================================================================
       READ-FILE-HEADER.
           OPEN INPUT BALINFILE
           IF WS-BALIN-STATUS NOT = "00"
               SET WS-REFUSED TO TRUE
               STRING "BALIN OPEN FAILED, STATUS " DELIMITED BY SIZE
                   WS-BALIN-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               GO TO READ-FILE-HEADER-EXIT
           END-IF

           READ BALINFILE
               AT END
                   SET WS-REFUSED TO TRUE
                   MOVE "BALIN IS EMPTY" TO WS-REFUSE-TEXT
           END-READ
           IF NOT WS-REFUSED
               IF NOT BALIN-IS-HEADER
                   SET WS-REFUSED TO TRUE
                   MOVE "FIRST RECORD ON BALIN IS NOT A HEADER"
                       TO WS-REFUSE-TEXT
               ELSE
                   IF BALIN-AS-OF-DATE NOT NUMERIC
                       SET WS-REFUSED TO TRUE
                       MOVE "BALIN HEADER AS-OF DATE IS NOT A DATE"
                           TO WS-REFUSE-TEXT
                   ELSE
                       MOVE BALIN-AS-OF-DATE TO WS-AS-OF-DATE
                       DISPLAY "BALANCE-CONFIRM: Balances from "
                           BALIN-SOURCE " as of " WS-AS-OF-DATE
                   END-IF
               END-IF
           END-IF
           CLOSE BALINFILE.

       READ-FILE-HEADER-EXIT.
           EXIT.

      *================================================================
      *  THE MASTER MUST HOLD THE AS-OF DATE'S CLOSING BALANCES: THAT
      *  DATE'S DATAPROC POSTING ENDED BELOW RC=8, AND NO LATER DATE
      *  HAS A DATAPROC RECORD. RUNCTL IS KEYED DATE THEN STAGE, SO
      *  EVERYTHING AFTER THE AS-OF RECORD IS A LATER DATE.
      *================================================================
       PROVE-AS-OF-DATE.
           OPEN INPUT RUNCTLFILE
           IF WS-RUNCTL-STATUS NOT = "00"
               SET WS-REFUSED TO TRUE
               STRING "RUNCTL NOT AVAILABLE, STATUS "
                   DELIMITED BY SIZE
                   WS-RUNCTL-STATUS DELIMITED BY SIZE
                   " - AS-OF DATE CANNOT BE PROVED" DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               GO TO PROVE-AS-OF-DATE-EXIT
           END-IF

           MOVE WS-AS-OF-DATE TO RUNCTL-DATE
           MOVE "DATAPROC" TO RUNCTL-STAGE
           READ RUNCTLFILE
               INVALID KEY
                   SET WS-REFUSED TO TRUE
                   STRING "NO POSTING RUN ON RUNCTL FOR "
                       DELIMITED BY SIZE
                       WS-AS-OF-DATE DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
           END-READ
           IF NOT WS-REFUSED
               IF NOT RUNCTL-ENDED
                   OR RUNCTL-RETURN-CODE NOT < 8
                   SET WS-REFUSED TO TRUE
                   STRING "POSTING FOR " DELIMITED BY SIZE
                       WS-AS-OF-DATE DELIMITED BY SIZE
                       " DID NOT COMPLETE" DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
               END-IF
           END-IF
           IF WS-REFUSED
               CLOSE RUNCTLFILE
               GO TO PROVE-AS-OF-DATE-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           START RUNCTLFILE KEY IS GREATER THAN RUNCTL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM LOOK-FOR-LATER-POSTING
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE RUNCTLFILE.

       PROVE-AS-OF-DATE-EXIT.
           EXIT.

       LOOK-FOR-LATER-POSTING.
           READ RUNCTLFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF RUNCTL-STAGE = "DATAPROC"
                       AND RUNCTL-DATE > WS-AS-OF-DATE
                       SET WS-REFUSED TO TRUE
                       STRING "MASTER ALREADY POSTED FOR "
                           DELIMITED BY SIZE
                           RUNCTL-DATE DELIMITED BY SIZE
                           " - LATER THAN THE AS-OF DATE"
                           DELIMITED BY SIZE
                           INTO WS-REFUSE-TEXT
                       MOVE 'Y' TO WS-EOF-FLAG
                   END-IF
           END-READ.

      *================================================================
      *  GATHER (THE FIRST SORT'S INPUT PROCEDURE) - EVERY DETAIL
      *  RECORD IS RELEASED AND TOTALLED, AND THE TRAILER MUST AGREE.
      *  A FILE THAT DOES NOT PROVE REFUSES THE RUN AND THE MATCH
      *  THEN DOES NOTHING.
      *================================================================
       GATHER-THEIR-BALANCES.
           OPEN INPUT BALINFILE
           IF WS-BALIN-STATUS NOT = "00"
               SET WS-REFUSED TO TRUE
               STRING "BALIN OPEN FAILED, STATUS " DELIMITED BY SIZE
                   WS-BALIN-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               GO TO GATHER-THEIR-BALANCES-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM GATHER-ONE-BALANCE THRU GATHER-ONE-BALANCE-EXIT
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE BALINFILE

           IF WS-REFUSED
               GO TO GATHER-THEIR-BALANCES-EXIT
           END-IF
           IF NOT WS-TRAILER-SEEN
               SET WS-REFUSED TO TRUE
               MOVE "BALIN HAS NO TRAILER - FILE IS INCOMPLETE"
                   TO WS-REFUSE-TEXT
               GO TO GATHER-THEIR-BALANCES-EXIT
           END-IF
           IF BALIN-RECORD-COUNT NOT NUMERIC
               OR BALIN-BALANCE-TOTAL NOT NUMERIC
               OR BALIN-RECORD-COUNT NOT = WS-DETAIL-COUNT
               OR BALIN-BALANCE-TOTAL NOT = WS-DETAIL-TOTAL
               SET WS-REFUSED TO TRUE
               MOVE "BALIN TRAILER COUNT OR TOTAL DOES NOT AGREE"
                   TO WS-REFUSE-TEXT
               DISPLAY "BALANCE-CONFIRM: Detail records "
                   WS-DETAIL-COUNT " total " WS-DETAIL-TOTAL
           END-IF.

       GATHER-THEIR-BALANCES-EXIT.
           EXIT.

       GATHER-ONE-BALANCE.
           READ BALINFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO GATHER-ONE-BALANCE-EXIT
           END-READ
           ADD 1 TO WS-BALIN-RECORDS

           IF WS-TRAILER-SEEN
               SET WS-REFUSED TO TRUE
               MOVE "BALIN HAS RECORDS AFTER ITS TRAILER"
                   TO WS-REFUSE-TEXT
               MOVE 'Y' TO WS-EOF-FLAG
               GO TO GATHER-ONE-BALANCE-EXIT
           END-IF

           EVALUATE TRUE
               WHEN BALIN-IS-HEADER
                   IF WS-BALIN-RECORDS NOT = 1
                       SET WS-REFUSED TO TRUE
                       MOVE "BALIN HAS A SECOND HEADER"
                           TO WS-REFUSE-TEXT
                       MOVE 'Y' TO WS-EOF-FLAG
                   END-IF
               WHEN BALIN-IS-DETAIL
                   IF BALIN-KEY = SPACES
                       OR BALIN-BALANCE NOT NUMERIC
                       SET WS-REFUSED TO TRUE
                       STRING "BALIN DETAIL UNREADABLE AT RECORD "
                           DELIMITED BY SIZE
                           WS-BALIN-RECORDS DELIMITED BY SIZE
                           INTO WS-REFUSE-TEXT
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD BALIN-BALANCE TO WS-DETAIL-TOTAL
                       MOVE BALIN-KEY TO BALSORT-ACCOUNT
                       MOVE BALIN-BRANCH TO BALSORT-BRANCH
                       MOVE BALIN-BALANCE TO BALSORT-BALANCE
                       RELEASE BALSORT-RECORD
                   END-IF
               WHEN BALIN-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
               WHEN OTHER
                   SET WS-REFUSED TO TRUE
                   STRING "BALIN RECORD TYPE UNKNOWN AT RECORD "
                       DELIMITED BY SIZE
                       WS-BALIN-RECORDS DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   MOVE 'Y' TO WS-EOF-FLAG
           END-EVALUATE.

       GATHER-ONE-BALANCE-EXIT.
           EXIT.

      *================================================================
      *  MATCH (THE FIRST SORT'S OUTPUT PROCEDURE) - THEIR BALANCES
      *  IN ACCOUNT ORDER AGAINST THE MASTER READ IN KEY ORDER. THE
      *  LOWER KEY IS ONE-SIDED; EQUAL KEYS ARE COMPARED.
      *================================================================
       MATCH-BALANCES.
           IF WS-REFUSED
               GO TO MATCH-BALANCES-EXIT
           END-IF

           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE SPACES TO WS-THEIR-KEY
           PERFORM RETURN-THEIR-BALANCE THRU RETURN-THEIR-BALANCE-EXIT
           PERFORM READ-OUR-BALANCE THRU READ-OUR-BALANCE-EXIT
           PERFORM MATCH-ONE-ACCOUNT THRU MATCH-ONE-ACCOUNT-EXIT
               UNTIL WS-OUR-KEY = HIGH-VALUES
                 AND WS-THEIR-KEY = HIGH-VALUES.

       MATCH-BALANCES-EXIT.
           EXIT.

      *    A SECOND BALANCE FOR AN ACCOUNT ALREADY TAKEN IS SKIPPED -
      *    THE FIRST ONE COUNTS.
       RETURN-THEIR-BALANCE.
           RETURN BALSORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-THEIR-KEY
                   GO TO RETURN-THEIR-BALANCE-EXIT
           END-RETURN
           IF BALSORT-ACCOUNT = WS-THEIR-KEY
               ADD 1 TO WS-DUPLICATE-COUNT
               DISPLAY "BALANCE-CONFIRM: *** WARNING - account "
                   BALSORT-ACCOUNT " appears more than once on "
                   "BALIN - first balance used ***"
               GO TO RETURN-THEIR-BALANCE
           END-IF
           MOVE BALSORT-ACCOUNT TO WS-THEIR-KEY
           MOVE BALSORT-BRANCH TO WS-THEIR-BRANCH
           MOVE BALSORT-BALANCE TO WS-THEIR-BALANCE.

       RETURN-THEIR-BALANCE-EXIT.
           EXIT.

       READ-OUR-BALANCE.
           READ MASTFILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-OUR-KEY
                   GO TO READ-OUR-BALANCE-EXIT
           END-READ
           MOVE MAST-KEY TO WS-OUR-KEY
           MOVE MAST-BRANCH TO WS-OUR-BRANCH
           MOVE 0 TO WS-OUR-BALANCE
           IF MAST-AMOUNT NUMERIC
               MOVE MAST-AMOUNT TO WS-OUR-BALANCE
           END-IF
           MOVE 'N' TO WS-OUR-CLOSED-SW
           IF MAST-INACTIVE AND WS-OUR-BALANCE = 0
               SET WS-OUR-CLOSED-AT-ZERO TO TRUE
           END-IF.

       READ-OUR-BALANCE-EXIT.
           EXIT.

       MATCH-ONE-ACCOUNT.
           IF WS-OUR-KEY < WS-THEIR-KEY
               IF NOT WS-OUR-CLOSED-AT-ZERO
                   MOVE WS-OUR-KEY TO WS-NB-KEY
                   MOVE WS-OUR-BRANCH TO WS-NB-BRANCH
                   MOVE "M" TO WS-NB-TYPE
                   MOVE WS-OUR-BALANCE TO WS-NB-OUR-BALANCE
                   MOVE 0 TO WS-NB-THEIR-BALANCE
                   ADD 1 TO WS-OURS-ONLY-COUNT
                   PERFORM NOTE-BREAK THRU NOTE-BREAK-EXIT
               END-IF
               PERFORM READ-OUR-BALANCE THRU READ-OUR-BALANCE-EXIT
               GO TO MATCH-ONE-ACCOUNT-EXIT
           END-IF

           IF WS-OUR-KEY > WS-THEIR-KEY
               MOVE WS-THEIR-KEY TO WS-NB-KEY
               MOVE WS-THEIR-BRANCH TO WS-NB-BRANCH
               MOVE "E" TO WS-NB-TYPE
               MOVE 0 TO WS-NB-OUR-BALANCE
               MOVE WS-THEIR-BALANCE TO WS-NB-THEIR-BALANCE
               ADD 1 TO WS-COMPARED-COUNT
               ADD 1 TO WS-THEIRS-ONLY-COUNT
               PERFORM NOTE-BREAK THRU NOTE-BREAK-EXIT
               PERFORM RETURN-THEIR-BALANCE
                   THRU RETURN-THEIR-BALANCE-EXIT
               GO TO MATCH-ONE-ACCOUNT-EXIT
           END-IF

           ADD 1 TO WS-COMPARED-COUNT
           IF WS-OUR-BALANCE = WS-THEIR-BALANCE
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               MOVE WS-OUR-KEY TO WS-NB-KEY
               MOVE WS-OUR-BRANCH TO WS-NB-BRANCH
               MOVE "D" TO WS-NB-TYPE
               MOVE WS-OUR-BALANCE TO WS-NB-OUR-BALANCE
               MOVE WS-THEIR-BALANCE TO WS-NB-THEIR-BALANCE
               ADD 1 TO WS-DIFFERENT-COUNT
               PERFORM NOTE-BREAK THRU NOTE-BREAK-EXIT
           END-IF
           PERFORM READ-OUR-BALANCE THRU READ-OUR-BALANCE-EXIT
           PERFORM RETURN-THEIR-BALANCE THRU RETURN-THEIR-BALANCE-EXIT.

       MATCH-ONE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      *  A BREAK SEEN TODAY - NEW, IT IS WRITTEN FIRST SEEN TODAY;
      *  ALREADY OPEN, IT KEEPS ITS FIRST-SEEN DATE AND TAKES TODAY'S
      *  FIGURES. A RERUN OF THE SAME DATE REWRITES THE SAME RECORD.
      *================================================================
       NOTE-BREAK.
           MOVE WS-NB-KEY TO BRK-KEY
           READ BRKFILE
               INVALID KEY
                   MOVE SPACES TO BREAK-RECORD
                   MOVE WS-NB-KEY TO BRK-KEY
                   MOVE WS-AS-OF-DATE TO BRK-FIRST-DATE
                   PERFORM FILL-BREAK-RECORD
                   WRITE BREAK-RECORD
                   ADD 1 TO WS-NEW-BREAK-COUNT
                   GO TO NOTE-BREAK-EXIT
           END-READ
           IF BRK-FIRST-DATE NOT NUMERIC
               OR BRK-FIRST-DATE > WS-AS-OF-DATE
               MOVE WS-AS-OF-DATE TO BRK-FIRST-DATE
           END-IF
           PERFORM FILL-BREAK-RECORD
           REWRITE BREAK-RECORD.

       NOTE-BREAK-EXIT.
           EXIT.

       FILL-BREAK-RECORD.
           MOVE WS-NB-BRANCH TO BRK-BRANCH
           MOVE WS-NB-TYPE TO BRK-TYPE
           MOVE WS-NB-OUR-BALANCE TO BRK-OUR-BALANCE
           MOVE WS-NB-THEIR-BALANCE TO BRK-THEIR-BALANCE
           COMPUTE BRK-DIFFERENCE =
               WS-NB-OUR-BALANCE - WS-NB-THEIR-BALANCE
           MOVE WS-AS-OF-DATE TO BRK-LAST-DATE
           MOVE 0 TO BRK-AGE.

      *================================================================
      *  CARRY FORWARD (THE SECOND SORT'S INPUT PROCEDURE) - A BREAK
      *  NOT SEEN ON THE AS-OF DATE HAS CLEARED AND IS REMOVED. EVERY
      *  OTHER BREAK IS AGED AND PASSED ON FOR THE REPORT.
      *================================================================
       CARRY-BREAKS-FORWARD.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO BRK-KEY
           START BRKFILE KEY IS NOT LESS THAN BRK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM CARRY-ONE-BREAK THRU CARRY-ONE-BREAK-EXIT
               UNTIL WS-EOF-FLAG = 'Y'.

       CARRY-BREAKS-FORWARD-EXIT.
           EXIT.

       CARRY-ONE-BREAK.
           READ BRKFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO CARRY-ONE-BREAK-EXIT
           END-READ

           IF BRK-LAST-DATE NOT = WS-AS-OF-DATE
               DELETE BRKFILE RECORD
                   INVALID KEY
                       GO TO CARRY-ONE-BREAK-EXIT
               END-DELETE
               ADD 1 TO WS-CLEARED-COUNT
               DISPLAY "BALANCE-CONFIRM: Break cleared - account "
                   BRK-KEY " first seen " BRK-FIRST-DATE
               GO TO CARRY-ONE-BREAK-EXIT
           END-IF

           MOVE BRK-FIRST-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           COMPUTE WS-DAYS-OPEN = WS-AS-OF-SERIAL - WS-CD-SERIAL
           IF WS-DAYS-OPEN < 0
               MOVE 0 TO WS-DAYS-OPEN
           END-IF
           MOVE WS-DAYS-OPEN TO BRK-AGE
           REWRITE BREAK-RECORD

           MOVE BRK-BRANCH TO BRKSORT-BRANCH
           MOVE BRK-KEY TO BRKSORT-ACCOUNT
           MOVE BRK-TYPE TO BRKSORT-TYPE
           MOVE BRK-OUR-BALANCE TO BRKSORT-OUR-BALANCE
           MOVE BRK-THEIR-BALANCE TO BRKSORT-THEIR-BALANCE
           MOVE BRK-DIFFERENCE TO BRKSORT-DIFFERENCE
           MOVE BRK-FIRST-DATE TO BRKSORT-FIRST-DATE
           MOVE BRK-AGE TO BRKSORT-AGE
           RELEASE BRKSORT-RECORD.

       CARRY-ONE-BREAK-EXIT.
           EXIT.

      *================================================================
      *  REPORT (THE SECOND SORT'S OUTPUT PROCEDURE) - THE OPEN
      *  BREAKS BY BRANCH WITH A NET DIFFERENCE PER BRANCH.
      *================================================================
       REPORT-OPEN-BREAKS.
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM REPORT-ONE-BREAK THRU REPORT-ONE-BREAK-EXIT
               UNTIL WS-SORT-EOF
           IF WS-BR-COUNT > 0
               PERFORM WRITE-BRANCH-TOTAL
           END-IF.

       REPORT-OPEN-BREAKS-EXIT.
           EXIT.

       REPORT-ONE-BREAK.
           RETURN BRKSORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO REPORT-ONE-BREAK-EXIT
           END-RETURN

           IF BRKSORT-BRANCH NOT = WS-PREV-BRANCH
               AND WS-BR-COUNT > 0
               PERFORM WRITE-BRANCH-TOTAL
           END-IF
           MOVE BRKSORT-BRANCH TO WS-PREV-BRANCH

           ADD 1 TO WS-OPEN-BREAK-COUNT
           ADD 1 TO WS-BR-COUNT
           ADD BRKSORT-DIFFERENCE TO WS-NET-DIFFERENCE
           ADD BRKSORT-DIFFERENCE TO WS-BR-TOTAL

           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE BRKSORT-BRANCH TO WK-BRANCH
           MOVE BRKSORT-ACCOUNT TO WK-KEY
           EVALUATE BRKSORT-TYPE
               WHEN "D"
                   MOVE "DIFFERENCE" TO WK-TYPE
               WHEN "M"
                   MOVE "OURS ONLY" TO WK-TYPE
               WHEN "E"
                   MOVE "THEIRS ONLY" TO WK-TYPE
           END-EVALUATE
           MOVE BRKSORT-OUR-BALANCE TO WK-OUR-BALANCE
           MOVE BRKSORT-THEIR-BALANCE TO WK-THEIR-BALANCE
           MOVE BRKSORT-DIFFERENCE TO WK-DIFFERENCE
           MOVE BRKSORT-FIRST-DATE TO WK-FIRST-DATE
           IF BRKSORT-AGE = 0
               MOVE "  NEW" TO WK-AGE-X
           ELSE
               MOVE BRKSORT-AGE TO WK-AGE
           END-IF
           MOVE WS-RPT-DETAIL-LINE TO BRKRPT-LINE
           WRITE BRKRPT-LINE.

       REPORT-ONE-BREAK-EXIT.
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
           MOVE WS-AS-OF-DATE TO WK-AS-OF-DATE
           MOVE WS-RPT-HEADER-LINE TO BRKRPT-LINE
           WRITE BRKRPT-LINE
           MOVE SPACES TO BRKRPT-LINE
           WRITE BRKRPT-LINE
           MOVE WS-COLUMN-HEADING TO BRKRPT-LINE
           WRITE BRKRPT-LINE.

       WRITE-BRANCH-TOTAL.
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           STRING "  BRANCH " DELIMITED BY SIZE
               WS-PREV-BRANCH DELIMITED BY SIZE
               " BREAKS" DELIMITED BY SIZE
               INTO WK-TOTAL-LABEL
           MOVE WS-BR-COUNT TO WK-TOTAL-COUNT
           MOVE WS-BR-TOTAL TO WK-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO BRKRPT-LINE
           WRITE BRKRPT-LINE
           MOVE SPACES TO BRKRPT-LINE
           WRITE BRKRPT-LINE
           MOVE 0 TO WS-BR-COUNT
           MOVE 0 TO WS-BR-TOTAL.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE "ACCOUNTS ON THEIR FILE" TO WK-TOTAL-LABEL
           MOVE WS-COMPARED-COUNT TO WK-TOTAL-COUNT
           MOVE WS-DETAIL-TOTAL TO WK-TOTAL-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "AGREED" TO WK-TOTAL-LABEL
           MOVE WS-MATCHED-COUNT TO WK-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "BALANCE DIFFERENCES" TO WK-TOTAL-LABEL
           MOVE WS-DIFFERENT-COUNT TO WK-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "ON OUR MASTER ONLY" TO WK-TOTAL-LABEL
           MOVE WS-OURS-ONLY-COUNT TO WK-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "ON THEIR FILE ONLY" TO WK-TOTAL-LABEL
           MOVE WS-THEIRS-ONLY-COUNT TO WK-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "NEW BREAKS TODAY" TO WK-TOTAL-LABEL
           MOVE WS-NEW-BREAK-COUNT TO WK-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "BREAKS CLEARED TODAY" TO WK-TOTAL-LABEL
           MOVE WS-CLEARED-COUNT TO WK-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "OPEN BREAKS - NET DIFF" TO WK-TOTAL-LABEL
           MOVE WS-OPEN-BREAK-COUNT TO WK-TOTAL-COUNT
           MOVE WS-NET-DIFFERENCE TO WK-TOTAL-AMOUNT
           PERFORM WRITE-ONE-TOTAL.

       WRITE-ONE-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO BRKRPT-LINE
           WRITE BRKRPT-LINE
           MOVE SPACES TO WS-RPT-TOTAL-LINE.

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
               DISPLAY "BALANCE-CONFIRM: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "BALANCE-CONFIRM" TO ALR-PROGRAM
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
