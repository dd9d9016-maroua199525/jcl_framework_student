       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-LOAD.
       AUTHOR. JCL-FRAMEWORK-DEMO.
      *================================================================
      *  DAILY EXCHANGE-RATE LOAD. READS THE NIGHT'S RATE CARDS AND
      *  FILES ONE FXRATE RECORD (SEE FXRREC) PER FOREIGN CURRENCY
      *  UNDER THE BUSINESS DATE, AHEAD OF DATA-PROCESSOR, WHICH WILL
      *  NOT POST TO A FOREIGN-CURRENCY ACCOUNT WITHOUT THE DAY'S
      *  RATE. THE DECK IS ALL OR NOTHING: EVERY CARD IS EDITED, AND
      *  EVERY RATE CHECKED AGAINST WHAT FXRATE ALREADY HOLDS FOR THE
      *  DAY, BEFORE ANY RECORD IS WRITTEN, SO A BAD CARD NEVER
      *  LEAVES HALF A DAY'S RATES ON FILE.
      *
      *  A RATE ALREADY ON FILE FOR THE DAY IS LEFT ALONE WHEN THE
      *  CARD AGREES WITH IT (A RERUN) AND IS AN ERROR WHEN IT DOES
      *  NOT - UNLESS THE RUN IS GIVEN PARM='REPLACE', HOW A RATE
      *  KEYED WRONG IS CORRECTED BEFORE DATA-PROCESSOR IS RERUN.
      *
      *  RETURN CODES: 0 RATES LOADED, 4 NO CARDS (NOTHING LOADED -
      *  FOREIGN-CURRENCY POSTINGS WILL BE REJECTED), 8 A CARD OR
      *  RATE REFUSED, OR FXRATE UNAVAILABLE (NOTHING LOADED).
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXCARDSFILE ASSIGN TO "FXCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXCARDS-STATUS.
           SELECT FXRATEFILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXR-KEY
               FILE STATUS IS FXW-STATUS.
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
      *================================================================
      *  RATE CARD - ONE FOREIGN CURRENCY PER CARD:
      *    COLS  1-3   ISO CURRENCY CODE (NEVER THE BASE, USD)
      *    COLS  5-12  RATE DATE, CCYYMMDD - MUST BE THE BUSINESS DATE
      *    COLS 14-24  BASE UNITS PER ONE FOREIGN UNIT, UNSIGNED WITH
      *                SIX IMPLIED DECIMALS (5.6)
      *================================================================
       FD  FXCARDSFILE.
       01  FXC-RECORD.
           05  FXC-CURRENCY        PIC X(03).
           05  FILLER              PIC X(01).
           05  FXC-DATE            PIC X(08).
           05  FILLER              PIC X(01).
           05  FXC-RATE            PIC 9(05)V9(06).
           05  FILLER              PIC X(56).

       FD  FXRATEFILE.
           COPY "fxrrec".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FXCARDS-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-RUN-PARM             PIC X(40)   VALUE SPACES.
       01  WS-REPLACE-SW           PIC X       VALUE 'N'.
           88  WS-REPLACE-MODE                 VALUE 'Y'.
       01  WS-RATEFILE-SW          PIC X       VALUE 'N'.
           88  WS-RATEFILE-OPEN                VALUE 'Y'.

       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
                                   PIC X(8).
       01  WS-STAMP-DATE           PIC 9(8)    VALUE 0.
       01  WS-STAMP-TIME           PIC 9(8)    VALUE 0.
       01  WS-LOAD-STAMP           PIC X(14)   VALUE SPACES.

       01  WS-CARDS-READ           PIC 9(5)    VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(5)    VALUE 0.
       01  WS-RATES-ADDED          PIC 9(5)    VALUE 0.
       01  WS-RATES-REPLACED       PIC 9(5)    VALUE 0.
       01  WS-RATES-UNCHANGED      PIC 9(5)    VALUE 0.
       01  WS-CARD-REASON          PIC X(40)   VALUE SPACES.
       01  WS-RATE-DISPLAY         PIC Z(4)9.9(6).
       01  WS-FILE-RATE-DISPLAY    PIC Z(4)9.9(6).

      *----------------------------------------------------------------
      *  THE DECK AS EDITED - HELD UNTIL EVERY CARD HAS PASSED, THEN
      *  CHECKED AGAINST FXRATE AND WRITTEN. THE LIMIT IS THE SAME AS
      *  THE RATE TABLE THE POSTING AND REPORTING PROGRAMS CARRY.
      *----------------------------------------------------------------
       01  WS-CARD-COUNT           PIC 9(3)    VALUE 0.
       01  WS-CARD-SUB             PIC 9(3)    VALUE 0.
       01  WS-DUP-SUB              PIC 9(3)    VALUE 0.
       01  WS-DUP-FOUND-SW         PIC X       VALUE 'N'.
           88  WS-DUP-FOUND                    VALUE 'Y'.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY       OCCURS 50 TIMES.
               10  WS-CARD-CURRENCY    PIC X(03).
               10  WS-CARD-RATE        PIC 9(05)V9(06).
               10  WS-CARD-ACTION      PIC X(01).
                   88  WS-CARD-TO-ADD              VALUE "A".
                   88  WS-CARD-TO-REPLACE          VALUE "R".
                   88  WS-CARD-UNCHANGED           VALUE "U".

           COPY "fxrwrk".

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "FX-LOAD: Loading the day's exchange rates"

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM = "REPLACE"
               SET WS-REPLACE-MODE TO TRUE
               DISPLAY "FX-LOAD: Replace mode - rates already on "
                   "file for the day will be overwritten"
           END-IF

           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           DISPLAY "FX-LOAD: Business date " WS-BUSINESS-DATE

           OPEN INPUT FXCARDSFILE
           IF WS-FXCARDS-STATUS NOT = "00"
               DISPLAY "FX-LOAD: *** ERROR - FXCARDS OPEN FAILED, "
                   "STATUS: " WS-FXCARDS-STATUS
                   " - NO RATES LOADED ***"
               SET ALW-ERROR TO TRUE
               MOVE "FXNOCARD" TO ALW-CODE
               MOVE "RATE CARDS COULD NOT BE OPENED - NO RATES LOADED"
                   TO ALW-MESSAGE
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM EDIT-ONE-CARD THRU EDIT-ONE-CARD-EXIT
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE FXCARDSFILE

           DISPLAY "FX-LOAD: Rate cards read:    " WS-CARDS-READ
           DISPLAY "FX-LOAD: Cards refused:      " WS-ERRORS-FOUND

           IF WS-CARDS-READ = 0
               DISPLAY "FX-LOAD: *** WARNING - NO RATE CARDS FOR "
                   WS-BUSINESS-DATE " - POSTINGS TO FOREIGN-CURRENCY "
                   "ACCOUNTS WILL BE REJECTED ***"
               SET ALW-WARNING TO TRUE
               MOVE "FXNORATE" TO ALW-CODE
               MOVE SPACES TO ALW-MESSAGE
               STRING "NO RATE CARDS FOR " WS-BUSINESS-DATE
                   " - FOREIGN POSTINGS WILL BE REJECTED"
                   DELIMITED BY SIZE INTO ALW-MESSAGE
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
               MOVE 4 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           IF WS-ERRORS-FOUND = 0
               PERFORM OPEN-RATE-FILE THRU OPEN-RATE-FILE-EXIT
           END-IF
           IF WS-ERRORS-FOUND = 0
               PERFORM CHECK-ONE-RATE THRU CHECK-ONE-RATE-EXIT
                   VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
           END-IF
           IF WS-ERRORS-FOUND = 0
               PERFORM FILE-ONE-RATE THRU FILE-ONE-RATE-EXIT
                   VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
           END-IF
           IF WS-RATEFILE-OPEN
               CLOSE FXRATEFILE
           END-IF

           IF WS-ERRORS-FOUND > 0
               DISPLAY "FX-LOAD: *** ERROR - " WS-ERRORS-FOUND
                   " RATE(S) REFUSED - NO RATES LOADED FOR "
                   WS-BUSINESS-DATE " ***"
               SET ALW-ERROR TO TRUE
               MOVE "FXREFUSE" TO ALW-CODE
               MOVE SPACES TO ALW-MESSAGE
               STRING "RATE DECK REFUSED - NO RATES LOADED FOR "
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   INTO ALW-MESSAGE
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "FX-LOAD: Rates added:        " WS-RATES-ADDED
               DISPLAY "FX-LOAD: Rates replaced:     "
                   WS-RATES-REPLACED
               DISPLAY "FX-LOAD: Rates already held: "
                   WS-RATES-UNCHANGED
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

      *================================================================
      *  CARD EDIT. A CARD IS REFUSED FOR A CURRENCY THAT IS NOT
      *  THREE LETTERS OR IS THE BASE, A DATE OTHER THAN THE
      *  BUSINESS DATE, A RATE THAT IS NOT A NUMBER FROM 0.000001 TO
      *  9999.999999, OR A CURRENCY ALREADY RATED EARLIER IN THE
      *  DECK. EVERY CARD IS EDITED SO ONE RUN REPORTS THEM ALL.
      *================================================================
       EDIT-ONE-CARD.
           READ FXCARDSFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO EDIT-ONE-CARD-EXIT
           END-READ
           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-CARD-REASON

           EVALUATE TRUE
               WHEN FXC-CURRENCY IS NOT ALPHABETIC-UPPER
                   OR FXC-CURRENCY(1:1) = SPACE
                   OR FXC-CURRENCY(2:1) = SPACE
                   OR FXC-CURRENCY(3:1) = SPACE
                   MOVE "CURRENCY IS NOT A THREE-LETTER CODE"
                       TO WS-CARD-REASON
               WHEN FXC-CURRENCY = FXW-BASE-CURRENCY
                   MOVE "BASE CURRENCY IS NOT RATED"
                       TO WS-CARD-REASON
               WHEN FXC-DATE NOT = WS-BUSINESS-DATE-X
                   MOVE "RATE DATE IS NOT THE BUSINESS DATE"
                       TO WS-CARD-REASON
               WHEN FXC-RATE IS NOT NUMERIC
                   MOVE "RATE IS NOT NUMERIC" TO WS-CARD-REASON
               WHEN FXC-RATE = 0 OR FXC-RATE NOT < 10000
                   MOVE "RATE OUT OF RANGE" TO WS-CARD-REASON
           END-EVALUATE

           IF WS-CARD-REASON = SPACES
               MOVE FXC-CURRENCY TO FXW-CURRENCY
               MOVE 'N' TO WS-DUP-FOUND-SW
               PERFORM SCAN-CARD-TABLE
                   VARYING WS-DUP-SUB FROM 1 BY 1
                   UNTIL WS-DUP-SUB > WS-CARD-COUNT OR WS-DUP-FOUND
               IF WS-DUP-FOUND
                   MOVE "CURRENCY ALREADY RATED IN THIS DECK"
                       TO WS-CARD-REASON
               ELSE
                   IF WS-CARD-COUNT NOT < 50
                       MOVE "MORE THAN 50 CURRENCIES IN THE DECK"
                           TO WS-CARD-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-CARD-REASON NOT = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "FX-LOAD: *** CARD " WS-CARDS-READ
                   " REFUSED - " FXC-CURRENCY " " FXC-DATE " - "
                   WS-CARD-REASON " ***"
               GO TO EDIT-ONE-CARD-EXIT
           END-IF

           ADD 1 TO WS-CARD-COUNT
           MOVE FXC-CURRENCY TO WS-CARD-CURRENCY(WS-CARD-COUNT)
           MOVE FXC-RATE TO WS-CARD-RATE(WS-CARD-COUNT)
           MOVE "A" TO WS-CARD-ACTION(WS-CARD-COUNT).

       EDIT-ONE-CARD-EXIT.
           EXIT.

       SCAN-CARD-TABLE.
           IF WS-CARD-CURRENCY(WS-DUP-SUB) = FXW-CURRENCY
               MOVE 'Y' TO WS-DUP-FOUND-SW
           END-IF.

       OPEN-RATE-FILE.
           OPEN I-O FXRATEFILE
           IF FXW-STATUS = "35"
      *        FIRST-EVER RATE LOAD - CREATE THE FILE RATHER THAN FAIL.
               OPEN OUTPUT FXRATEFILE
               CLOSE FXRATEFILE
               OPEN I-O FXRATEFILE
           END-IF
           IF FXW-STATUS = "00"
               SET WS-RATEFILE-OPEN TO TRUE
           ELSE
               DISPLAY "FX-LOAD: *** ERROR - FXRATE OPEN FAILED, "
                   "STATUS: " FXW-STATUS " ***"
               ADD 1 TO WS-ERRORS-FOUND
           END-IF.

       OPEN-RATE-FILE-EXIT.
           EXIT.

      *================================================================
      *  CHECK PASS - DECIDES WHAT EACH CARD WILL DO TO FXRATE BEFORE
      *  ANYTHING IS WRITTEN. A DIFFERENT RATE ALREADY FILED FOR THE
      *  DAY IS ONLY OVERWRITTEN IN REPLACE MODE.
      *================================================================
       CHECK-ONE-RATE.
           MOVE WS-BUSINESS-DATE-X TO FXR-DATE
           MOVE WS-CARD-CURRENCY(WS-CARD-SUB) TO FXR-CURRENCY
           READ FXRATEFILE
               INVALID KEY
                   MOVE "A" TO WS-CARD-ACTION(WS-CARD-SUB)
                   GO TO CHECK-ONE-RATE-EXIT
           END-READ
           IF FXR-RATE = WS-CARD-RATE(WS-CARD-SUB)
               MOVE "U" TO WS-CARD-ACTION(WS-CARD-SUB)
               GO TO CHECK-ONE-RATE-EXIT
           END-IF
           MOVE "R" TO WS-CARD-ACTION(WS-CARD-SUB)
           IF NOT WS-REPLACE-MODE
               ADD 1 TO WS-ERRORS-FOUND
               MOVE FXR-RATE TO WS-FILE-RATE-DISPLAY
               MOVE WS-CARD-RATE(WS-CARD-SUB) TO WS-RATE-DISPLAY
               DISPLAY "FX-LOAD: *** " FXR-CURRENCY " ALREADY RATED "
                   WS-FILE-RATE-DISPLAY " FOR " FXR-DATE
                   " - CARD SAYS " WS-RATE-DISPLAY
                   " - RERUN WITH PARM REPLACE TO CORRECT IT ***"
           END-IF.

       CHECK-ONE-RATE-EXIT.
           EXIT.

       FILE-ONE-RATE.
           IF WS-CARD-UNCHANGED(WS-CARD-SUB)
               ADD 1 TO WS-RATES-UNCHANGED
               GO TO FILE-ONE-RATE-EXIT
           END-IF
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           STRING WS-STAMP-DATE DELIMITED BY SIZE
               WS-STAMP-TIME(1:6) DELIMITED BY SIZE
               INTO WS-LOAD-STAMP
           MOVE SPACES TO FX-RATE-RECORD
           MOVE WS-BUSINESS-DATE-X TO FXR-DATE
           MOVE WS-CARD-CURRENCY(WS-CARD-SUB) TO FXR-CURRENCY
           MOVE WS-CARD-RATE(WS-CARD-SUB) TO FXR-RATE
           MOVE WS-LOAD-STAMP TO FXR-LOADED
           MOVE FXR-RATE TO WS-RATE-DISPLAY
           IF WS-CARD-TO-REPLACE(WS-CARD-SUB)
               REWRITE FX-RATE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERRORS-FOUND
                       DISPLAY "FX-LOAD: *** ERROR - REWRITE FAILED "
                           "FOR " FXR-CURRENCY ", STATUS: "
                           FXW-STATUS " ***"
                       GO TO FILE-ONE-RATE-EXIT
               END-REWRITE
               ADD 1 TO WS-RATES-REPLACED
               DISPLAY "FX-LOAD: " FXR-CURRENCY " " WS-RATE-DISPLAY
                   " (REPLACED)"
           ELSE
               WRITE FX-RATE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERRORS-FOUND
                       DISPLAY "FX-LOAD: *** ERROR - WRITE FAILED "
                           "FOR " FXR-CURRENCY ", STATUS: "
                           FXW-STATUS " ***"
                       GO TO FILE-ONE-RATE-EXIT
               END-WRITE
               ADD 1 TO WS-RATES-ADDED
               DISPLAY "FX-LOAD: " FXR-CURRENCY " " WS-RATE-DISPLAY
           END-IF.

       FILE-ONE-RATE-EXIT.
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
               DISPLAY "FX-LOAD: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "FX-LOAD" TO ALR-PROGRAM
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
