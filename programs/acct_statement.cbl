               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-CUSTFILE-STATUS.
      *    A CUSTOMER RUN (CUSTOMER= PARAMETER) TAKES ITS ACCOUNTS
      *    FROM THE CROSS-REFERENCE BY THE CUSTOMER ALTERNATE KEY AND
      *    ITS MAILING BLOCK FROM THE CUSTOMER MASTER (SEE CIFREC AND
      *    CXRREC) INSTEAD OF THE PER-ACCOUNT DETAIL RECORDS.
           SELECT CIFFILE ASSIGN TO "CIFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-NUMBER
               FILE STATUS IS WS-CIFFILE-STATUS.
           SELECT CXREFFILE ASSIGN TO "CXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXR-KEY
               ALTERNATE RECORD KEY IS CXR-CUSTOMER
                   WITH DUPLICATES
               FILE STATUS IS WS-CXREF-STATUS.
      *    THE PERIOD BALANCE STATISTICS BAL-STATS STORES (SEE
      *    BALSREC). A STATEMENT WHOSE FROM AND TO DATES ARE EXACTLY
      *    A STORED PERIOD ALSO PRINTS THE ACCOUNT'S AVERAGE DAILY,
      *    LOWEST AND HIGHEST BALANCE AND DAYS BELOW ZERO.
           SELECT BALSTATFILE ASSIGN TO "BALSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALS-KEY
               FILE STATUS IS WS-BALSTAT-STATUS.
      *    THE EXCHANGE RATES FOR A CUSTOMER RUN'S COMBINED TOTALS,
      *    WHICH ARE IN THE BASE CURRENCY - EACH ACCOUNT'S OPENING
      *    AND CLOSING BALANCE CONVERTED AT THE RATES IN FORCE ON
      *    THE TO DATE (THE RUN DATE IF THAT IS LATER). OPTIONAL -
      *    WITHOUT IT ONLY BASE-CURRENCY ACCOUNTS ARE TOTALLED.
           SELECT FXRATEFILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-KEY
               FILE STATUS IS FXW-STATUS.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFILE.
           COPY "custrec".

       FD  CIFFILE.
           COPY "cifrec".

       FD  CXREFFILE.
           COPY "cxrrec".

       FD  BALSTATFILE.
           COPY "balsrec".

       FD  FXRATEFILE.
           COPY "fxrrec".

       FD  STMTFILE.
       01  STMT-LINE               PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE "00".
       01  WS-AUDMAST-STATUS       PIC X(2)    VALUE SPACES.
           88  WS-CUST-LOOKUP-ON               VALUE 'Y'.
       01  WS-CUST-FOUND-SW        PIC X       VALUE 'N'.
           88  WS-CUST-FOUND                   VALUE 'Y'.
       01  WS-BALSTAT-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BALS-LOOKUP-SW       PIC X       VALUE 'N'.
           88  WS-BALS-LOOKUP-ON               VALUE 'Y'.
       01  WS-CIFFILE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-CXREF-STATUS         PIC X(2)    VALUE SPACES.
       01  WS-CIF-EOF-FLAG         PIC X       VALUE 'N'.
       01  WS-XREF-EOF-SW          PIC X       VALUE 'N'.
           88  WS-XREF-EOF                     VALUE 'Y'.
       01  WS-CUSTOMER-FILES-SW    PIC X       VALUE 'Y'.
           88  WS-CUSTOMER-FILES-OK            VALUE 'Y'.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-RUN-DATE             PIC 9(8).


       01  WS-SELECT-KEY           PIC X(10)   VALUE SPACES.
       01  WS-SELECT-BRANCH        PIC X(4)    VALUE SPACES.
       01  WS-SELECT-CUSTOMER      PIC X(10)   VALUE SPACES.
       01  WS-FROM-DATE            PIC 9(8)    VALUE 0.
       01  WS-TO-DATE              PIC 9(8)    VALUE 99999999.
       01  WS-MOVEMENT-DATE        PIC 9(8)    VALUE 0.
       01  WS-STATEMENTS-WRITTEN   PIC 9(4)    VALUE 0.
       01  WS-PROOF-FAILURES       PIC 9(4)    VALUE 0.
       01  WS-AUDIT-RECORDS-READ   PIC 9(7)    VALUE 0.
       01  WS-CUSTOMER-STATEMENTS  PIC 9(4)    VALUE 0.
       01  WS-CUSTOMERS-SKIPPED    PIC 9(4)    VALUE 0.
       01  WS-CUST-OPENING-TOTAL   PIC S9(11)V99 VALUE 0.
       01  WS-CUST-CLOSING-TOTAL   PIC S9(11)V99 VALUE 0.
       01  WS-STATED-BEFORE        PIC 9(4)    VALUE 0.
       01  WS-CUST-UNPRICED        PIC 9(4)    VALUE 0.
       01  WS-FX-UNPRICED          PIC 9(7)    VALUE 0.

       01  WS-STMT-HEADER-LINE.
           05  FILLER              PIC X(19)   VALUE
           05  FILLER              PIC X(4)    VALUE " TO ".
           05  WT-TO-DATE          PIC 9(8).

      *----------------------------------------------------------------
      *  THE COMBINED STATEMENT'S OWN HEADER - ONE PER CUSTOMER,
      *  FOLLOWED BY THE CUSTOMER MASTER MAILING BLOCK AND THEN EACH
      *  OWNED ACCOUNT'S STATEMENT IN TURN, CLOSED BY COMBINED
      *  OPENING AND CLOSING TOTALS ACROSS THOSE ACCOUNTS.
      *----------------------------------------------------------------
       01  WS-CUST-HEADER-LINE.
           05  FILLER              PIC X(20)   VALUE
               "CUSTOMER STATEMENT  ".
           05  WT-CUSTOMER         PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WT-CUST-NAME        PIC X(30).
           05  FILLER              PIC X(7)    VALUE "  FROM ".
           05  WT-CUST-FROM-DATE   PIC 9(8).
           05  FILLER              PIC X(4)    VALUE " TO ".
           05  WT-CUST-TO-DATE     PIC 9(8).

       01  WS-CUST-COUNT-LINE.
           05  FILLER              PIC X(20)   VALUE
               "ACCOUNTS STATED".
           05  FILLER              PIC X(18)   VALUE SPACE.
           05  WT-CUST-ACCOUNTS    PIC Z(12)9.

       01  WS-CUST-UNPRICED-LINE.
           05  FILLER              PIC X(20)   VALUE
               "ACCOUNTS NOT PRICED".
           05  FILLER              PIC X(18)   VALUE SPACE.
           05  WT-CUST-UNPRICED    PIC Z(12)9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(36)   VALUE
               "NO EXCHANGE RATE - NOT IN COMBINED".

       01  WS-STMT-BALANCE-LINE.
           05  WT-BALANCE-LABEL    PIC X(20).
           05  FILLER              PIC X(18)   VALUE SPACE.
           05  WT-BALANCE-VALUE    PIC -(9)9.99.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WT-BALANCE-CCY      PIC X(3).

       01  WS-STMT-DAYS-LINE.
           05  WT-DAYS-LABEL       PIC X(20).
           05  FILLER              PIC X(18)   VALUE SPACE.
           05  WT-DAYS-VALUE       PIC Z(12)9.

       01  WS-STMT-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACE.

       01  WS-MOVEMENT-AMOUNT      PIC S9(11)V99 VALUE 0.

           COPY "fxrwrk".

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACCT-STATEMENT: Starting statement generation"
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT

           IF WS-SELECT-KEY = SPACES AND WS-SELECT-BRANCH = SPACES
               AND WS-SELECT-CUSTOMER = SPACES
               DISPLAY "ACCT-STATEMENT: *** ERROR - A KEY, BRANCH OR "
                   "CUSTOMER PARAMETER IS REQUIRED ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

               DISPLAY "ACCT-STATEMENT: *** ERROR - MASTFILE OPEN "
                   "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

      *    A CUSTOMER RUN BUILDS ITS ACCOUNT LIST ONE CUSTOMER AT A
      *    TIME, LATER.
           IF WS-SELECT-CUSTOMER = SPACES
               PERFORM BUILD-ACCOUNT-LIST
                   THRU BUILD-ACCOUNT-LIST-EXIT
               IF WS-ACCT-COUNT = 0
                   DISPLAY "ACCT-STATEMENT: No accounts selected"
                   CLOSE MASTFILE
                   MOVE 4 TO RETURN-CODE
                   PERFORM RAISE-RUN-END-ALERT
                       THRU RAISE-RUN-END-ALERT-EXIT
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT AUDMASTFILE
                   "AUDIT-CONSOLIDATE BEEN RUN? ***"
               CLOSE MASTFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

               THRU OPEN-REASON-REFERENCE-EXIT
           PERFORM OPEN-CUSTOMER-FILE
               THRU OPEN-CUSTOMER-FILE-EXIT
           PERFORM OPEN-BALANCE-STATISTICS
               THRU OPEN-BALANCE-STATISTICS-EXIT
           IF WS-SELECT-CUSTOMER NOT = SPACES
               PERFORM OPEN-FX-REFERENCE THRU OPEN-FX-REFERENCE-EXIT
           END-IF

           OPEN OUTPUT STMTFILE

           IF WS-SELECT-CUSTOMER = SPACES
               PERFORM WRITE-ONE-STATEMENT
                   THRU WRITE-ONE-STATEMENT-EXIT
                   VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
           ELSE
               PERFORM WRITE-CUSTOMER-STATEMENTS
                   THRU WRITE-CUSTOMER-STATEMENTS-EXIT
           END-IF

           CLOSE STMTFILE
           CLOSE MASTFILE
           IF WS-CUST-LOOKUP-ON
               CLOSE CUSTFILE
           END-IF
           IF WS-BALS-LOOKUP-ON
               CLOSE BALSTATFILE
           END-IF

           DISPLAY "ACCT-STATEMENT: Statements written: "
               WS-STATEMENTS-WRITTEN
           DISPLAY "ACCT-STATEMENT: Proof failures:     "
               WS-PROOF-FAILURES
           IF WS-SELECT-CUSTOMER NOT = SPACES
               DISPLAY "ACCT-STATEMENT: Customer statements:"
                   WS-CUSTOMER-STATEMENTS
               DISPLAY "ACCT-STATEMENT: Customers skipped:  "
                   WS-CUSTOMERS-SKIPPED
               DISPLAY "ACCT-STATEMENT: Accounts not priced:"
                   WS-FX-UNPRICED
           END-IF

           IF NOT WS-CUSTOMER-FILES-OK
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           IF WS-SELECT-CUSTOMER NOT = SPACES
               AND WS-CUSTOMER-STATEMENTS = 0
               DISPLAY "ACCT-STATEMENT: No customer statements "
                   "written"
               MOVE 4 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           IF WS-PROOF-FAILURES > 0
               MOVE 4 TO RETURN-CODE
               MOVE 0 TO RETURN-CODE
           END-IF

      *    AN ACCOUNT WITH NO EXCHANGE RATE LEAVES ITS CUSTOMER'S
      *    COMBINED TOTALS SHORT.
           IF WS-FX-UNPRICED > 0
               DISPLAY "ACCT-STATEMENT: *** WARNING - "
                   WS-FX-UNPRICED " ACCOUNTS HAVE NO EXCHANGE RATE "
                   "ON OR BEFORE " FXW-AS-OF-DATE
                   " - LEFT OUT OF THE COMBINED TOTALS ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET ALW-WARNING TO TRUE
               MOVE "FXNORATE" TO ALW-CODE
               MOVE SPACES TO ALW-MESSAGE
               STRING WS-FX-UNPRICED
                   " STATED ACCOUNTS WITH NO EXCHANGE RATE"
                   DELIMITED BY SIZE INTO ALW-MESSAGE
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       PARSE-RUN-PARAMETERS.
                   MOVE WS-VAL-PART(1:10) TO WS-SELECT-KEY
               WHEN "BRANCH"
                   MOVE WS-VAL-PART(1:4) TO WS-SELECT-BRANCH
               WHEN "CUSTOMER"
                   MOVE WS-VAL-PART(1:10) TO WS-SELECT-CUSTOMER
               WHEN "FROM"
                   MOVE WS-VAL-PART(1:8) TO WS-FROM-DATE
               WHEN "TO"
           READ MASTFILE
               INVALID KEY
                   MOVE SPACES TO MAST-NAME
                   MOVE SPACES TO MAST-CURRENCY
                   MOVE 0 TO WS-MASTER-AMOUNT
               NOT INVALID KEY
                   MOVE MAST-AMOUNT TO WS-MASTER-AMOUNT
           END-READ
      *    THE ACCOUNT'S OWN BALANCES PRINT IN ITS OWN CURRENCY.
           MOVE MAST-CURRENCY TO WT-BALANCE-CCY
           IF WT-BALANCE-CCY = SPACES
               MOVE FXW-BASE-CURRENCY TO WT-BALANCE-CCY
           END-IF

           MOVE WS-ACCT-ENT-KEY (WS-ACCT-SUB) TO WT-KEY
           MOVE MAST-NAME TO WT-NAME
           MOVE WS-STMT-HEADER-LINE TO STMT-LINE
           WRITE STMT-LINE

      *    ON A COMBINED STATEMENT THE CUSTOMER'S MAILING BLOCK IS
      *    PRINTED ONCE, ABOVE THE FIRST ACCOUNT.
           IF WS-SELECT-CUSTOMER = SPACES
               PERFORM WRITE-ADDRESS-BLOCK
                   THRU WRITE-ADDRESS-BLOCK-EXIT
           END-IF

           MOVE "OPENING BALANCE" TO WT-BALANCE-LABEL
           MOVE WS-ACCT-ENT-OPENING (WS-ACCT-SUB)
           MOVE WS-CLOSING-BALANCE TO WT-BALANCE-VALUE
           MOVE WS-STMT-BALANCE-LINE TO STMT-LINE
           WRITE STMT-LINE
           PERFORM WRITE-BALANCE-STATISTICS
               THRU WRITE-BALANCE-STATISTICS-EXIT
           IF WS-SELECT-CUSTOMER NOT = SPACES
               PERFORM ADD-TO-CUSTOMER-TOTALS
                   THRU ADD-TO-CUSTOMER-TOTALS-EXIT
           END-IF

      *    THE PROOF: CLOSING BALANCE PLUS EVERYTHING POSTED AFTER
      *    THE RANGE MUST EQUAL THE ACCOUNT'S CURRENT MASTER AMOUNT.
       WRITE-ONE-STATEMENT-EXIT.
           EXIT.

      *    THE ACCOUNT'S OPENING AND CLOSING BALANCES, IN ITS OWN
      *    CURRENCY, INTO THE CUSTOMER'S COMBINED TOTALS IN THE BASE
      *    CURRENCY. AN ACCOUNT WITH NO RATE IS LEFT OUT AND COUNTED.
       ADD-TO-CUSTOMER-TOTALS.
           MOVE WT-BALANCE-CCY TO FXW-CURRENCY
           MOVE WS-ACCT-ENT-OPENING (WS-ACCT-SUB) TO FXW-AMOUNT
           PERFORM CONVERT-TO-BASE THRU CONVERT-TO-BASE-EXIT
           IF NOT FXW-FOUND
               ADD 1 TO WS-CUST-UNPRICED
               ADD 1 TO WS-FX-UNPRICED
               DISPLAY "ACCT-STATEMENT: *** WARNING - no exchange "
                   "rate for " FXW-CURRENCY " on or before "
                   FXW-AS-OF-DATE " - account "
                   WS-ACCT-ENT-KEY (WS-ACCT-SUB) " ***"
               GO TO ADD-TO-CUSTOMER-TOTALS-EXIT
           END-IF
           ADD FXW-BASE-AMOUNT TO WS-CUST-OPENING-TOTAL
           MOVE WS-CLOSING-BALANCE TO FXW-AMOUNT
           PERFORM CONVERT-TO-BASE THRU CONVERT-TO-BASE-EXIT
           ADD FXW-BASE-AMOUNT TO WS-CUST-CLOSING-TOTAL.

       ADD-TO-CUSTOMER-TOTALS-EXIT.
           EXIT.

      *================================================================
      *  COMBINED CUSTOMER STATEMENTS - CUSTOMER=NNNNNNNNNN STATES
      *  ONE CUSTOMER, CUSTOMER=ALL EVERY ACTIVE CUSTOMER ON THE
      *  CUSTOMER MASTER IN CUSTOMER-NUMBER ORDER. EACH CUSTOMER'S
      *  ACCOUNT LIST IS REBUILT FROM THE CROSS-REFERENCE - THE
      *  ACCOUNTS THE CUSTOMER OWNS (PRIMARY, JOINT OR TRUSTEE),
      *  WHATEVER BRANCH THEY ARE IN - AND EACH ACCOUNT IS STATED AND
      *  PROVED EXACTLY AS ON A SINGLE-ACCOUNT STATEMENT. A JOINT
      *  ACCOUNT APPEARS ON EACH OWNER'S STATEMENT.
      *================================================================
       WRITE-CUSTOMER-STATEMENTS.
           OPEN INPUT CIFFILE
           IF WS-CIFFILE-STATUS NOT = "00"
               DISPLAY "ACCT-STATEMENT: *** ERROR - CIFFILE OPEN "
                   "FAILED, STATUS: " WS-CIFFILE-STATUS " ***"
               MOVE 'N' TO WS-CUSTOMER-FILES-SW
               GO TO WRITE-CUSTOMER-STATEMENTS-EXIT
           END-IF
           OPEN INPUT CXREFFILE
           IF WS-CXREF-STATUS NOT = "00"
               DISPLAY "ACCT-STATEMENT: *** ERROR - CXREF OPEN "
                   "FAILED, STATUS: " WS-CXREF-STATUS " ***"
               MOVE 'N' TO WS-CUSTOMER-FILES-SW
               CLOSE CIFFILE
               GO TO WRITE-CUSTOMER-STATEMENTS-EXIT
           END-IF

           IF WS-SELECT-CUSTOMER = "ALL"
               MOVE LOW-VALUES TO CIF-NUMBER
               START CIFFILE KEY IS NOT LESS THAN CIF-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-CIF-EOF-FLAG
               END-START
               PERFORM READ-NEXT-CUSTOMER
                   UNTIL WS-CIF-EOF-FLAG = 'Y'
           ELSE
               MOVE WS-SELECT-CUSTOMER TO CIF-NUMBER
               READ CIFFILE
                   INVALID KEY
                       DISPLAY "ACCT-STATEMENT: Customer "
                           WS-SELECT-CUSTOMER " is not on the "
                           "customer master"
                       ADD 1 TO WS-CUSTOMERS-SKIPPED
                   NOT INVALID KEY
                       PERFORM WRITE-ONE-CUSTOMER
                           THRU WRITE-ONE-CUSTOMER-EXIT
               END-READ
           END-IF

           CLOSE CIFFILE
           CLOSE CXREFFILE.

       WRITE-CUSTOMER-STATEMENTS-EXIT.
           EXIT.

       READ-NEXT-CUSTOMER.
           READ CIFFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CIF-EOF-FLAG
               NOT AT END
                   PERFORM WRITE-ONE-CUSTOMER
                       THRU WRITE-ONE-CUSTOMER-EXIT
           END-READ.

       WRITE-ONE-CUSTOMER.
           IF CIF-CLOSED
               ADD 1 TO WS-CUSTOMERS-SKIPPED
               GO TO WRITE-ONE-CUSTOMER-EXIT
           END-IF

           MOVE 0 TO WS-ACCT-COUNT
           MOVE 'N' TO WS-ACCT-TABLE-FULL-SW
           MOVE 'N' TO WS-XREF-EOF-SW
           MOVE CIF-NUMBER TO CXR-CUSTOMER
           START CXREFFILE KEY IS EQUAL TO CXR-CUSTOMER
               INVALID KEY
                   SET WS-XREF-EOF TO TRUE
           END-START
           PERFORM COLLECT-CUSTOMER-ACCOUNT
               THRU COLLECT-CUSTOMER-ACCOUNT-EXIT
               UNTIL WS-XREF-EOF

           IF WS-ACCT-COUNT = 0
               DISPLAY "ACCT-STATEMENT: Customer " CIF-NUMBER
                   " owns no accounts - no statement"
               ADD 1 TO WS-CUSTOMERS-SKIPPED
               GO TO WRITE-ONE-CUSTOMER-EXIT
           END-IF

           MOVE CIF-NUMBER TO WT-CUSTOMER
           MOVE CIF-NAME TO WT-CUST-NAME
           MOVE WS-FROM-DATE TO WT-CUST-FROM-DATE
           MOVE WS-TO-DATE TO WT-CUST-TO-DATE
           MOVE WS-CUST-HEADER-LINE TO STMT-LINE
           WRITE STMT-LINE
           PERFORM WRITE-CUSTOMER-ADDRESS
               THRU WRITE-CUSTOMER-ADDRESS-EXIT
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE

           MOVE 0 TO WS-CUST-OPENING-TOTAL
           MOVE 0 TO WS-CUST-CLOSING-TOTAL
           MOVE 0 TO WS-CUST-UNPRICED
           MOVE WS-STATEMENTS-WRITTEN TO WS-STATED-BEFORE
           PERFORM WRITE-ONE-STATEMENT THRU WRITE-ONE-STATEMENT-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT

           COMPUTE WT-CUST-ACCOUNTS =
               WS-STATEMENTS-WRITTEN - WS-STATED-BEFORE
           MOVE WS-CUST-COUNT-LINE TO STMT-LINE
           WRITE STMT-LINE
           IF WS-CUST-UNPRICED > 0
               MOVE WS-CUST-UNPRICED TO WT-CUST-UNPRICED
               MOVE WS-CUST-UNPRICED-LINE TO STMT-LINE
               WRITE STMT-LINE
           END-IF
           MOVE FXW-BASE-CURRENCY TO WT-BALANCE-CCY
           MOVE "COMBINED OPENING" TO WT-BALANCE-LABEL
           MOVE WS-CUST-OPENING-TOTAL TO WT-BALANCE-VALUE
           MOVE WS-STMT-BALANCE-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE "COMBINED CLOSING" TO WT-BALANCE-LABEL
           MOVE WS-CUST-CLOSING-TOTAL TO WT-BALANCE-VALUE
           MOVE WS-STMT-BALANCE-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           ADD 1 TO WS-CUSTOMER-STATEMENTS.

       WRITE-ONE-CUSTOMER-EXIT.
           EXIT.

       COLLECT-CUSTOMER-ACCOUNT.
           READ CXREFFILE NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
                   GO TO COLLECT-CUSTOMER-ACCOUNT-EXIT
           END-READ
           IF CXR-CUSTOMER NOT = CIF-NUMBER
               SET WS-XREF-EOF TO TRUE
               GO TO COLLECT-CUSTOMER-ACCOUNT-EXIT
           END-IF
      *    AN AUTHORISED SIGNER ACTS ON THE ACCOUNT BUT IS NOT SENT
      *    ITS STATEMENT.
           IF NOT CXR-OWNER
               GO TO COLLECT-CUSTOMER-ACCOUNT-EXIT
           END-IF
           MOVE CXR-ACCOUNT TO WS-SELECT-KEY
           PERFORM ADD-ONE-ACCOUNT
           MOVE SPACES TO WS-SELECT-KEY.

       COLLECT-CUSTOMER-ACCOUNT-EXIT.
           EXIT.

       WRITE-CUSTOMER-ADDRESS.
           MOVE CIF-NAME TO WT-ADDRESS-TEXT
           MOVE WS-STMT-ADDRESS-LINE TO STMT-LINE
           WRITE STMT-LINE
           IF CIF-ADDR-LINE1 NOT = SPACES
               MOVE CIF-ADDR-LINE1 TO WT-ADDRESS-TEXT
               MOVE WS-STMT-ADDRESS-LINE TO STMT-LINE
               WRITE STMT-LINE
           END-IF
           IF CIF-ADDR-LINE2 NOT = SPACES
               MOVE CIF-ADDR-LINE2 TO WT-ADDRESS-TEXT
               MOVE WS-STMT-ADDRESS-LINE TO STMT-LINE
               WRITE STMT-LINE
           END-IF
           IF CIF-POSTCODE NOT = SPACES
               MOVE CIF-POSTCODE TO WT-ADDRESS-TEXT
               MOVE WS-STMT-ADDRESS-LINE TO STMT-LINE
               WRITE STMT-LINE
           END-IF.

       WRITE-CUSTOMER-ADDRESS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE CUSTOMER DETAIL SATELLITE (SEE CUSTREC) SUPPLIES THE
      *  MAILING NAME AND ADDRESS FOR THE STATEMENT HEADER. AN
       LOOKUP-REASON-DESC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE PERIOD BALANCE STATISTICS (SEE BALSREC/BAL-STATS). THEY
      *  ARE PRINTED UNDER THE CLOSING BALANCE ONLY WHEN THE
      *  STATEMENT'S FROM AND TO DATES ARE THE PERIOD THEY WERE
      *  STORED FOR - FIGURES FOR ANY OTHER RANGE WOULD NOT MATCH
      *  THE MOVEMENTS PRINTED. A MISSING FILE IS REPORTED AND THE
      *  STATEMENT PRINTS WITHOUT THEM.
      *----------------------------------------------------------------
       OPEN-BALANCE-STATISTICS.
           OPEN INPUT BALSTATFILE
           IF WS-BALSTAT-STATUS = "00"
               SET WS-BALS-LOOKUP-ON TO TRUE
           ELSE
               DISPLAY "ACCT-STATEMENT: Balance statistics file not "
                   "available - average balances not shown"
           END-IF.

       OPEN-BALANCE-STATISTICS-EXIT.
           EXIT.

      *    THE RATES FOR THE COMBINED TOTALS - IN FORCE ON THE TO
      *    DATE, OR ON THE RUN DATE WHEN THE RANGE IS OPEN-ENDED OR
      *    RUNS PAST TODAY.
       OPEN-FX-REFERENCE.
           IF WS-TO-DATE > WS-RUN-DATE
               MOVE WS-RUN-DATE TO FXW-AS-OF-DATE
           ELSE
               MOVE WS-TO-DATE TO FXW-AS-OF-DATE
           END-IF
           PERFORM LOAD-FX-RATES THRU LOAD-FX-RATES-EXIT
           IF FXW-FILE-MISSING
               DISPLAY "ACCT-STATEMENT: Exchange rate file not "
                   "available - only base-currency accounts total"
           ELSE
               DISPLAY "ACCT-STATEMENT: Exchange rates loaded: "
                   FXW-RATE-COUNT " AS OF " FXW-AS-OF-DATE
           END-IF.

       OPEN-FX-REFERENCE-EXIT.
           EXIT.

       WRITE-BALANCE-STATISTICS.
           IF NOT WS-BALS-LOOKUP-ON
               GO TO WRITE-BALANCE-STATISTICS-EXIT
           END-IF

           MOVE WS-ACCT-ENT-KEY (WS-ACCT-SUB) TO BALS-ACCOUNT
           MOVE WS-TO-DATE TO BALS-PERIOD
           READ BALSTATFILE
               INVALID KEY
                   GO TO WRITE-BALANCE-STATISTICS-EXIT
           END-READ
           IF BALS-FROM-DATE NOT = WS-FROM-DATE
               GO TO WRITE-BALANCE-STATISTICS-EXIT
           END-IF

           MOVE "AVG DAILY BALANCE" TO WT-BALANCE-LABEL
           MOVE BALS-AVERAGE-BALANCE TO WT-BALANCE-VALUE
           MOVE WS-STMT-BALANCE-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE "MINIMUM BALANCE" TO WT-BALANCE-LABEL
           MOVE BALS-MINIMUM-BALANCE TO WT-BALANCE-VALUE
           MOVE WS-STMT-BALANCE-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE "MAXIMUM BALANCE" TO WT-BALANCE-LABEL
           MOVE BALS-MAXIMUM-BALANCE TO WT-BALANCE-VALUE
           MOVE WS-STMT-BALANCE-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE "DAYS NEGATIVE" TO WT-DAYS-LABEL
           MOVE BALS-DAYS-NEGATIVE TO WT-DAYS-VALUE
           MOVE WS-STMT-DAYS-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE "DAYS AVERAGED" TO WT-DAYS-LABEL
           MOVE BALS-DAYS-OPEN TO WT-DAYS-VALUE
           MOVE WS-STMT-DAYS-LINE TO STMT-LINE
           WRITE STMT-LINE
           IF BALS-NOT-PROVED
               MOVE "*** AVERAGES FROM AN UNPROVED REPLAY ***"
                   TO WT-PROOF-TEXT
               MOVE WS-STMT-PROOF-LINE TO STMT-LINE
               WRITE STMT-LINE
           END-IF.

       WRITE-BALANCE-STATISTICS-EXIT.
           EXIT.

      *================================================================
      *  STATEMENT BODY - A SECOND PASS OVER THE SAME KEY RANGE,
      *  POSITIONED AT THE FIRST MOVEMENT ON OR AFTER THE FROM DATE
           MOVE AUDH-REASON-CODE TO WS-LOOKUP-REASON
           PERFORM LOOKUP-REASON-DESC
               THRU LOOKUP-REASON-DESC-EXIT
      *    A DEPOSIT OR WITHDRAWAL WITH NO DESCRIBED REASON (THE
      *    DEPO/WDRL DEFAULT POSTING GIVES AN UNREASONED ITEM) IS
      *    LABELLED BY ITS TYPE SO THE CUSTOMER SEES WHAT IT WAS.
           IF WS-REASON-DESC = SPACES
               OR WS-REASON-DESC = "(CODE NOT ON FILE)"
               EVALUATE AUDH-TRAN-TYPE
                   WHEN "P"
                       MOVE "DEPOSIT" TO WS-REASON-DESC
                   WHEN "W"
                       MOVE "WITHDRAWAL" TO WS-REASON-DESC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE WS-REASON-DESC TO WT-REASON-DESC
           MOVE WS-MOVEMENT-AMOUNT TO WT-MOVEMENT
           MOVE WS-RUNNING-BALANCE TO WT-BALANCE

       PRINT-ONE-MOVEMENT-EXIT.
           EXIT.

      *================================================================
      *  EXCHANGE RATES (SEE THE FXRREC AND FXRWRK COPYBOOKS).
      *  TABLES THE LATEST RATE ON OR BEFORE FXW-AS-OF-DATE FOR
      *  EVERY CURRENCY ON FXRATE. THE FILE IS KEYED DATE THEN
      *  CURRENCY, SO A FORWARD READ MEETS EACH CURRENCY'S RATES
      *  OLDEST FIRST AND A LATER DAY'S RATE SIMPLY OVERLAYS THE
      *  EARLIER ONE; THE READ STOPS AT THE FIRST DATE PAST THE
      *  AS-OF DATE.
      *================================================================
       LOAD-FX-RATES.
           MOVE 0 TO FXW-RATE-COUNT
           MOVE 0 TO FXW-DROPPED-COUNT
           MOVE "N" TO FXW-EOF-SW
           MOVE "N" TO FXW-FILE-SW
           OPEN INPUT FXRATEFILE
           IF FXW-STATUS NOT = "00"
               MOVE "M" TO FXW-FILE-SW
               GO TO LOAD-FX-RATES-EXIT
           END-IF
           PERFORM LOAD-ONE-FX-RATE THRU LOAD-ONE-FX-RATE-EXIT
               UNTIL FXW-EOF
           CLOSE FXRATEFILE
           IF FXW-DROPPED-COUNT > 0
               DISPLAY "ACCT-STATEMENT: *** WARNING - "
                   FXW-DROPPED-COUNT " CURRENCIES BEYOND THE RATE "
                   "TABLE'S 50 NOT LOADED ***"
           END-IF.

       LOAD-FX-RATES-EXIT.
           EXIT.

       LOAD-ONE-FX-RATE.
           READ FXRATEFILE NEXT RECORD
               AT END
                   MOVE "Y" TO FXW-EOF-SW
                   GO TO LOAD-ONE-FX-RATE-EXIT
           END-READ
           IF FXR-DATE > FXW-AS-OF-DATE
               MOVE "Y" TO FXW-EOF-SW
               GO TO LOAD-ONE-FX-RATE-EXIT
           END-IF
           MOVE FXR-CURRENCY TO FXW-CURRENCY
           MOVE "N" TO FXW-FOUND-SW
           PERFORM SCAN-FX-RATE-TABLE
               VARYING FXW-SUB FROM 1 BY 1
               UNTIL FXW-SUB > FXW-RATE-COUNT OR FXW-FOUND
           IF FXW-FOUND
      *        THE SCAN LEAVES THE SUBSCRIPT ONE PAST THE HIT.
               SUBTRACT 1 FROM FXW-SUB
           ELSE
               IF FXW-RATE-COUNT NOT < 50
                   ADD 1 TO FXW-DROPPED-COUNT
                   GO TO LOAD-ONE-FX-RATE-EXIT
               END-IF
               ADD 1 TO FXW-RATE-COUNT
               MOVE FXW-RATE-COUNT TO FXW-SUB
               MOVE FXR-CURRENCY TO FXW-ENT-CURRENCY (FXW-SUB)
           END-IF
           MOVE FXR-RATE TO FXW-ENT-RATE (FXW-SUB)
           MOVE FXR-DATE TO FXW-ENT-DATE (FXW-SUB).

       LOAD-ONE-FX-RATE-EXIT.
           EXIT.

       SCAN-FX-RATE-TABLE.
           IF FXW-ENT-CURRENCY (FXW-SUB) = FXW-CURRENCY
               MOVE "Y" TO FXW-FOUND-SW
           END-IF.

       LOOK-UP-FX-RATE.
           MOVE "N" TO FXW-FOUND-SW
           MOVE 0 TO FXW-RATE
           MOVE SPACES TO FXW-RATE-DATE
           IF FXW-CURRENCY = SPACES
               OR FXW-CURRENCY = FXW-BASE-CURRENCY
               MOVE "Y" TO FXW-FOUND-SW
               MOVE 1 TO FXW-RATE
               MOVE FXW-AS-OF-DATE TO FXW-RATE-DATE
               GO TO LOOK-UP-FX-RATE-EXIT
           END-IF
           PERFORM SCAN-FX-RATE-TABLE
               VARYING FXW-SUB FROM 1 BY 1
               UNTIL FXW-SUB > FXW-RATE-COUNT OR FXW-FOUND
           IF FXW-FOUND
      *        THE SCAN LEAVES THE SUBSCRIPT ONE PAST THE HIT.
               SUBTRACT 1 FROM FXW-SUB
               MOVE FXW-ENT-RATE (FXW-SUB) TO FXW-RATE
               MOVE FXW-ENT-DATE (FXW-SUB) TO FXW-RATE-DATE
           END-IF.

       LOOK-UP-FX-RATE-EXIT.
           EXIT.

       CONVERT-TO-BASE.
           PERFORM LOOK-UP-FX-RATE THRU LOOK-UP-FX-RATE-EXIT
           MOVE 0 TO FXW-BASE-AMOUNT
           IF FXW-FOUND
               COMPUTE FXW-BASE-AMOUNT ROUNDED =
                   FXW-AMOUNT * FXW-RATE
           END-IF.

       CONVERT-TO-BASE-EXIT.
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
               DISPLAY "ACCT-STATEMENT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "ACCT-STATEMENT" TO ALR-PROGRAM
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
