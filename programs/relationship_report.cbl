       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATIONSHIP-REPORT.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  CUSTOMER RELATIONSHIP REPORT. FOR EVERY ACTIVE CUSTOMER ON
      *  THE CUSTOMER MASTER (SEE CIFREC), LISTS EACH ACCOUNT THE
      *  CUSTOMER IS LINKED TO THROUGH THE CROSS-REFERENCE (SEE
      *  CXRREC) WITH ITS ROLE AND CURRENT MASTER BALANCE, SUBTOTALS
      *  THE OWNED BALANCES BY BRANCH AND ROLLS THEM UP TO ONE TOTAL
      *  PER CUSTOMER ACROSS ALL BRANCHES. AN AUTHORISED SIGNER'S
      *  ACCOUNTS ARE LISTED BUT NOT COUNTED - THE CUSTOMER DOES NOT
      *  OWN THEM. A JOINT ACCOUNT COUNTS IN FULL TOWARD EACH OWNER.
      *  A CLOSING EXCEPTION SECTION LISTS THE OPEN ACCOUNTS WITH NO
      *  OWNING CUSTOMER OR NO PRIMARY OWNER - THE WORK LIST FOR
      *  LINKING THE REMAINING ACCOUNTS THROUGH CIF-MAINT.
      *  EACH ACCOUNT LINE SHOWS THE BALANCE IN THE ACCOUNT'S OWN
      *  CURRENCY. THE BRANCH, CUSTOMER AND GRAND TOTALS ARE IN THE
      *  BASE CURRENCY, EACH OWNED BALANCE CONVERTED AT THE RATES ON
      *  FXRATE IN FORCE ON THE BUSINESS DATE. AN OWNED ACCOUNT WITH
      *  NO RATE IS FLAGGED, LEFT OUT OF THE TOTALS AND COUNTED.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIFFILE ASSIGN TO "CIFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CIF-NUMBER
               FILE STATUS IS WS-CIFFILE-STATUS.
      *    READ BY THE CUSTOMER ALTERNATE KEY FOR EACH CUSTOMER'S
      *    ACCOUNTS, AND BY THE ACCOUNT PRIMARY KEY FOR THE
      *    EXCEPTION PASS OVER THE MASTER.
           SELECT CXREFFILE ASSIGN TO "CXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXR-KEY
               ALTERNATE RECORD KEY IS CXR-CUSTOMER
                   WITH DUPLICATES
               FILE STATUS IS WS-CXREF-STATUS.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    THE EXCHANGE RATES FOR THE BASE-CURRENCY TOTALS. OPTIONAL -
      *    WITHOUT IT ONLY BASE-CURRENCY ACCOUNTS PRICE.
           SELECT FXRATEFILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-KEY
               FILE STATUS IS FXW-STATUS.
           SELECT RELRPTFILE ASSIGN TO "RELRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CIFFILE.
           COPY "cifrec".

       FD  CXREFFILE.
           COPY "cxrrec".

       FD  MASTFILE.
           COPY "mastrec".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  FXRATEFILE.
           COPY "fxrrec".

       FD  RELRPTFILE.
       01  RELRPT-LINE             PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CIFFILE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-CXREF-STATUS         PIC X(2)    VALUE SPACES.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-CIF-EOF-FLAG         PIC X       VALUE 'N'.
       01  WS-MAST-EOF-FLAG        PIC X       VALUE 'N'.
       01  WS-XREF-SW              PIC X       VALUE 'N'.
           88  WS-XREF-ON                      VALUE 'Y'.
       01  WS-XREF-EOF-SW          PIC X       VALUE 'N'.
           88  WS-XREF-EOF                     VALUE 'Y'.
       01  WS-CURRENT-CUSTOMER     PIC X(10)   VALUE SPACES.
       01  WS-HAS-OWNER-SW         PIC X       VALUE 'N'.
           88  WS-HAS-OWNER                    VALUE 'Y'.
       01  WS-HAS-PRIMARY-SW       PIC X       VALUE 'N'.
           88  WS-HAS-PRIMARY                  VALUE 'Y'.

      *----------------------------------------------------------------
      *  ONE CUSTOMER'S BRANCH ROLL-UP - THE OWNED ACCOUNTS AND
      *  BALANCE IN EACH BRANCH THE CUSTOMER BANKS AT. CLEARED AT
      *  EACH NEW CUSTOMER.
      *----------------------------------------------------------------
       01  WS-BRANCH-COUNT         PIC 9(3)    VALUE 0.
       01  WS-BRANCH-SUB           PIC 9(3)    VALUE 0.
       01  WS-BRANCH-FOUND         PIC 9(3)    VALUE 0.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY     OCCURS 100 TIMES.
               10  WS-BR-CODE      PIC X(4).
               10  WS-BR-ACCOUNTS  PIC 9(5).
               10  WS-BR-BALANCE   PIC S9(11)V99.

       01  WS-CUST-ACCOUNTS        PIC 9(5)    VALUE 0.
       01  WS-CUST-SIGNER-ACCTS    PIC 9(5)    VALUE 0.
       01  WS-CUST-BALANCE         PIC S9(11)V99 VALUE 0.

       01  WS-CUSTOMERS-READ       PIC 9(7)    VALUE 0.
       01  WS-CUSTOMERS-CLOSED     PIC 9(7)    VALUE 0.
       01  WS-CUSTOMERS-REPORTED   PIC 9(7)    VALUE 0.
       01  WS-CUSTOMERS-NO-ACCTS   PIC 9(7)    VALUE 0.
       01  WS-LINKS-READ           PIC 9(7)    VALUE 0.
       01  WS-LINKS-BROKEN         PIC 9(7)    VALUE 0.
       01  WS-OWNED-TOTAL          PIC S9(13)V99 VALUE 0.
       01  WS-MASTERS-READ         PIC 9(7)    VALUE 0.
       01  WS-UNOWNED-COUNT        PIC 9(7)    VALUE 0.
       01  WS-NO-PRIMARY-COUNT     PIC 9(7)    VALUE 0.
       01  WS-FX-UNPRICED          PIC 9(7)    VALUE 0.

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(34)   VALUE
               "CUSTOMER RELATIONSHIP REPORT      ".
           05  FILLER              PIC X(14)   VALUE "BUSINESS DATE ".
           05  WR-BUSINESS-DATE    PIC 9(8).

       01  WS-CUSTOMER-LINE.
           05  FILLER              PIC X(9)    VALUE "CUSTOMER ".
           05  WR-CUSTOMER         PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-CUST-NAME        PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-CUST-POSTCODE    PIC X(9).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  FILLER              PIC X(12)   VALUE "ACCOUNT".
           05  FILLER              PIC X(22)   VALUE "NAME".
           05  FILLER              PIC X(6)    VALUE "BRCH".
           05  FILLER              PIC X(18)   VALUE "ROLE".
           05  FILLER              PIC X(16)   VALUE "STATUS".
           05  FILLER              PIC X(15)   VALUE "       BALANCE".
           05  FILLER              PIC X(3)    VALUE "CCY".

       01  WS-RPT-DETAIL-LINE.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  WR-ACCOUNT          PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-NAME             PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-BRANCH           PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-ROLE             PIC X(16).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-STATUS           PIC X(14).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-BALANCE          PIC -(10)9.99.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WR-CURRENCY         PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-FLAG             PIC X(12).

       01  WS-BRANCH-LINE.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  FILLER              PIC X(7)    VALUE "BRANCH ".
           05  WR-BR-CODE          PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-BR-ACCOUNTS      PIC ZZZZ9.
           05  FILLER              PIC X(15)   VALUE " OWNED ACCOUNTS".
           05  FILLER              PIC X(41)   VALUE SPACE.
           05  WR-BR-BALANCE       PIC -(10)9.99.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WR-BR-CURRENCY      PIC X(3).

       01  WS-CUST-TOTAL-LINE.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  FILLER              PIC X(15)   VALUE "CUSTOMER TOTAL ".
           05  WR-CT-ACCOUNTS      PIC ZZZZ9.
           05  FILLER              PIC X(16)   VALUE " OWNED ACCOUNTS ".
           05  FILLER              PIC X(3)    VALUE "IN ".
           05  WR-CT-BRANCHES      PIC ZZ9.
           05  FILLER              PIC X(9)    VALUE " BRANCHES".
           05  FILLER              PIC X(23)   VALUE SPACE.
           05  WR-CT-BALANCE       PIC -(10)9.99.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WR-CT-CURRENCY      PIC X(3).

       01  WS-EXCEPTION-HEADING.
           05  FILLER              PIC X(50)   VALUE
               "OPEN ACCOUNTS WITHOUT A COMPLETE OWNERSHIP RECORD".

       01  WS-RPT-TOTAL-LINE.
           05  WR-TOTAL-LABEL      PIC X(40).
           05  WR-TOTAL-COUNT      PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-TOTAL-AMOUNT     PIC -(12)9.99.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WR-TOTAL-CURRENCY   PIC X(3).

           COPY "fxrwrk".

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RELATIONSHIP-REPORT: Starting customer "
               "relationship report..."
           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           PERFORM OPEN-FX-REFERENCE THRU OPEN-FX-REFERENCE-EXIT

           OPEN INPUT CIFFILE
           IF WS-CIFFILE-STATUS NOT = "00"
      *        NO CUSTOMER HAS BEEN SET UP YET - THE EXCEPTION PASS
      *        STILL LISTS EVERY OPEN ACCOUNT AS UNOWNED.
               DISPLAY "RELATIONSHIP-REPORT: Customer master not "
                   "available, status " WS-CIFFILE-STATUS
                   " - no customers to report"
               MOVE 'Y' TO WS-CIF-EOF-FLAG
           END-IF

           OPEN INPUT CXREFFILE
           IF WS-CXREF-STATUS = "00"
               SET WS-XREF-ON TO TRUE
           ELSE
               DISPLAY "RELATIONSHIP-REPORT: Cross-reference not "
                   "available, status " WS-CXREF-STATUS
                   " - no accounts are linked"
           END-IF

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS NOT = "00"
               DISPLAY "RELATIONSHIP-REPORT: *** ERROR - MASTFILE "
                   "OPEN FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT RELRPTFILE
           MOVE WS-BUSINESS-DATE TO WR-BUSINESS-DATE
           MOVE WS-RPT-HEADER-LINE TO RELRPT-LINE
           WRITE RELRPT-LINE

           PERFORM READ-CUSTOMER-LOOP
               UNTIL WS-CIF-EOF-FLAG = 'Y'

           PERFORM REPORT-OWNERSHIP-EXCEPTIONS
               THRU REPORT-OWNERSHIP-EXCEPTIONS-EXIT

           PERFORM WRITE-GRAND-TOTALS

           IF WS-CIFFILE-STATUS = "00" OR WS-CIFFILE-STATUS = "10"
               CLOSE CIFFILE
           END-IF
           IF WS-XREF-ON
               CLOSE CXREFFILE
           END-IF
           CLOSE MASTFILE
           CLOSE RELRPTFILE

           DISPLAY "RELATIONSHIP-REPORT: Report completed"
           DISPLAY "RELATIONSHIP-REPORT: Customers reported:  "
               WS-CUSTOMERS-REPORTED
           DISPLAY "RELATIONSHIP-REPORT: Links read:          "
               WS-LINKS-READ
           DISPLAY "RELATIONSHIP-REPORT: Links to no account: "
               WS-LINKS-BROKEN
           DISPLAY "RELATIONSHIP-REPORT: Unowned accounts:    "
               WS-UNOWNED-COUNT
           DISPLAY "RELATIONSHIP-REPORT: No primary owner:    "
               WS-NO-PRIMARY-COUNT
           DISPLAY "RELATIONSHIP-REPORT: Owned with no rate:  "
               WS-FX-UNPRICED

      *    A LINK TO AN ACCOUNT THE MASTER NO LONGER HOLDS (ARCHIVED
      *    OR MISKEYED) MUST BE REMOVED THROUGH CIF-MAINT.
           IF WS-LINKS-BROKEN > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

      *    AN OWNED ACCOUNT WITH NO EXCHANGE RATE LEAVES THE
      *    CUSTOMER AND BRANCH TOTALS SHORT.
           IF WS-FX-UNPRICED > 0
               DISPLAY "RELATIONSHIP-REPORT: *** WARNING - "
                   WS-FX-UNPRICED " OWNED ACCOUNTS HAVE NO EXCHANGE "
                   "RATE ON OR BEFORE " FXW-AS-OF-DATE
                   " - LEFT OUT OF THE TOTALS ***"
               MOVE 4 TO RETURN-CODE
               SET ALW-WARNING TO TRUE
               MOVE "FXNORATE" TO ALW-CODE
               MOVE SPACES TO ALW-MESSAGE
               STRING WS-FX-UNPRICED
                   " OWNED ACCOUNTS WITH NO EXCHANGE RATE"
                   DELIMITED BY SIZE INTO ALW-MESSAGE
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
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

       OPEN-FX-REFERENCE.
           MOVE WS-BUSINESS-DATE TO FXW-AS-OF-DATE
           PERFORM LOAD-FX-RATES THRU LOAD-FX-RATES-EXIT
           IF FXW-FILE-MISSING
               DISPLAY "RELATIONSHIP-REPORT: Exchange rate file not "
                   "available - only base-currency accounts price"
           ELSE
               DISPLAY "RELATIONSHIP-REPORT: Exchange rates loaded: "
                   FXW-RATE-COUNT
           END-IF.

       OPEN-FX-REFERENCE-EXIT.
           EXIT.

       READ-CUSTOMER-LOOP.
           READ CIFFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CIF-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   PERFORM REPORT-ONE-CUSTOMER
                       THRU REPORT-ONE-CUSTOMER-EXIT
           END-READ.

      *================================================================
      *  ONE CUSTOMER - HEADER, ONE LINE PER LINKED ACCOUNT, A
      *  SUBTOTAL PER BRANCH AND THE CUSTOMER'S TOTAL ACROSS THEM.
      *  A CLOSED CUSTOMER HAS NO LINKS LEFT AND IS ONLY COUNTED.
      *================================================================
       REPORT-ONE-CUSTOMER.
           IF CIF-CLOSED
               ADD 1 TO WS-CUSTOMERS-CLOSED
               GO TO REPORT-ONE-CUSTOMER-EXIT
           END-IF

           ADD 1 TO WS-CUSTOMERS-REPORTED
           MOVE CIF-NUMBER TO WS-CURRENT-CUSTOMER
           MOVE 0 TO WS-BRANCH-COUNT
           MOVE 0 TO WS-CUST-ACCOUNTS
           MOVE 0 TO WS-CUST-SIGNER-ACCTS
           MOVE 0 TO WS-CUST-BALANCE

           MOVE SPACES TO RELRPT-LINE
           WRITE RELRPT-LINE
           MOVE CIF-NUMBER TO WR-CUSTOMER
           MOVE CIF-NAME TO WR-CUST-NAME
           MOVE CIF-POSTCODE TO WR-CUST-POSTCODE
           MOVE WS-CUSTOMER-LINE TO RELRPT-LINE
           WRITE RELRPT-LINE
           MOVE WS-COLUMN-HEADING TO RELRPT-LINE
           WRITE RELRPT-LINE

           MOVE 'N' TO WS-XREF-EOF-SW
           IF NOT WS-XREF-ON
               SET WS-XREF-EOF TO TRUE
           ELSE
               MOVE WS-CURRENT-CUSTOMER TO CXR-CUSTOMER
               START CXREFFILE KEY IS EQUAL TO CXR-CUSTOMER
                   INVALID KEY
                       SET WS-XREF-EOF TO TRUE
               END-START
           END-IF
           PERFORM REPORT-ONE-LINK THRU REPORT-ONE-LINK-EXIT
               UNTIL WS-XREF-EOF

           PERFORM WRITE-BRANCH-SUBTOTAL
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT

           MOVE WS-CUST-ACCOUNTS TO WR-CT-ACCOUNTS
           MOVE WS-BRANCH-COUNT TO WR-CT-BRANCHES
           MOVE WS-CUST-BALANCE TO WR-CT-BALANCE
           MOVE FXW-BASE-CURRENCY TO WR-CT-CURRENCY
           MOVE WS-CUST-TOTAL-LINE TO RELRPT-LINE
           WRITE RELRPT-LINE

           IF WS-CUST-ACCOUNTS = 0 AND WS-CUST-SIGNER-ACCTS = 0
               ADD 1 TO WS-CUSTOMERS-NO-ACCTS
           END-IF
           ADD WS-CUST-BALANCE TO WS-OWNED-TOTAL.

       REPORT-ONE-CUSTOMER-EXIT.
           EXIT.

       REPORT-ONE-LINK.
           READ CXREFFILE NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
                   GO TO REPORT-ONE-LINK-EXIT
           END-READ
           IF CXR-CUSTOMER NOT = WS-CURRENT-CUSTOMER
               SET WS-XREF-EOF TO TRUE
               GO TO REPORT-ONE-LINK-EXIT
           END-IF
           ADD 1 TO WS-LINKS-READ

           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE CXR-ACCOUNT TO WR-ACCOUNT
           EVALUATE CXR-ROLE
               WHEN "P"
                   MOVE "PRIMARY OWNER" TO WR-ROLE
               WHEN "J"
                   MOVE "JOINT OWNER" TO WR-ROLE
               WHEN "T"
                   MOVE "TRUSTEE" TO WR-ROLE
               WHEN "A"
                   MOVE "AUTH SIGNER" TO WR-ROLE
               WHEN OTHER
                   MOVE "?" TO WR-ROLE
           END-EVALUATE

           MOVE CXR-ACCOUNT TO MAST-KEY
           READ MASTFILE
               INVALID KEY
                   ADD 1 TO WS-LINKS-BROKEN
                   MOVE "*NOT ON MASTER" TO WR-STATUS
                   MOVE "REMOVE LINK" TO WR-FLAG
                   MOVE WS-RPT-DETAIL-LINE TO RELRPT-LINE
                   WRITE RELRPT-LINE
                   GO TO REPORT-ONE-LINK-EXIT
           END-READ

           MOVE MAST-NAME TO WR-NAME
           MOVE MAST-BRANCH TO WR-BRANCH
           MOVE MAST-AMOUNT TO WR-BALANCE
           PERFORM PRICE-ONE-MASTER THRU PRICE-ONE-MASTER-EXIT
           MOVE FXW-CURRENCY TO WR-CURRENCY
           IF MAST-INACTIVE
               MOVE "CLOSED" TO WR-STATUS
           ELSE
               MOVE "ACTIVE" TO WR-STATUS
           END-IF

           IF CXR-OWNER
               ADD 1 TO WS-CUST-ACCOUNTS
               IF NOT FXW-FOUND
                   ADD 1 TO WS-FX-UNPRICED
                   MOVE "NO FX RATE" TO WR-FLAG
               END-IF
               ADD FXW-BASE-AMOUNT TO WS-CUST-BALANCE
               PERFORM ADD-TO-BRANCH-ROLLUP
                   THRU ADD-TO-BRANCH-ROLLUP-EXIT
           ELSE
               ADD 1 TO WS-CUST-SIGNER-ACCTS
               MOVE "NOT OWNED" TO WR-FLAG
           END-IF

           MOVE WS-RPT-DETAIL-LINE TO RELRPT-LINE
           WRITE RELRPT-LINE.

       REPORT-ONE-LINK-EXIT.
           EXIT.

      *    THE MASTER BALANCE IN THE ACCOUNT'S OWN CURRENCY (SPACES
      *    ARE THE BASE CURRENCY) TO ITS BASE EQUIVALENT. NO RATE
      *    PRICES IT AT ZERO.
       PRICE-ONE-MASTER.
           MOVE MAST-CURRENCY TO FXW-CURRENCY
           IF FXW-CURRENCY = SPACES
               MOVE FXW-BASE-CURRENCY TO FXW-CURRENCY
           END-IF
           MOVE MAST-AMOUNT TO FXW-AMOUNT
           PERFORM CONVERT-TO-BASE THRU CONVERT-TO-BASE-EXIT.

       PRICE-ONE-MASTER-EXIT.
           EXIT.

       ADD-TO-BRANCH-ROLLUP.
           MOVE 0 TO WS-BRANCH-FOUND
           PERFORM FIND-BRANCH-ENTRY
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                   OR WS-BRANCH-FOUND > 0

           IF WS-BRANCH-FOUND = 0
               IF WS-BRANCH-COUNT >= 100
                   DISPLAY "RELATIONSHIP-REPORT: *** WARNING - "
                       "customer " WS-CURRENT-CUSTOMER " banks at "
                       "more than 100 branches - branch subtotals "
                       "incomplete ***"
                   GO TO ADD-TO-BRANCH-ROLLUP-EXIT
               END-IF
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BRANCH-FOUND
               MOVE MAST-BRANCH TO WS-BR-CODE (WS-BRANCH-FOUND)
               MOVE 0 TO WS-BR-ACCOUNTS (WS-BRANCH-FOUND)
               MOVE 0 TO WS-BR-BALANCE (WS-BRANCH-FOUND)
           END-IF

           ADD 1 TO WS-BR-ACCOUNTS (WS-BRANCH-FOUND)
           ADD FXW-BASE-AMOUNT TO WS-BR-BALANCE (WS-BRANCH-FOUND).

       ADD-TO-BRANCH-ROLLUP-EXIT.
           EXIT.

       FIND-BRANCH-ENTRY.
           IF WS-BR-CODE (WS-BRANCH-SUB) = MAST-BRANCH
               MOVE WS-BRANCH-SUB TO WS-BRANCH-FOUND
           END-IF.

       WRITE-BRANCH-SUBTOTAL.
           MOVE WS-BR-CODE (WS-BRANCH-SUB) TO WR-BR-CODE
           MOVE WS-BR-ACCOUNTS (WS-BRANCH-SUB) TO WR-BR-ACCOUNTS
           MOVE WS-BR-BALANCE (WS-BRANCH-SUB) TO WR-BR-BALANCE
           MOVE FXW-BASE-CURRENCY TO WR-BR-CURRENCY
           MOVE WS-BRANCH-LINE TO RELRPT-LINE
           WRITE RELRPT-LINE.

      *================================================================
      *  EXCEPTION PASS - EVERY OPEN ACCOUNT ON THE MASTER, CHECKED
      *  AGAINST ITS OWN RUN OF CROSS-REFERENCE RECORDS (ADJACENT ON
      *  THE ACCOUNT PRIMARY KEY). AN ACCOUNT WITH NO OWNING LINK AT
      *  ALL, OR WITH OWNERS BUT NONE OF THEM PRIMARY, IS LISTED.
      *================================================================
       REPORT-OWNERSHIP-EXCEPTIONS.
           MOVE SPACES TO RELRPT-LINE
           WRITE RELRPT-LINE
           MOVE WS-EXCEPTION-HEADING TO RELRPT-LINE
           WRITE RELRPT-LINE
           MOVE WS-COLUMN-HEADING TO RELRPT-LINE
           WRITE RELRPT-LINE

           MOVE LOW-VALUES TO MAST-KEY
           START MASTFILE KEY IS NOT LESS THAN MAST-KEY
               INVALID KEY
                   GO TO REPORT-OWNERSHIP-EXCEPTIONS-EXIT
           END-START
           MOVE 'N' TO WS-MAST-EOF-FLAG
           PERFORM CHECK-ONE-MASTER THRU CHECK-ONE-MASTER-EXIT
               UNTIL WS-MAST-EOF-FLAG = 'Y'.

       REPORT-OWNERSHIP-EXCEPTIONS-EXIT.
           EXIT.

       CHECK-ONE-MASTER.
           READ MASTFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MAST-EOF-FLAG
                   GO TO CHECK-ONE-MASTER-EXIT
           END-READ
           ADD 1 TO WS-MASTERS-READ
           IF MAST-INACTIVE
               GO TO CHECK-ONE-MASTER-EXIT
           END-IF

           MOVE 'N' TO WS-HAS-OWNER-SW
           MOVE 'N' TO WS-HAS-PRIMARY-SW
           MOVE 'N' TO WS-XREF-EOF-SW
           IF NOT WS-XREF-ON
               SET WS-XREF-EOF TO TRUE
           ELSE
               MOVE MAST-KEY TO CXR-ACCOUNT
               MOVE LOW-VALUES TO CXR-CUSTOMER
               START CXREFFILE KEY IS NOT LESS THAN CXR-KEY
                   INVALID KEY
                       SET WS-XREF-EOF TO TRUE
               END-START
           END-IF
           PERFORM CHECK-ONE-ACCOUNT-LINK
               THRU CHECK-ONE-ACCOUNT-LINK-EXIT
               UNTIL WS-XREF-EOF

           IF WS-HAS-PRIMARY
               GO TO CHECK-ONE-MASTER-EXIT
           END-IF

           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE MAST-KEY TO WR-ACCOUNT
           MOVE MAST-NAME TO WR-NAME
           MOVE MAST-BRANCH TO WR-BRANCH
           MOVE "ACTIVE" TO WR-STATUS
           MOVE MAST-AMOUNT TO WR-BALANCE
           MOVE MAST-CURRENCY TO WR-CURRENCY
           IF WR-CURRENCY = SPACES
               MOVE FXW-BASE-CURRENCY TO WR-CURRENCY
           END-IF
           IF WS-HAS-OWNER
               ADD 1 TO WS-NO-PRIMARY-COUNT
               MOVE "NO PRIMARY" TO WR-FLAG
           ELSE
               ADD 1 TO WS-UNOWNED-COUNT
               MOVE "NO OWNER" TO WR-FLAG
           END-IF
           MOVE WS-RPT-DETAIL-LINE TO RELRPT-LINE
           WRITE RELRPT-LINE.

       CHECK-ONE-MASTER-EXIT.
           EXIT.

       CHECK-ONE-ACCOUNT-LINK.
           READ CXREFFILE NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
                   GO TO CHECK-ONE-ACCOUNT-LINK-EXIT
           END-READ
           IF CXR-ACCOUNT NOT = MAST-KEY
               SET WS-XREF-EOF TO TRUE
               GO TO CHECK-ONE-ACCOUNT-LINK-EXIT
           END-IF
           IF CXR-OWNER
               SET WS-HAS-OWNER TO TRUE
           END-IF
           IF CXR-PRIMARY
               SET WS-HAS-PRIMARY TO TRUE
           END-IF.

       CHECK-ONE-ACCOUNT-LINK-EXIT.
           EXIT.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO RELRPT-LINE
           WRITE RELRPT-LINE
           MOVE 0 TO WR-TOTAL-AMOUNT
           MOVE SPACES TO WR-TOTAL-CURRENCY
           MOVE "CUSTOMERS REPORTED" TO WR-TOTAL-LABEL
           MOVE WS-CUSTOMERS-REPORTED TO WR-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "  WITH NO LINKED ACCOUNTS" TO WR-TOTAL-LABEL
           MOVE WS-CUSTOMERS-NO-ACCTS TO WR-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "CLOSED CUSTOMERS (HISTORY)" TO WR-TOTAL-LABEL
           MOVE WS-CUSTOMERS-CLOSED TO WR-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "ACCOUNT LINKS / OWNED BALANCES" TO WR-TOTAL-LABEL
           MOVE WS-LINKS-READ TO WR-TOTAL-COUNT
           MOVE WS-OWNED-TOTAL TO WR-TOTAL-AMOUNT
           MOVE FXW-BASE-CURRENCY TO WR-TOTAL-CURRENCY
           PERFORM WRITE-ONE-TOTAL
           MOVE 0 TO WR-TOTAL-AMOUNT
           MOVE SPACES TO WR-TOTAL-CURRENCY
           MOVE "  (JOINT BALANCES COUNT PER OWNER)" TO RELRPT-LINE
           WRITE RELRPT-LINE
           MOVE "  OWNED, NO FX RATE - NOT IN BALANCES"
               TO WR-TOTAL-LABEL
           MOVE WS-FX-UNPRICED TO WR-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "LINKS TO ACCOUNTS NOT ON MASTER" TO WR-TOTAL-LABEL
           MOVE WS-LINKS-BROKEN TO WR-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "MASTER RECORDS CHECKED" TO WR-TOTAL-LABEL
           MOVE WS-MASTERS-READ TO WR-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "  OPEN ACCOUNTS WITH NO OWNER" TO WR-TOTAL-LABEL
           MOVE WS-UNOWNED-COUNT TO WR-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "  OPEN ACCOUNTS WITH NO PRIMARY" TO WR-TOTAL-LABEL
           MOVE WS-NO-PRIMARY-COUNT TO WR-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL.

       WRITE-ONE-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO RELRPT-LINE
           WRITE RELRPT-LINE.

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
               DISPLAY "RELATIONSHIP-REPORT: *** WARNING - "
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
               DISPLAY "RELATIONSHIP-REPORT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "RELATIONSHIP-REPORT" TO ALR-PROGRAM
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
