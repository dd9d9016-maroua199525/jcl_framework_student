       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYOUT-REGISTER.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  CLOSURE PAYOUT REGISTER. RUNS AFTER DATA-PROCESSOR AGAINST
      *  THE NIGHT'S AUDITLOG AND KEEPS PAYREG (SEE PAYREC):
      *    - A DELETE THAT CLOSED AN ACCOUNT WITH A NON-ZERO BALANCE
      *      RAISES AN OUTSTANDING PAYOUT ITEM FOR THE CLOSING
      *      BALANCE, WITH THE PAYEE NAME AND ADDRESS FROM CUSTFILE
      *      AND THE CLOSURE DATE FROM THE MASTER.
      *      AN ESCHEAT CLOSING (REASON ESCH) RAISES NOTHING - ITS
      *      BALANCE IS OWED TO THE STATE, NOT THE CUSTOMER, AND IS
      *      CARRIED BY ESCHFILE AND ESCHEAT-REMIT INSTEAD.
      *    - A REINSTATE VOIDS THE ACCOUNT'S OUTSTANDING ITEM - THE
      *      MONEY IS BACK ON THE ACCOUNT. (DATA-PROCESSOR REFUSES TO
      *      REINSTATE AN ACCOUNT WHOSE PAYOUT HAS ALREADY CLEARED.)
      *    - EACH CLEARED CARD MARKS ONE OUTSTANDING ITEM PAID.
      *  EVERY ONE OF THESE WRITES A PAYOUT JOURNAL RECORD IN THE
      *  AUDIT RECORD LAYOUT, TYPE Y, FOR GL-JOURNAL TO POST AGAINST
      *  THE CLOSURE PAYABLE - REASON PYOP WHEN THE ITEM IS RAISED
      *  (THE PAYABLE GOES UP), PYCL WHEN IT CLEARS AND PYVD WHEN IT
      *  IS VOIDED (THE PAYABLE COMES DOWN). A RERUN AGAINST THE
      *  SAME AUDITLOG AND CARDS CHANGES NOTHING ON PAYREG AND WRITES
      *  THE SAME JOURNAL AGAIN, SO THE NEW PAYJRNL IS STILL WHOLE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITFILE-STATUS.
           SELECT PAYREGFILE ASSIGN TO "PAYREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAYREG-STATUS.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT CUSTFILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-CUSTFILE-STATUS.
      *    CLEARED CARDS FROM THE BANK RECONCILIATION - SEE THE CARD
      *    LAYOUT BELOW. NO CARDS IS AN ORDINARY NIGHT.
           SELECT PAYCLRFILE ASSIGN TO "PAYCLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCLR-STATUS.
           SELECT PAYJRNLFILE ASSIGN TO "PAYJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  AUDITFILE.
           COPY "auditrec".

       FD  PAYREGFILE.
           COPY "payrec".

       FD  MASTFILE.
           COPY "mastrec".

       FD  CUSTFILE.
           COPY "custrec".

      *================================================================
      *  CLEARED CARD - ONE CARD MARKS ONE PAYOUT ITEM PAID. THE
      *  CLOSURE DATE MAY BE LEFT BLANK WHEN THE ACCOUNT HAS ONLY ONE
      *  OUTSTANDING ITEM. THE AMOUNT MUST MATCH THE ITEM (UNSIGNED -
      *  A NEGATIVE ITEM IS CLEARED BY THE AMOUNT RECOVERED). A BLANK
      *  CLEARED DATE TAKES THE BUSINESS DATE. THE REFERENCE (THE
      *  CHEQUE OR PAYMENT NUMBER) AND THE OPERATOR ARE REQUIRED.
      *================================================================
       FD  PAYCLRFILE.
       01  PAYCLR-RECORD.
           05  PCL-ACCOUNT         PIC X(10).
           05  FILLER              PIC X(01).
           05  PCL-CLOSE-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  PCL-AMOUNT-X        PIC X(09).
           05  PCL-AMOUNT REDEFINES PCL-AMOUNT-X
                                   PIC 9(7)V99.
           05  FILLER              PIC X(01).
           05  PCL-CLEARED-DATE    PIC X(08).
           05  FILLER              PIC X(01).
           05  PCL-REFERENCE       PIC X(12).
           05  FILLER              PIC X(01).
           05  PCL-OPERATOR        PIC X(08).
           05  FILLER              PIC X(20).

       FD  PAYJRNLFILE.
           COPY "auditrec" REPLACING AUDIT-RECORD   BY PJR-RECORD
                                     AUD-KEY        BY PJR-KEY
                                     AUD-OLD-AMOUNT BY PJR-OLD-AMOUNT
                                     AUD-NEW-AMOUNT BY PJR-NEW-AMOUNT
                                     AUD-TIMESTAMP  BY PJR-TIMESTAMP
                                     AUD-TRAN-TYPE  BY PJR-TRAN-TYPE
                                     AUD-BRANCH     BY PJR-BRANCH
                                     AUD-REASON-CODE
                                         BY PJR-REASON-CODE
                                     AUD-LINK-KEY   BY PJR-LINK-KEY
                                     AUD-CURRENCY   BY PJR-CURRENCY
                                     AUD-FX-RATE    BY PJR-FX-RATE
                                     AUD-FX-AMOUNT  BY PJR-FX-AMOUNT.

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDITFILE-STATUS     PIC X(2)    VALUE SPACES.
       01  WS-PAYREG-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-CUSTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-PAYCLR-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DATE-X      PIC X(8)    VALUE SPACES.
       01  WS-TIME-NOW             PIC 9(8)    VALUE 0.
       01  WS-MASTER-SW            PIC X       VALUE 'N'.
           88  WS-MASTER-ON                    VALUE 'Y'.
       01  WS-CUSTFILE-SW          PIC X       VALUE 'N'.
           88  WS-CUSTFILE-ON                  VALUE 'Y'.
       01  WS-MASTER-FOUND-SW      PIC X       VALUE 'N'.
           88  WS-MASTER-FOUND                 VALUE 'Y'.

      *----------------------------------------------------------------
      *  ONE ACCOUNT'S ITEMS ARE SCANNED IN CLOSURE-DATE ORDER TO
      *  FIND ITS OUTSTANDING ITEM (THE LATEST, SHOULD THERE EVER BE
      *  MORE THAN ONE) AND, FOR A RERUN, AN ITEM VOIDED OR CLEARED
      *  ALREADY ON THIS BUSINESS DATE.
      *----------------------------------------------------------------
       01  WS-SCAN-ACCOUNT         PIC X(10)   VALUE SPACES.
       01  WS-SCAN-DONE-SW         PIC X       VALUE 'N'.
           88  WS-SCAN-DONE                    VALUE 'Y'.
       01  WS-OPEN-ITEM-KEY        PIC X(18)   VALUE SPACES.
       01  WS-VOIDED-TODAY-KEY     PIC X(18)   VALUE SPACES.
       01  WS-ITEM-FOUND-SW        PIC X       VALUE 'N'.
           88  WS-ITEM-FOUND                   VALUE 'Y'.

       01  WS-CLOSE-DATE           PIC X(8)    VALUE SPACES.
       01  WS-CLEARED-DATE         PIC X(8)    VALUE SPACES.
       01  WS-CARD-ABS-AMOUNT      PIC 9(7)V99 VALUE 0.
       01  WS-ITEM-ABS-AMOUNT      PIC 9(7)V99 VALUE 0.
       01  WS-CARD-REASON          PIC X(30)   VALUE SPACES.
       01  WS-JRN-REASON           PIC X(4)    VALUE SPACES.
       01  WS-JRN-OLD-AMOUNT       PIC S9(7)V99 VALUE 0.
       01  WS-JRN-NEW-AMOUNT       PIC S9(7)V99 VALUE 0.

       01  WS-AUDIT-RECORDS-READ   PIC 9(7)    VALUE 0.
       01  WS-CLOSURES-SEEN        PIC 9(7)    VALUE 0.
       01  WS-ESCHEAT-CLOSURES     PIC 9(7)    VALUE 0.
       01  WS-PAYOUTS-RAISED       PIC 9(7)    VALUE 0.
       01  WS-PAYOUTS-VOIDED       PIC 9(7)    VALUE 0.
       01  WS-PAYOUTS-CLEARED      PIC 9(7)    VALUE 0.
       01  WS-ALREADY-DONE         PIC 9(7)    VALUE 0.
       01  WS-NO-ADDRESS-COUNT     PIC 9(7)    VALUE 0.
       01  WS-CARDS-READ           PIC 9(7)    VALUE 0.
       01  WS-CARDS-REJECTED       PIC 9(7)    VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(7)    VALUE 0.
       01  WS-JOURNAL-RECORDS      PIC 9(7)    VALUE 0.
       01  WS-RAISED-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-CLEARED-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-VOIDED-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-AMOUNT-DISPLAY       PIC -(11)9.99.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PAYOUT-REGISTER: Starting closure payout "
               "register..."

           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X
           ACCEPT WS-TIME-NOW FROM TIME

      *    THE REGISTER IS CREATED BY THE FIRST NIGHT THAT NEEDS IT.
           OPEN I-O PAYREGFILE
           IF WS-PAYREG-STATUS = "35"
               OPEN OUTPUT PAYREGFILE
               CLOSE PAYREGFILE
               OPEN I-O PAYREGFILE
           END-IF
           IF WS-PAYREG-STATUS NOT = "00"
               DISPLAY "PAYOUT-REGISTER: *** ERROR - PAYREG OPEN "
                   "FAILED, STATUS: " WS-PAYREG-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS = "00"
               SET WS-MASTER-ON TO TRUE
           ELSE
               DISPLAY "PAYOUT-REGISTER: *** WARNING - master file "
                   "not available - closure dates default to the "
                   "business date ***"
           END-IF
           OPEN INPUT CUSTFILE
           IF WS-CUSTFILE-STATUS = "00"
               SET WS-CUSTFILE-ON TO TRUE
           ELSE
               DISPLAY "PAYOUT-REGISTER: *** WARNING - customer "
                   "detail file not available - payees carry no "
                   "address ***"
           END-IF

           OPEN OUTPUT PAYJRNLFILE

           OPEN INPUT AUDITFILE
           IF WS-AUDITFILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-AUDIT-LOOP
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE AUDITFILE
           ELSE
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "PAYOUT-REGISTER: *** ERROR - AUDITLOG OPEN "
                   "FAILED, STATUS: " WS-AUDITFILE-STATUS
                   " - NO CLOSURES REGISTERED ***"
           END-IF

           OPEN INPUT PAYCLRFILE
           IF WS-PAYCLR-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-CLEARED-LOOP
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE PAYCLRFILE
           ELSE
               DISPLAY "PAYOUT-REGISTER: No cleared cards this run"
           END-IF

           CLOSE PAYREGFILE
           CLOSE PAYJRNLFILE
           IF WS-MASTER-ON
               CLOSE MASTFILE
           END-IF
           IF WS-CUSTFILE-ON
               CLOSE CUSTFILE
           END-IF

           DISPLAY "PAYOUT-REGISTER: Audit records read: "
               WS-AUDIT-RECORDS-READ
           DISPLAY "PAYOUT-REGISTER: Closures with a balance: "
               WS-CLOSURES-SEEN
           DISPLAY "PAYOUT-REGISTER: Escheat closures:   "
               WS-ESCHEAT-CLOSURES
           DISPLAY "PAYOUT-REGISTER: Payouts raised:     "
               WS-PAYOUTS-RAISED
           MOVE WS-RAISED-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "PAYOUT-REGISTER: Amount raised:      "
               WS-AMOUNT-DISPLAY
           DISPLAY "PAYOUT-REGISTER: Payouts voided:     "
               WS-PAYOUTS-VOIDED
           MOVE WS-VOIDED-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "PAYOUT-REGISTER: Amount voided:      "
               WS-AMOUNT-DISPLAY
           DISPLAY "PAYOUT-REGISTER: Cleared cards read: "
               WS-CARDS-READ
           DISPLAY "PAYOUT-REGISTER: Payouts cleared:    "
               WS-PAYOUTS-CLEARED
           MOVE WS-CLEARED-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "PAYOUT-REGISTER: Amount cleared:     "
               WS-AMOUNT-DISPLAY
           DISPLAY "PAYOUT-REGISTER: Cards rejected:     "
               WS-CARDS-REJECTED
           DISPLAY "PAYOUT-REGISTER: Already on register:"
               WS-ALREADY-DONE
           DISPLAY "PAYOUT-REGISTER: Payees with no address: "
               WS-NO-ADDRESS-COUNT
           DISPLAY "PAYOUT-REGISTER: Journal records out: "
               WS-JOURNAL-RECORDS

      *    A REJECTED CARD OR A PAYEE WITH NOWHERE TO SEND THE MONEY
      *    NEEDS SOMEONE TO LOOK; A LOST AUDITLOG OR A REGISTER
      *    WRITE FAILURE MEANS CLOSURES MAY BE MISSING FROM PAYREG.
           EVALUATE TRUE
               WHEN WS-ERRORS-FOUND > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CARDS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-NO-ADDRESS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

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

       READ-AUDIT-LOOP.
           READ AUDITFILE INTO AUDIT-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-AUDIT-RECORDS-READ
                   EVALUATE AUD-TRAN-TYPE
                       WHEN "D"
                           PERFORM RAISE-PAYOUT
                               THRU RAISE-PAYOUT-EXIT
                       WHEN "R"
                           PERFORM VOID-PAYOUT
                               THRU VOID-PAYOUT-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *================================================================
      *  A CLOSURE. THE OLD AMOUNT ON THE DELETE'S AUDIT RECORD IS
      *  THE CLOSING BALANCE; A ZERO BALANCE OWES NOBODY ANYTHING.
      *  THE CLOSURE DATE IS THE ONE DATA-PROCESSOR STAMPED ON THE
      *  MASTER - THE SAME DATE ITS REINSTATE EDIT LOOKS UP. A
      *  CLOSURE REINSTATED IN THE SAME RUN SHOWS ACTIVE AGAIN BY
      *  NOW AND TAKES THE BUSINESS DATE; ITS REINSTATE, LATER IN THE
      *  AUDITLOG, VOIDS THE ITEM AGAIN.
      *================================================================
       RAISE-PAYOUT.
           IF AUD-OLD-AMOUNT = SPACES
               GO TO RAISE-PAYOUT-EXIT
           END-IF
           MOVE AUD-OLD-AMOUNT TO WS-JRN-OLD-AMOUNT
           IF WS-JRN-OLD-AMOUNT = 0
               GO TO RAISE-PAYOUT-EXIT
           END-IF
           IF AUD-REASON-CODE = "ESCH"
               ADD 1 TO WS-ESCHEAT-CLOSURES
               GO TO RAISE-PAYOUT-EXIT
           END-IF
           ADD 1 TO WS-CLOSURES-SEEN

           MOVE WS-BUSINESS-DATE-X TO WS-CLOSE-DATE
           MOVE 'N' TO WS-MASTER-FOUND-SW
           IF WS-MASTER-ON
               MOVE AUD-KEY TO MAST-KEY
               READ MASTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MASTER-FOUND TO TRUE
                       IF MAST-INACTIVE
                           AND MAST-CLOSE-DATE NOT = SPACES
                           MOVE MAST-CLOSE-DATE TO WS-CLOSE-DATE
                       END-IF
               END-READ
           END-IF

           MOVE SPACES TO PAYOUT-RECORD
           MOVE AUD-KEY TO PAY-ACCOUNT
           MOVE WS-CLOSE-DATE TO PAY-CLOSE-DATE
           MOVE AUD-BRANCH TO PAY-BRANCH
           MOVE WS-JRN-OLD-AMOUNT TO PAY-AMOUNT
           MOVE AUD-REASON-CODE TO PAY-REASON-CODE
      *    THE CLOSING BALANCE IS IN THE ACCOUNT'S OWN CURRENCY.
           IF WS-MASTER-FOUND
               MOVE MAST-CURRENCY TO PAY-CURRENCY
           ELSE
               MOVE AUD-CURRENCY TO PAY-CURRENCY
           END-IF
           SET PAY-OUTSTANDING TO TRUE
           MOVE WS-BUSINESS-DATE-X TO PAY-RAISED-DATE
           PERFORM FILL-PAYEE-DETAIL THRU FILL-PAYEE-DETAIL-EXIT

           WRITE PAYOUT-RECORD
               INVALID KEY
                   PERFORM RAISE-ALREADY-ON-FILE
                       THRU RAISE-ALREADY-ON-FILE-EXIT
                   GO TO RAISE-PAYOUT-EXIT
           END-WRITE

           ADD 1 TO WS-PAYOUTS-RAISED
           ADD PAY-AMOUNT TO WS-RAISED-TOTAL
           MOVE "PYOP" TO WS-JRN-REASON
           MOVE 0 TO WS-JRN-OLD-AMOUNT
           MOVE PAY-AMOUNT TO WS-JRN-NEW-AMOUNT
           PERFORM WRITE-PAYOUT-JOURNAL.

       RAISE-PAYOUT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE PAYEE IS THE NAME AND ADDRESS ON CUSTFILE. AN ACCOUNT
      *  WITH NO CUSTOMER DETAIL FALLS BACK TO ITS MASTER NAME AND IS
      *  COUNTED - A PAYOUT WITH NO ADDRESS CANNOT BE SENT.
      *----------------------------------------------------------------
       FILL-PAYEE-DETAIL.
           IF WS-CUSTFILE-ON
               MOVE AUD-KEY TO CUST-KEY
               READ CUSTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO PAY-PAYEE-NAME
                       MOVE CUST-ADDR-LINE1 TO PAY-ADDR-LINE1
                       MOVE CUST-ADDR-LINE2 TO PAY-ADDR-LINE2
                       MOVE CUST-POSTCODE TO PAY-POSTCODE
               END-READ
           END-IF

           IF PAY-PAYEE-NAME = SPACES AND WS-MASTER-FOUND
               MOVE MAST-NAME TO PAY-PAYEE-NAME
           END-IF
           IF PAY-ADDR-LINE1 = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               DISPLAY "PAYOUT-REGISTER: *** WARNING - no payee "
                   "address for closed account " AUD-KEY " ***"
           END-IF.

       FILL-PAYEE-DETAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE ITEM IS ALREADY ON PAYREG. RAISED ON THIS BUSINESS DATE
      *  IT IS A RERUN, AND ITS JOURNAL RECORD IS WRITTEN AGAIN FOR
      *  THE NEW PAYJRNL; RAISED ON AN EARLIER DATE THE SAME CLOSURE
      *  HAS COME THROUGH TWICE AND IS LEFT ALONE.
      *----------------------------------------------------------------
       RAISE-ALREADY-ON-FILE.
           READ PAYREGFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "PAYOUT-REGISTER: *** ERROR - PAYREG "
                       "WRITE FAILED FOR " AUD-KEY ", STATUS: "
                       WS-PAYREG-STATUS " ***"
                   GO TO RAISE-ALREADY-ON-FILE-EXIT
           END-READ

           ADD 1 TO WS-ALREADY-DONE
           IF PAY-RAISED-DATE = WS-BUSINESS-DATE-X
               MOVE "PYOP" TO WS-JRN-REASON
               MOVE 0 TO WS-JRN-OLD-AMOUNT
               MOVE PAY-AMOUNT TO WS-JRN-NEW-AMOUNT
               PERFORM WRITE-PAYOUT-JOURNAL
           ELSE
               DISPLAY "PAYOUT-REGISTER: Payout for " PAY-ACCOUNT
                   " closed " PAY-CLOSE-DATE " already raised "
                   PAY-RAISED-DATE " - left alone"
           END-IF.

       RAISE-ALREADY-ON-FILE-EXIT.
           EXIT.

      *================================================================
      *  A REINSTATE. THE ACCOUNT HAS ITS BALANCE BACK, SO ITS
      *  OUTSTANDING ITEM IS VOIDED RATHER THAN PAID. AN ACCOUNT
      *  CLOSED WITH NOTHING TO PAY HAS NO ITEM AND NOTHING HAPPENS.
      *================================================================
       VOID-PAYOUT.
           MOVE AUD-KEY TO WS-SCAN-ACCOUNT
           PERFORM SCAN-ACCOUNT-ITEMS THRU SCAN-ACCOUNT-ITEMS-EXIT

           IF WS-OPEN-ITEM-KEY = SPACES
               IF WS-VOIDED-TODAY-KEY NOT = SPACES
      *            A RERUN - THE VOID IS ALREADY ON PAYREG.
                   MOVE WS-VOIDED-TODAY-KEY TO PAY-KEY
                   READ PAYREGFILE
                       INVALID KEY
                           GO TO VOID-PAYOUT-EXIT
                   END-READ
                   ADD 1 TO WS-ALREADY-DONE
                   MOVE "PYVD" TO WS-JRN-REASON
                   MOVE PAY-AMOUNT TO WS-JRN-OLD-AMOUNT
                   MOVE 0 TO WS-JRN-NEW-AMOUNT
                   PERFORM WRITE-PAYOUT-JOURNAL
               END-IF
               GO TO VOID-PAYOUT-EXIT
           END-IF

           MOVE WS-OPEN-ITEM-KEY TO PAY-KEY
           READ PAYREGFILE
               INVALID KEY
                   GO TO VOID-PAYOUT-EXIT
           END-READ
           SET PAY-VOIDED TO TRUE
           MOVE WS-BUSINESS-DATE-X TO PAY-VOID-DATE
           REWRITE PAYOUT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "PAYOUT-REGISTER: *** ERROR - PAYREG "
                       "REWRITE FAILED FOR " PAY-ACCOUNT
                       ", STATUS: " WS-PAYREG-STATUS " ***"
                   GO TO VOID-PAYOUT-EXIT
           END-REWRITE

           ADD 1 TO WS-PAYOUTS-VOIDED
           ADD PAY-AMOUNT TO WS-VOIDED-TOTAL
           DISPLAY "PAYOUT-REGISTER: Payout for " PAY-ACCOUNT
               " closed " PAY-CLOSE-DATE " voided - account "
               "reinstated"
           MOVE "PYVD" TO WS-JRN-REASON
           MOVE PAY-AMOUNT TO WS-JRN-OLD-AMOUNT
           MOVE 0 TO WS-JRN-NEW-AMOUNT
           PERFORM WRITE-PAYOUT-JOURNAL.

       VOID-PAYOUT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  EVERY ITEM FOR WS-SCAN-ACCOUNT, IN CLOSURE-DATE ORDER.
      *----------------------------------------------------------------
       SCAN-ACCOUNT-ITEMS.
           MOVE SPACES TO WS-OPEN-ITEM-KEY WS-VOIDED-TODAY-KEY
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-SCAN-ACCOUNT TO PAY-ACCOUNT
           MOVE LOW-VALUES TO PAY-CLOSE-DATE
           START PAYREGFILE KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY
                   GO TO SCAN-ACCOUNT-ITEMS-EXIT
           END-START

           PERFORM SCAN-ONE-ITEM
               UNTIL WS-SCAN-DONE.

       SCAN-ACCOUNT-ITEMS-EXIT.
           EXIT.

       SCAN-ONE-ITEM.
           READ PAYREGFILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF PAY-ACCOUNT NOT = WS-SCAN-ACCOUNT
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       IF PAY-OUTSTANDING
                           MOVE PAY-KEY TO WS-OPEN-ITEM-KEY
                       END-IF
                       IF PAY-VOIDED
                           AND PAY-VOID-DATE = WS-BUSINESS-DATE-X
                           MOVE PAY-KEY TO WS-VOIDED-TODAY-KEY
                       END-IF
                   END-IF
           END-READ.

       READ-CLEARED-LOOP.
           READ PAYCLRFILE INTO PAYCLR-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   MOVE SPACES TO WS-CARD-REASON
                   PERFORM APPLY-CLEARED-CARD
                       THRU APPLY-CLEARED-CARD-EXIT
                   IF WS-CARD-REASON NOT = SPACES
                       ADD 1 TO WS-CARDS-REJECTED
                       DISPLAY "PAYOUT-REGISTER: ERROR - cleared "
                           "card " WS-CARDS-READ " for "
                           PCL-ACCOUNT " rejected - "
                           WS-CARD-REASON
                   END-IF
           END-READ.

      *================================================================
      *  ONE CLEARED CARD. THE ITEM MUST BE OUTSTANDING AND THE CARD
      *  AMOUNT MUST MATCH IT. A CARD FOR AN ITEM THIS SAME CARD
      *  ALREADY CLEARED ON THIS BUSINESS DATE IS A RERUN: THE ITEM
      *  IS LEFT AS IT IS AND ITS JOURNAL RECORD WRITTEN AGAIN.
      *================================================================
       APPLY-CLEARED-CARD.
           IF PCL-ACCOUNT = SPACES
               MOVE "NO ACCOUNT" TO WS-CARD-REASON
               GO TO APPLY-CLEARED-CARD-EXIT
           END-IF
           IF PCL-REFERENCE = SPACES OR PCL-OPERATOR = SPACES
               MOVE "NEEDS REFERENCE AND OPERATOR" TO WS-CARD-REASON
               GO TO APPLY-CLEARED-CARD-EXIT
           END-IF
           IF PCL-AMOUNT NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-CARD-REASON
               GO TO APPLY-CLEARED-CARD-EXIT
           END-IF
           IF PCL-CLEARED-DATE = SPACES
               MOVE WS-BUSINESS-DATE-X TO WS-CLEARED-DATE
           ELSE
               IF PCL-CLEARED-DATE NOT NUMERIC
                   MOVE "CLEARED DATE NOT NUMERIC" TO WS-CARD-REASON
                   GO TO APPLY-CLEARED-CARD-EXIT
               END-IF
               MOVE PCL-CLEARED-DATE TO WS-CLEARED-DATE
           END-IF

           PERFORM FIND-CARD-ITEM THRU FIND-CARD-ITEM-EXIT
           IF NOT WS-ITEM-FOUND
               MOVE "NO SUCH PAYOUT ON REGISTER" TO WS-CARD-REASON
               GO TO APPLY-CLEARED-CARD-EXIT
           END-IF

           IF PAY-AMOUNT < 0
               COMPUTE WS-ITEM-ABS-AMOUNT = 0 - PAY-AMOUNT
           ELSE
               MOVE PAY-AMOUNT TO WS-ITEM-ABS-AMOUNT
           END-IF
           MOVE PCL-AMOUNT TO WS-CARD-ABS-AMOUNT

           EVALUATE TRUE
               WHEN PAY-CLEARED
                   IF PAY-CLEARED-REF = PCL-REFERENCE
                       AND PAY-CLEARED-POSTED = WS-BUSINESS-DATE-X
                       ADD 1 TO WS-ALREADY-DONE
                       MOVE "PYCL" TO WS-JRN-REASON
                       MOVE PAY-AMOUNT TO WS-JRN-OLD-AMOUNT
                       MOVE 0 TO WS-JRN-NEW-AMOUNT
                       PERFORM WRITE-PAYOUT-JOURNAL
                   ELSE
                       MOVE "PAYOUT ALREADY CLEARED"
                           TO WS-CARD-REASON
                   END-IF
                   GO TO APPLY-CLEARED-CARD-EXIT
               WHEN PAY-VOIDED
                   MOVE "PAYOUT VOIDED - REINSTATED"
                       TO WS-CARD-REASON
                   GO TO APPLY-CLEARED-CARD-EXIT
               WHEN WS-CARD-ABS-AMOUNT NOT = WS-ITEM-ABS-AMOUNT
                   MOVE "AMOUNT DOES NOT MATCH PAYOUT"
                       TO WS-CARD-REASON
                   GO TO APPLY-CLEARED-CARD-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           SET PAY-CLEARED TO TRUE
           MOVE WS-CLEARED-DATE TO PAY-CLEARED-DATE
           MOVE PCL-REFERENCE TO PAY-CLEARED-REF
           MOVE PCL-OPERATOR TO PAY-CLEARED-BY
           MOVE WS-BUSINESS-DATE-X TO PAY-CLEARED-POSTED
           REWRITE PAYOUT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "PAYOUT-REGISTER: *** ERROR - PAYREG "
                       "REWRITE FAILED FOR " PAY-ACCOUNT
                       ", STATUS: " WS-PAYREG-STATUS " ***"
                   GO TO APPLY-CLEARED-CARD-EXIT
           END-REWRITE

           ADD 1 TO WS-PAYOUTS-CLEARED
           ADD PAY-AMOUNT TO WS-CLEARED-TOTAL
           MOVE "PYCL" TO WS-JRN-REASON
           MOVE PAY-AMOUNT TO WS-JRN-OLD-AMOUNT
           MOVE 0 TO WS-JRN-NEW-AMOUNT
           PERFORM WRITE-PAYOUT-JOURNAL.

       APPLY-CLEARED-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE CARD NAMES ITS ITEM BY ACCOUNT AND CLOSURE DATE, OR BY
      *  ACCOUNT ALONE FOR THE ACCOUNT'S OUTSTANDING ITEM.
      *----------------------------------------------------------------
       FIND-CARD-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-SW
           IF PCL-CLOSE-DATE = SPACES
               MOVE PCL-ACCOUNT TO WS-SCAN-ACCOUNT
               PERFORM SCAN-ACCOUNT-ITEMS
                   THRU SCAN-ACCOUNT-ITEMS-EXIT
               IF WS-OPEN-ITEM-KEY = SPACES
                   GO TO FIND-CARD-ITEM-EXIT
               END-IF
               MOVE WS-OPEN-ITEM-KEY TO PAY-KEY
           ELSE
               MOVE PCL-ACCOUNT TO PAY-ACCOUNT
               MOVE PCL-CLOSE-DATE TO PAY-CLOSE-DATE
           END-IF

           READ PAYREGFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ITEM-FOUND TO TRUE
           END-READ.

       FIND-CARD-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  ONE PAYOUT JOURNAL RECORD - THE CLOSURE PAYABLE MOVEMENT IN
      *  AUDIT RECORD FORM, SO GL-JOURNAL MAPS IT THROUGH THE SAME
      *  GLMAP CARDS (TYPE Y) AS EVERY OTHER MOVEMENT.
      *----------------------------------------------------------------
       WRITE-PAYOUT-JOURNAL.
           MOVE SPACES TO PJR-RECORD
           MOVE PAY-ACCOUNT TO PJR-KEY
           MOVE WS-JRN-OLD-AMOUNT TO PJR-OLD-AMOUNT
           MOVE WS-JRN-NEW-AMOUNT TO PJR-NEW-AMOUNT
           STRING WS-BUSINESS-DATE-X DELIMITED BY SIZE
               WS-TIME-NOW (1:6) DELIMITED BY SIZE
               INTO PJR-TIMESTAMP
           MOVE "Y" TO PJR-TRAN-TYPE
           MOVE PAY-BRANCH TO PJR-BRANCH
           MOVE WS-JRN-REASON TO PJR-REASON-CODE
           MOVE PAY-CURRENCY TO PJR-CURRENCY
           WRITE PJR-RECORD
           ADD 1 TO WS-JOURNAL-RECORDS.

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
               DISPLAY "PAYOUT-REGISTER: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "PAYOUT-REGISTER" TO ALR-PROGRAM
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
