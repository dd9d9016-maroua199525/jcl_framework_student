           SELECT GLMAPFILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
      *    THE CLOSURE PAYOUT JOURNAL FROM PAYOUT-REGISTER - PAYABLE
      *    MOVEMENTS (TYPE Y) IN THE AUDIT RECORD LAYOUT. JOURNALED
      *    LIKE ANY OTHER MOVEMENT BUT KEPT OUT OF THE NET-APPLIED
      *    PROOF: THEY MOVE NO MASTER BALANCE.
           SELECT PAYJRNLFILE ASSIGN TO "PAYJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYJRNL-STATUS.
           SELECT DPCOUNTFILE ASSIGN TO "DPCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPCOUNT-STATUS.
           SELECT GLJRNLFILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    THE DAY'S EXCHANGE RATES - EVERY JOURNAL LINE CARRIES THE
      *    BASE-CURRENCY EQUIVALENT OF ITS AMOUNT.
           SELECT FXRATEFILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
       FD  AUDITFILE.
           COPY "auditrec".

       FD  PAYJRNLFILE.
       01  PAYJRNL-RECORD          PIC X(101).

      *================================================================
      *  GL MAPPING CARD - ONE CARD PER TRANSACTION TYPE AND REASON
      *  CODE COMBINATION, NAMING THE GL ACCOUNTS DEBITED AND
      *  THE DOUBLE-ENTRY JOURNAL - TWO LINES PER AUDITED MOVEMENT
      *  (ONE DR, ONE CR, ALWAYS THE SAME ABSOLUTE AMOUNT) PLUS ONE
      *  BATCH TRAILER CARRYING THE DEBIT AND CREDIT TOTALS AND THE
      *  NET MOVEMENT PROVED AGAINST DPCOUNT-NET-APPLIED. JRN-AMOUNT
      *  IS IN THE ACCOUNT'S CURRENCY (JRN-CURRENCY) AND
      *  JRN-BASE-AMOUNT IS ITS BASE-CURRENCY EQUIVALENT AT THE
      *  BUSINESS DATE'S RATE; THE TRAILER ALSO CARRIES THE BASE
      *  DEBIT AND CREDIT TOTALS.
      *================================================================
       FD  GLJRNLFILE.
       01  GLJRNL-RECORD.
           05  JRN-TRAN-TYPE       PIC X(01).
           05  FILLER              PIC X(01).
           05  JRN-REASON-CODE     PIC X(04).
           05  FILLER              PIC X(01).
           05  JRN-CURRENCY        PIC X(03).
           05  FILLER              PIC X(01).
           05  JRN-BASE-AMOUNT     PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(04).

       01  GLJRNL-TRAILER REDEFINES GLJRNL-RECORD.
           05  JRT-REC-TYPE        PIC X(01).
           05  FILLER              PIC X(01).
           05  JRT-CREDIT-TOTAL    PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  JRT-BASE-DEBIT-TOTAL PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  JRT-BASE-CREDIT-TOTAL PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.

       FD  FXRATEFILE.
           COPY "fxrrec".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDITFILE-STATUS     PIC X(2)    VALUE SPACES.
       01  WS-GLMAP-STATUS         PIC X(2)    VALUE SPACES.
       01  WS-PAYJRNL-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-PAYOUT-PASS-SW       PIC X       VALUE 'N'.
           88  WS-PAYOUT-PASS                  VALUE 'Y'.
       01  WS-DPCOUNT-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-LINE-ACCOUNT         PIC X(8)    VALUE SPACES.

       01  WS-AUDIT-RECORDS-READ   PIC 9(7)    VALUE 0.
       01  WS-PAYOUT-RECORDS-READ  PIC 9(7)    VALUE 0.
       01  WS-JOURNAL-LINES        PIC 9(7)    VALUE 0.
       01  WS-UNMAPPED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-NET-MOVEMENT         PIC S9(11)V99 VALUE 0.
           88  WS-NET-APPLIED-SEEN             VALUE 'Y'.
       01  WS-AMOUNT-DISPLAY       PIC -(11)9.99.

      *----------------------------------------------------------------
      *  BASE-CURRENCY EQUIVALENTS. A MOVEMENT IN A CURRENCY WITH NO
      *  RATE ON OR BEFORE THE BUSINESS DATE FAILS THE STEP LIKE AN
      *  UNMAPPED ONE - THE GL NEVER RECEIVES A GUESS.
      *----------------------------------------------------------------
       01  WS-BASE-DEBIT-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-BASE-CREDIT-TOTAL    PIC S9(11)V99 VALUE 0.
       01  WS-UNPRICED-COUNT       PIC 9(5)    VALUE 0.

           COPY "fxrwrk".

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "GL-JOURNAL: Starting journal extract..."
               DISPLAY "GL-JOURNAL: *** ERROR - GL MAPPING FILE IS "
                   "EMPTY OR NOT AVAILABLE - NO JOURNAL WRITTEN ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM READ-NET-APPLIED THRU READ-NET-APPLIED-EXIT

           MOVE WS-BUSINESS-DATE TO FXW-AS-OF-DATE
           PERFORM LOAD-FX-RATES THRU LOAD-FX-RATES-EXIT
           IF FXW-FILE-MISSING
               DISPLAY "GL-JOURNAL: Exchange rate file not "
                   "available - only base-currency movements price"
           ELSE
               DISPLAY "GL-JOURNAL: Exchange rates loaded: "
                   FXW-RATE-COUNT
           END-IF

           OPEN INPUT AUDITFILE
           IF WS-AUDITFILE-STATUS NOT = "00"
               DISPLAY "GL-JOURNAL: *** ERROR - AUDITLOG OPEN "
                   "FAILED, STATUS: " WS-AUDITFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF


           PERFORM READ-AUDIT-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
      *    THE PAYOUT RECORDS ARE READ INTO THE AUDIT RECORD AREA, SO
      *    AUDITLOG STAYS OPEN UNTIL THEY ARE DONE.
           PERFORM JOURNAL-PAYOUT-MOVEMENTS
               THRU JOURNAL-PAYOUT-MOVEMENTS-EXIT
           CLOSE AUDITFILE

           PERFORM WRITE-BATCH-TRAILER

           DISPLAY "GL-JOURNAL: Audit records read: "
               WS-AUDIT-RECORDS-READ
           DISPLAY "GL-JOURNAL: Payout records read:"
               WS-PAYOUT-RECORDS-READ
           DISPLAY "GL-JOURNAL: Journal lines out:  "
               WS-JOURNAL-LINES
           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "GL-JOURNAL: Credit total:       "
               WS-AMOUNT-DISPLAY
           MOVE WS-BASE-DEBIT-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "GL-JOURNAL: Base debit total:   "
               WS-AMOUNT-DISPLAY
           MOVE WS-BASE-CREDIT-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "GL-JOURNAL: Base credit total:  "
               WS-AMOUNT-DISPLAY

      *    THE TWO PROOFS THAT GUARD THE FEED: NO MOVEMENT MAY GO
      *    OUT ONE-SIDED OR UNMAPPED, AND THE BATCH NET MUST TIE TO
                   "GLMAP CARDS AND RERUN ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-UNPRICED-COUNT > 0
               DISPLAY "GL-JOURNAL: *** ERROR - " WS-UNPRICED-COUNT
                   " MOVEMENTS HAD NO EXCHANGE RATE - LOAD THE "
                   "MISSING RATES AND RERUN ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "GL-JOURNAL: *** ERROR - JOURNAL DOES NOT "
                   "BALANCE - DEBITS DO NOT EQUAL CREDITS ***"
                   "against the posting handoff"
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       GET-BUSINESS-DATE.
       READ-NET-APPLIED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE NIGHT'S CLOSURE PAYABLE MOVEMENTS. NO PAYJRNL MEANS NO
      *  PAYOUT ACTIVITY TO JOURNAL.
      *----------------------------------------------------------------
       JOURNAL-PAYOUT-MOVEMENTS.
           OPEN INPUT PAYJRNLFILE
           IF WS-PAYJRNL-STATUS NOT = "00"
               DISPLAY "GL-JOURNAL: Payout journal not available - "
                   "no closure payable movements journaled"
               GO TO JOURNAL-PAYOUT-MOVEMENTS-EXIT
           END-IF

           SET WS-PAYOUT-PASS TO TRUE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM READ-PAYOUT-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE PAYJRNLFILE
           MOVE 'N' TO WS-PAYOUT-PASS-SW.

       JOURNAL-PAYOUT-MOVEMENTS-EXIT.
           EXIT.

       READ-PAYOUT-LOOP.
           READ PAYJRNLFILE INTO AUDIT-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-PAYOUT-RECORDS-READ
                   PERFORM JOURNAL-ONE-MOVEMENT
                       THRU JOURNAL-ONE-MOVEMENT-EXIT
           END-READ.

       READ-AUDIT-LOOP.
           READ AUDITFILE INTO AUDIT-RECORD
               AT END
           MOVE AUD-NEW-AMOUNT TO WS-NEW-AMOUNT
           COMPUTE WS-MOVEMENT-AMOUNT =
               WS-NEW-AMOUNT - WS-OLD-AMOUNT
           IF NOT WS-PAYOUT-PASS
               ADD WS-MOVEMENT-AMOUNT TO WS-NET-MOVEMENT
           END-IF

           IF WS-MOVEMENT-AMOUNT = 0
               GO TO JOURNAL-ONE-MOVEMENT-EXIT
               GO TO JOURNAL-ONE-MOVEMENT-EXIT
           END-IF

      *    A MOVEMENT WITH NO CURRENCY (ONE WRITTEN BEFORE CURRENCIES
      *    WERE CARRIED) IS IN THE BASE CURRENCY.
           MOVE AUD-CURRENCY TO FXW-CURRENCY
           IF FXW-CURRENCY = SPACES
               MOVE FXW-BASE-CURRENCY TO FXW-CURRENCY
           END-IF
           IF WS-MOVEMENT-AMOUNT > 0
               MOVE WS-MOVEMENT-AMOUNT TO FXW-AMOUNT
           ELSE
               COMPUTE FXW-AMOUNT = 0 - WS-MOVEMENT-AMOUNT
           END-IF
           PERFORM CONVERT-TO-BASE THRU CONVERT-TO-BASE-EXIT
           IF NOT FXW-FOUND
               ADD 1 TO WS-UNPRICED-COUNT
               DISPLAY "GL-JOURNAL: ERROR - no exchange rate for "
                   "currency " FXW-CURRENCY " key " AUD-KEY
               GO TO JOURNAL-ONE-MOVEMENT-EXIT
           END-IF

           IF WS-MOVEMENT-AMOUNT > 0
               MOVE WS-MOVEMENT-AMOUNT TO WS-ABS-AMOUNT
               MOVE WS-HIT-DEBIT TO WS-DEBIT-ACCT
           MOVE WS-DEBIT-ACCT TO WS-LINE-ACCOUNT
           PERFORM WRITE-JOURNAL-LINE
           ADD WS-ABS-AMOUNT TO WS-DEBIT-TOTAL
           ADD FXW-BASE-AMOUNT TO WS-BASE-DEBIT-TOTAL

           MOVE "CR" TO WS-LINE-DRCR
           MOVE WS-CREDIT-ACCT TO WS-LINE-ACCOUNT
           PERFORM WRITE-JOURNAL-LINE
           ADD WS-ABS-AMOUNT TO WS-CREDIT-TOTAL
           ADD FXW-BASE-AMOUNT TO WS-BASE-CREDIT-TOTAL.

       JOURNAL-ONE-MOVEMENT-EXIT.
           EXIT.
           MOVE AUD-KEY TO JRN-SOURCE-KEY
           MOVE AUD-TRAN-TYPE TO JRN-TRAN-TYPE
           MOVE AUD-REASON-CODE TO JRN-REASON-CODE
           MOVE FXW-CURRENCY TO JRN-CURRENCY
           MOVE FXW-BASE-AMOUNT TO JRN-BASE-AMOUNT
           WRITE GLJRNL-RECORD
           ADD 1 TO WS-JOURNAL-LINES.

           MOVE WS-JOURNAL-LINES TO JRT-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO JRT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO JRT-CREDIT-TOTAL
           MOVE WS-BASE-DEBIT-TOTAL TO JRT-BASE-DEBIT-TOTAL
           MOVE WS-BASE-CREDIT-TOTAL TO JRT-BASE-CREDIT-TOTAL
           WRITE GLJRNL-RECORD.

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
               DISPLAY "GL-JOURNAL: *** WARNING - "
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
               DISPLAY "GL-JOURNAL: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "GL-JOURNAL" TO ALR-PROGRAM
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
