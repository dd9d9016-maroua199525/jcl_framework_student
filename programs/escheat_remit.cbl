       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT-REMIT.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  UNCLAIMED-PROPERTY STATE REMITTANCE. RUN ON THE REPORTING
      *  CYCLE, AFTER AUDIT-CONSOLIDATE HAS FOLDED IN THE NIGHT THE
      *  LAST ESCHEAT CLOSINGS POSTED. EVERY ESCHFILE ACCOUNT WHOSE
      *  CLOSING HAS GONE OUT (STATUS P - SEE ESCHREC) IS LOOKED UP:
      *    - CLOSED BY ITS ESCHEAT DELETE (REASON ESCH ON THE AUDIT
      *      HISTORY SINCE THE CLOSING WAS GENERATED) - REMITTED. THE
      *      DELETE'S OLD AMOUNT IS THE BALANCE THAT LEFT THE
      *      ACCOUNT; IT GOES ON THE STATE REMITTANCE FILE WITH THE
      *      OWNER DETAIL THE LETTER WENT TO, AND THE ACCOUNT IS
      *      MARKED REMITTED (R).
      *    - CLOSED SOME OTHER WAY, OR WITH NOTHING LEFT TO PAY - OFF
      *      THE LIST (W, CLSD); ANY BALANCE WENT TO THE CLOSURE
      *      PAYOUT REGISTER INSTEAD.
      *    - STILL OPEN, OR CLOSED BUT NOT YET ON THE AUDIT HISTORY -
      *      LEFT PENDING FOR A LATER RUN (ESCHEAT-CYCLE REPORTS A
      *      CLOSING THAT NEVER POSTED).
      *  EACH REMITTANCE WRITES A JOURNAL RECORD IN THE AUDIT RECORD
      *  LAYOUT, TYPE Y, REASON ESRM, TAKING THE AMOUNT OFF THE
      *  ESCHEAT PAYABLE (OLD = AMOUNT, NEW = ZERO), FOR GL-JOURNAL
      *  TO POST THROUGH THE SAME GLMAP CARDS AS THE CLOSURE PAYOUT
      *  JOURNAL. A RERUN ON THE SAME BUSINESS DATE PUTS THE DAY'S
      *  REMITTANCES OUT AGAIN, SO THE NEW REMITFILE IS STILL WHOLE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCHFILE ASSIGN TO "ESCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-ACCOUNT
               FILE STATUS IS WS-ESCHFILE-STATUS.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT AUDMASTFILE ASSIGN TO "AUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDH-KEY
               FILE STATUS IS WS-AUDMAST-STATUS.
      *    CONTROL CARDS - THE HOLDER CARD (REQUIRED). SEE THE CARD
      *    LAYOUT BELOW.
           SELECT ESCHCTLFILE ASSIGN TO "ESCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHCTL-STATUS.
           SELECT REMITFILE ASSIGN TO "REMITOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHJRNLFILE ASSIGN TO "ESCHJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMITRPTFILE ASSIGN TO "REMITRPT"
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
       FD  ESCHFILE.
           COPY "eschrec".

       FD  MASTFILE.
           COPY "mastrec".

       FD  AUDMASTFILE.
           COPY "audhrec".

      *================================================================
      *  CONTROL CARDS, KEYWORD IN COLS 1-8:
      *    HOLDER   COLS 10-18 HOLDER IDENTIFIER ISSUED BY THE STATE
      *             COLS 20-59 HOLDER NAME
      *             COLS 61-62 STATE CODE REPORTED TO
      *  THE LAST HOLDER CARD WINS.
      *================================================================
       FD  ESCHCTLFILE.
       01  ESCHCTL-RECORD.
           05  ECL-KEYWORD         PIC X(08).
           05  FILLER              PIC X(01).
           05  ECL-HOLDER-ID       PIC X(09).
           05  FILLER              PIC X(01).
           05  ECL-HOLDER-NAME     PIC X(40).
           05  FILLER              PIC X(01).
           05  ECL-STATE-CODE      PIC X(02).
           05  FILLER              PIC X(18).

      *================================================================
      *  THE STATE REMITTANCE FILE - FIXED 150-BYTE RECORDS: ONE
      *  HEADER, ONE DETAIL PER ACCOUNT REMITTED, ONE CONTROL
      *  TRAILER. LAYOUTS IN WORKING-STORAGE (RMF-).
      *================================================================
       FD  REMITFILE.
       01  REMITFILE-RECORD        PIC X(150).

       FD  ESCHJRNLFILE.
           COPY "auditrec" REPLACING AUDIT-RECORD   BY EJR-RECORD
                                     AUD-KEY        BY EJR-KEY
                                     AUD-OLD-AMOUNT BY EJR-OLD-AMOUNT
                                     AUD-NEW-AMOUNT BY EJR-NEW-AMOUNT
                                     AUD-TIMESTAMP  BY EJR-TIMESTAMP
                                     AUD-TRAN-TYPE  BY EJR-TRAN-TYPE
                                     AUD-BRANCH     BY EJR-BRANCH
                                     AUD-REASON-CODE
                                         BY EJR-REASON-CODE
                                     AUD-LINK-KEY   BY EJR-LINK-KEY
                                     AUD-CURRENCY   BY EJR-CURRENCY
                                     AUD-FX-RATE    BY EJR-FX-RATE
                                     AUD-FX-AMOUNT  BY EJR-FX-AMOUNT.

       FD  REMITRPTFILE.
       01  REMITRPT-LINE           PIC X(132).

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESCHFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-AUDMAST-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-ESCHCTL-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-ESC-EOF-SW           PIC X       VALUE 'N'.
           88  WS-ESC-EOF                      VALUE 'Y'.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DATE-X      PIC X(8)    VALUE SPACES.
       01  WS-TIME-NOW             PIC 9(8)    VALUE 0.
       01  WS-MASTER-FOUND-SW      PIC X       VALUE 'N'.
           88  WS-MASTER-FOUND                 VALUE 'Y'.

       01  WS-HOLDER-ID            PIC X(9)    VALUE SPACES.
       01  WS-HOLDER-NAME          PIC X(40)   VALUE SPACES.
       01  WS-STATE-CODE           PIC X(2)    VALUE SPACES.
       01  WS-CARDS-READ           PIC 9(5)    VALUE 0.
       01  WS-CARDS-REJECTED       PIC 9(5)    VALUE 0.

      *----------------------------------------------------------------
      *  THE LATEST DELETE ON ONE ACCOUNT'S AUDIT HISTORY SINCE ITS
      *  ESCHEAT CLOSING WAS GENERATED.
      *----------------------------------------------------------------
       01  WS-SCAN-DONE-SW         PIC X       VALUE 'N'.
           88  WS-SCAN-DONE                    VALUE 'Y'.
       01  WS-DELETE-FOUND-SW      PIC X       VALUE 'N'.
           88  WS-DELETE-FOUND                 VALUE 'Y'.
       01  WS-DELETE-REASON        PIC X(4)    VALUE SPACES.
       01  WS-DELETE-AMOUNT        PIC S9(7)V99 VALUE 0.
       01  WS-DELETE-CURRENCY      PIC X(3)    VALUE SPACES.

       01  WS-CYCLE-RECORDS-READ   PIC 9(7)    VALUE 0.
       01  WS-REMITTED-COUNT       PIC 9(7)    VALUE 0.
       01  WS-ALREADY-REMITTED     PIC 9(7)    VALUE 0.
       01  WS-WITHDRAWN-COUNT      PIC 9(7)    VALUE 0.
       01  WS-PENDING-OPEN         PIC 9(7)    VALUE 0.
       01  WS-PENDING-HISTORY      PIC 9(7)    VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(7)    VALUE 0.
       01  WS-JOURNAL-RECORDS      PIC 9(7)    VALUE 0.
       01  WS-REMIT-COUNT          PIC 9(7)    VALUE 0.
       01  WS-REMIT-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-AMOUNT-DISPLAY       PIC -(11)9.99.

      *----------------------------------------------------------------
      *  REMITTANCE FILE RECORD LAYOUTS. AMOUNTS ARE UNSIGNED, ZERO
      *  FILLED, WITH TWO IMPLIED DECIMAL PLACES. THE TRAILER CARRIES
      *  THE DETAIL COUNT AND THE SUM OF THE DETAIL AMOUNTS FOR THE
      *  STATE'S CONTROL.
      *----------------------------------------------------------------
       01  RMF-HEADER-RECORD.
           05  RMF-HDR-TYPE        PIC X(01)   VALUE "H".
           05  RMF-HDR-HOLDER-ID   PIC X(09).
           05  RMF-HDR-HOLDER-NAME PIC X(40).
           05  RMF-HDR-STATE-CODE  PIC X(02).
           05  RMF-HDR-REPORT-DATE PIC X(08).
           05  FILLER              PIC X(90)   VALUE SPACES.

       01  RMF-DETAIL-RECORD.
           05  RMF-DTL-TYPE        PIC X(01)   VALUE "D".
           05  RMF-DTL-ACCOUNT     PIC X(10).
           05  RMF-DTL-BRANCH      PIC X(04).
           05  RMF-DTL-OWNER-NAME  PIC X(20).
           05  RMF-DTL-ADDR-LINE1  PIC X(20).
           05  RMF-DTL-ADDR-LINE2  PIC X(20).
           05  RMF-DTL-POSTCODE    PIC X(09).
           05  RMF-DTL-LAST-ACTIVITY PIC X(08).
           05  RMF-DTL-LETTER-DATE PIC X(08).
           05  RMF-DTL-CLOSING-DATE PIC X(08).
           05  RMF-DTL-AMOUNT      PIC 9(7)V99.
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  RMF-TRAILER-RECORD.
           05  RMF-TRL-TYPE        PIC X(01)   VALUE "T".
           05  RMF-TRL-COUNT       PIC 9(07).
           05  RMF-TRL-TOTAL       PIC 9(11)V99.
           05  FILLER              PIC X(129)  VALUE SPACES.

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(32)   VALUE
               "UNCLAIMED PROPERTY REMITTANCE".
           05  FILLER              PIC X(7)    VALUE "STATE ".
           05  WP-STATE-CODE       PIC X(2).
           05  FILLER              PIC X(10)   VALUE "   HOLDER ".
           05  WP-HOLDER-ID        PIC X(9).
           05  FILLER              PIC X(17)   VALUE
               "   BUSINESS DATE ".
           05  WP-BUSINESS-DATE    PIC X(8).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(12)   VALUE "ACCOUNT".
           05  FILLER              PIC X(6)    VALUE "BRCH".
           05  FILLER              PIC X(22)   VALUE "OWNER".
           05  FILLER              PIC X(10)   VALUE "LAST ACT".
           05  FILLER              PIC X(10)   VALUE "LETTERED".
           05  FILLER              PIC X(10)   VALUE "CLOSED".
           05  FILLER              PIC X(16)   VALUE "          AMOUNT".
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(30)   VALUE "OUTCOME".

       01  WS-RPT-DETAIL-LINE.
           05  WP-ACCOUNT          PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-BRANCH           PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-OWNER-NAME       PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-LAST-ACTIVITY    PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-LETTER-DATE      PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-CLOSING-DATE     PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-AMOUNT           PIC -(12)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-OUTCOME          PIC X(30).

       01  WS-RPT-TOTAL-LINE.
           05  WP-TOTAL-LABEL      PIC X(30).
           05  WP-TOTAL-COUNT      PIC ZZZZZZ9.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  WP-TOTAL-AMOUNT     PIC -(12)9.99.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ESCHEAT-REMIT: Starting unclaimed property "
               "remittance..."

           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X
           ACCEPT WS-TIME-NOW FROM TIME

           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EXIT
           IF WS-HOLDER-ID = SPACES OR WS-STATE-CODE = SPACES
               DISPLAY "ESCHEAT-REMIT: *** ERROR - NO HOLDER CONTROL "
                   "CARD WITH AN IDENTIFIER AND STATE ON ESCHCTL - "
                   "NOTHING REMITTED ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN I-O ESCHFILE
           IF WS-ESCHFILE-STATUS NOT = "00"
               DISPLAY "ESCHEAT-REMIT: *** ERROR - ESCHFILE OPEN "
                   "FAILED, STATUS: " WS-ESCHFILE-STATUS " - HAS "
                   "ESCHEAT-CYCLE BEEN RUN? ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS NOT = "00"
               DISPLAY "ESCHEAT-REMIT: *** ERROR - MASTFILE OPEN "
                   "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               CLOSE ESCHFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT AUDMASTFILE
           IF WS-AUDMAST-STATUS NOT = "00"
               DISPLAY "ESCHEAT-REMIT: *** ERROR - AUDMAST OPEN "
                   "FAILED, STATUS: " WS-AUDMAST-STATUS " - HAS "
                   "AUDIT-CONSOLIDATE BEEN RUN? ***"
               CLOSE ESCHFILE
               CLOSE MASTFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT REMITFILE
           OPEN OUTPUT ESCHJRNLFILE
           OPEN OUTPUT REMITRPTFILE
           PERFORM WRITE-REMIT-HEADER
           PERFORM WRITE-REPORT-HEADER

           MOVE LOW-VALUES TO ESC-ACCOUNT
           START ESCHFILE KEY IS NOT LESS THAN ESC-ACCOUNT
               INVALID KEY
                   DISPLAY "ESCHEAT-REMIT: Escheat cycle file is empty"
                   SET WS-ESC-EOF TO TRUE
           END-START
           PERFORM REVIEW-CYCLE-LOOP
               UNTIL WS-ESC-EOF

           PERFORM WRITE-REMIT-TRAILER
           PERFORM WRITE-REPORT-TOTALS

           CLOSE REMITFILE
           CLOSE ESCHJRNLFILE
           CLOSE REMITRPTFILE
           CLOSE ESCHFILE
           CLOSE MASTFILE
           CLOSE AUDMASTFILE

           DISPLAY "ESCHEAT-REMIT: Cycle records read:     "
               WS-CYCLE-RECORDS-READ
           DISPLAY "ESCHEAT-REMIT: Remitted this run:      "
               WS-REMITTED-COUNT
           DISPLAY "ESCHEAT-REMIT: Already remitted today: "
               WS-ALREADY-REMITTED
           DISPLAY "ESCHEAT-REMIT: Withdrawn - closed:     "
               WS-WITHDRAWN-COUNT
           DISPLAY "ESCHEAT-REMIT: Pending - still open:   "
               WS-PENDING-OPEN
           DISPLAY "ESCHEAT-REMIT: Pending - no history:   "
               WS-PENDING-HISTORY
           DISPLAY "ESCHEAT-REMIT: Remittance records:     "
               WS-REMIT-COUNT
           MOVE WS-REMIT-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "ESCHEAT-REMIT: Remittance total:       "
               WS-AMOUNT-DISPLAY
           DISPLAY "ESCHEAT-REMIT: Journal records out:    "
               WS-JOURNAL-RECORDS
           DISPLAY "ESCHEAT-REMIT: Control cards rejected: "
               WS-CARDS-REJECTED

      *    A CYCLE-FILE WRITE FAILURE MEANS AN ACCOUNT COULD BE PAID
      *    TO THE STATE TWICE. A CLOSED ACCOUNT WHOSE CLOSING IS NOT
      *    ON THE HISTORY, OR A BAD CARD, NEEDS SOMEONE TO LOOK.
           EVALUATE TRUE
               WHEN WS-ERRORS-FOUND > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PENDING-HISTORY > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CARDS-REJECTED > 0
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

       READ-CONTROL-CARDS.
           OPEN INPUT ESCHCTLFILE
           IF WS-ESCHCTL-STATUS NOT = "00"
               DISPLAY "ESCHEAT-REMIT: Control cards not available, "
                   "status: " WS-ESCHCTL-STATUS
               GO TO READ-CONTROL-CARDS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM READ-ONE-CONTROL-CARD
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE ESCHCTLFILE.

       READ-CONTROL-CARDS-EXIT.
           EXIT.

       READ-ONE-CONTROL-CARD.
           READ ESCHCTLFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   EVALUATE ECL-KEYWORD
                       WHEN "HOLDER"
                           MOVE ECL-HOLDER-ID TO WS-HOLDER-ID
                           MOVE ECL-HOLDER-NAME TO WS-HOLDER-NAME
                           MOVE ECL-STATE-CODE TO WS-STATE-CODE
                       WHEN OTHER
                           IF ESCHCTL-RECORD(1:1) NOT = "*"
                               ADD 1 TO WS-CARDS-REJECTED
                               DISPLAY "ESCHEAT-REMIT: *** WARNING - "
                                   "control card not recognized: "
                                   ECL-KEYWORD " ***"
                           END-IF
                   END-EVALUATE
           END-READ.

       REVIEW-CYCLE-LOOP.
           READ ESCHFILE NEXT RECORD
               AT END
                   SET WS-ESC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CYCLE-RECORDS-READ
                   EVALUATE TRUE
                       WHEN ESC-CLOSING
                           PERFORM REVIEW-CLOSING
                               THRU REVIEW-CLOSING-EXIT
                       WHEN ESC-REMITTED
                           AND ESC-REMIT-DATE = WS-BUSINESS-DATE-X
                           ADD 1 TO WS-ALREADY-REMITTED
                           PERFORM ISSUE-REMITTANCE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *================================================================
      *  ONE CLOSING AWAITING REMITTANCE.
      *================================================================
       REVIEW-CLOSING.
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE ESC-ACCOUNT TO MAST-KEY
           READ MASTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ
           IF WS-MASTER-FOUND AND NOT MAST-INACTIVE
               ADD 1 TO WS-PENDING-OPEN
               GO TO REVIEW-CLOSING-EXIT
           END-IF

           PERFORM FIND-CLOSING-DELETE THRU FIND-CLOSING-DELETE-EXIT
           IF NOT WS-DELETE-FOUND
               ADD 1 TO WS-PENDING-HISTORY
               DISPLAY "ESCHEAT-REMIT: *** WARNING - account "
                   ESC-ACCOUNT " is closed but no closing since "
                   ESC-CLOSING-DATE " is on the audit history ***"
               GO TO REVIEW-CLOSING-EXIT
           END-IF

           IF WS-DELETE-REASON NOT = "ESCH"
               OR WS-DELETE-AMOUNT NOT > 0
               SET ESC-WITHDRAWN TO TRUE
               SET ESC-BY-CLOSURE TO TRUE
               MOVE WS-BUSINESS-DATE-X TO ESC-STATUS-DATE
               MOVE 0 TO ESC-ESCHEAT-AMOUNT
               MOVE "CLOSED BEFORE THE ESCHEAT POSTED"
                   TO ESC-WITHDRAW-NOTE
               MOVE "ESCHEAT" TO ESC-WITHDRAW-BY
               PERFORM REWRITE-CYCLE-RECORD
               ADD 1 TO WS-WITHDRAWN-COUNT
               MOVE WS-DELETE-AMOUNT TO WP-AMOUNT
               MOVE "WITHDRAWN - CLOSED OTHERWISE" TO WP-OUTCOME
               PERFORM WRITE-REPORT-DETAIL
               GO TO REVIEW-CLOSING-EXIT
           END-IF

           SET ESC-REMITTED TO TRUE
           MOVE WS-BUSINESS-DATE-X TO ESC-STATUS-DATE
           MOVE WS-BUSINESS-DATE-X TO ESC-REMIT-DATE
           MOVE WS-DELETE-AMOUNT TO ESC-ESCHEAT-AMOUNT
      *    THE CLOSING DELETE'S AMOUNT IS IN THE CURRENCY ON ITS
      *    AUDIT RECORD.
           IF WS-DELETE-CURRENCY NOT = SPACES
               MOVE WS-DELETE-CURRENCY TO ESC-CURRENCY
           END-IF
           REWRITE ESCHEAT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "ESCHEAT-REMIT: *** ERROR - ESCHFILE "
                       "REWRITE FAILED FOR ACCOUNT " ESC-ACCOUNT
                       ", STATUS: " WS-ESCHFILE-STATUS
                       " - NOT REMITTED ***"
                   GO TO REVIEW-CLOSING-EXIT
           END-REWRITE
           ADD 1 TO WS-REMITTED-COUNT
           PERFORM ISSUE-REMITTANCE.

       REVIEW-CLOSING-EXIT.
           EXIT.

      *================================================================
      *  THE LATEST DELETE ON THE ACCOUNT'S AUDIT HISTORY DATED ON OR
      *  AFTER THE DAY ITS ESCHEAT CLOSING WAS GENERATED.
      *================================================================
       FIND-CLOSING-DELETE.
           MOVE 'N' TO WS-DELETE-FOUND-SW
           MOVE SPACES TO WS-DELETE-REASON
           MOVE 0 TO WS-DELETE-AMOUNT
           MOVE SPACES TO WS-DELETE-CURRENCY
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE LOW-VALUES TO AUDH-KEY
           MOVE ESC-ACCOUNT TO AUDH-ACCT-KEY
           MOVE ESC-CLOSING-DATE TO AUDH-TIMESTAMP (1:8)
           START AUDMASTFILE KEY IS NOT LESS THAN AUDH-KEY
               INVALID KEY
                   GO TO FIND-CLOSING-DELETE-EXIT
           END-START
           PERFORM SCAN-ONE-HISTORY-RECORD
               THRU SCAN-ONE-HISTORY-RECORD-EXIT
               UNTIL WS-SCAN-DONE.

       FIND-CLOSING-DELETE-EXIT.
           EXIT.

       SCAN-ONE-HISTORY-RECORD.
           READ AUDMASTFILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO SCAN-ONE-HISTORY-RECORD-EXIT
           END-READ
           IF AUDH-ACCT-KEY NOT = ESC-ACCOUNT
               SET WS-SCAN-DONE TO TRUE
               GO TO SCAN-ONE-HISTORY-RECORD-EXIT
           END-IF
           IF AUDH-TRAN-TYPE = "D"
               SET WS-DELETE-FOUND TO TRUE
               MOVE AUDH-REASON-CODE TO WS-DELETE-REASON
               MOVE AUDH-OLD-AMOUNT TO WS-DELETE-AMOUNT
               MOVE AUDH-CURRENCY TO WS-DELETE-CURRENCY
           END-IF.

       SCAN-ONE-HISTORY-RECORD-EXIT.
           EXIT.

       REWRITE-CYCLE-RECORD.
           REWRITE ESCHEAT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "ESCHEAT-REMIT: *** ERROR - ESCHFILE "
                       "REWRITE FAILED FOR ACCOUNT " ESC-ACCOUNT
                       ", STATUS: " WS-ESCHFILE-STATUS " ***"
           END-REWRITE.

      *================================================================
      *  ONE REMITTANCE - THE STATE FILE DETAIL, THE PAYABLE JOURNAL
      *  RECORD AND THE REPORT LINE.
      *================================================================
       ISSUE-REMITTANCE.
           MOVE ESC-ACCOUNT TO RMF-DTL-ACCOUNT
           MOVE ESC-BRANCH TO RMF-DTL-BRANCH
           MOVE ESC-OWNER-NAME TO RMF-DTL-OWNER-NAME
           MOVE ESC-ADDR-LINE1 TO RMF-DTL-ADDR-LINE1
           MOVE ESC-ADDR-LINE2 TO RMF-DTL-ADDR-LINE2
           MOVE ESC-POSTCODE TO RMF-DTL-POSTCODE
           MOVE ESC-LAST-ACTIVITY TO RMF-DTL-LAST-ACTIVITY
           MOVE ESC-LETTER-DATE TO RMF-DTL-LETTER-DATE
           MOVE ESC-CLOSING-DATE TO RMF-DTL-CLOSING-DATE
           MOVE ESC-ESCHEAT-AMOUNT TO RMF-DTL-AMOUNT
           MOVE RMF-DETAIL-RECORD TO REMITFILE-RECORD
           WRITE REMITFILE-RECORD
           ADD 1 TO WS-REMIT-COUNT
           ADD ESC-ESCHEAT-AMOUNT TO WS-REMIT-TOTAL

           MOVE SPACES TO EJR-RECORD
           MOVE ESC-ACCOUNT TO EJR-KEY
           MOVE ESC-ESCHEAT-AMOUNT TO EJR-OLD-AMOUNT
           MOVE 0 TO EJR-NEW-AMOUNT
           STRING WS-BUSINESS-DATE-X DELIMITED BY SIZE
               WS-TIME-NOW (1:6) DELIMITED BY SIZE
               INTO EJR-TIMESTAMP
           MOVE "Y" TO EJR-TRAN-TYPE
           MOVE ESC-BRANCH TO EJR-BRANCH
           MOVE "ESRM" TO EJR-REASON-CODE
           MOVE ESC-CURRENCY TO EJR-CURRENCY
           WRITE EJR-RECORD
           ADD 1 TO WS-JOURNAL-RECORDS

           MOVE ESC-ESCHEAT-AMOUNT TO WP-AMOUNT
           MOVE "REMITTED" TO WP-OUTCOME
           PERFORM WRITE-REPORT-DETAIL.

       WRITE-REMIT-HEADER.
           MOVE WS-HOLDER-ID TO RMF-HDR-HOLDER-ID
           MOVE WS-HOLDER-NAME TO RMF-HDR-HOLDER-NAME
           MOVE WS-STATE-CODE TO RMF-HDR-STATE-CODE
           MOVE WS-BUSINESS-DATE-X TO RMF-HDR-REPORT-DATE
           MOVE RMF-HEADER-RECORD TO REMITFILE-RECORD
           WRITE REMITFILE-RECORD.

       WRITE-REMIT-TRAILER.
           MOVE WS-REMIT-COUNT TO RMF-TRL-COUNT
           MOVE WS-REMIT-TOTAL TO RMF-TRL-TOTAL
           MOVE RMF-TRAILER-RECORD TO REMITFILE-RECORD
           WRITE REMITFILE-RECORD.

       WRITE-REPORT-HEADER.
           MOVE WS-STATE-CODE TO WP-STATE-CODE
           MOVE WS-HOLDER-ID TO WP-HOLDER-ID
           MOVE WS-BUSINESS-DATE-X TO WP-BUSINESS-DATE
           MOVE WS-RPT-HEADER-LINE TO REMITRPT-LINE
           WRITE REMITRPT-LINE
           MOVE SPACES TO REMITRPT-LINE
           WRITE REMITRPT-LINE
           MOVE WS-COLUMN-HEADING TO REMITRPT-LINE
           WRITE REMITRPT-LINE.

       WRITE-REPORT-DETAIL.
           MOVE ESC-ACCOUNT TO WP-ACCOUNT
           MOVE ESC-BRANCH TO WP-BRANCH
           MOVE ESC-OWNER-NAME TO WP-OWNER-NAME
           MOVE ESC-LAST-ACTIVITY TO WP-LAST-ACTIVITY
           MOVE ESC-LETTER-DATE TO WP-LETTER-DATE
           MOVE ESC-CLOSING-DATE TO WP-CLOSING-DATE
           MOVE WS-RPT-DETAIL-LINE TO REMITRPT-LINE
           WRITE REMITRPT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REMITRPT-LINE
           WRITE REMITRPT-LINE
           MOVE "REMITTED TO THE STATE" TO WP-TOTAL-LABEL
           MOVE WS-REMIT-COUNT TO WP-TOTAL-COUNT
           MOVE WS-REMIT-TOTAL TO WP-TOTAL-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE 0 TO WP-TOTAL-AMOUNT
           MOVE "WITHDRAWN - CLOSED OTHERWISE" TO WP-TOTAL-LABEL
           MOVE WS-WITHDRAWN-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "PENDING - ACCOUNT STILL OPEN" TO WP-TOTAL-LABEL
           MOVE WS-PENDING-OPEN TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "PENDING - NOT ON HISTORY" TO WP-TOTAL-LABEL
           MOVE WS-PENDING-HISTORY TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL.

       WRITE-ONE-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO REMITRPT-LINE
           WRITE REMITRPT-LINE.

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
               DISPLAY "ESCHEAT-REMIT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "ESCHEAT-REMIT" TO ALR-PROGRAM
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
