       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT-CYCLE.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  UNCLAIMED-PROPERTY (ESCHEAT) DUE-DILIGENCE CYCLE. RUN DAILY
      *  BEFORE DATAPROC, IT KEEPS ESCHFILE (SEE ESCHREC) AND MOVES
      *  EVERY ACCOUNT ON IT ONE STEP ALONG:
      *    - CONTACT CARDS (ESCHCNT) RECORD AN OWNER WHO HAS BEEN IN
      *      TOUCH SINCE THE LETTER; THE ACCOUNT COMES OFF THE LIST.
      *    - A LETTERED ACCOUNT WITH CUSTOMER ACTIVITY SINCE THE
      *      LETTER, OR NO LONGER OPEN AND IN CREDIT, COMES OFF THE
      *      LIST. ACTIVITY IS ANY ADD, REINSTATE, PAYMENT,
      *      WITHDRAWAL, TRANSFER OR NAME-AND-ADDRESS CHANGE ON THE
      *      AUDIT HISTORY - NOT A BALANCE CHANGE, WHICH IS HOW
      *      ACCRUALS, FEES AND ADJUSTMENTS POST.
      *    - A LETTERED ACCOUNT STILL UNCLAIMED WHEN THE WAITING
      *      PERIOD RUNS OUT IS CLOSED: A STANDARD DELETE WITH REASON
      *      ESCH GOES OUT ON GENTRAN FOR THE NEXT DATAPROC, SO THE
      *      BALANCE LEAVES THE ACCOUNT WITH THE SAME EDIT, AUDIT AND
      *      GL TREATMENT AS ANY OTHER CLOSURE. GL-JOURNAL MAPS THE
      *      ESCH DELETE TO THE ESCHEAT PAYABLE; ESCHEAT-REMIT CLEARS
      *      IT WHEN THE STATE IS PAID.
      *    - AN OPEN ACCOUNT IN CREDIT, NOT ALREADY IN THE CYCLE, WITH
      *      NO CUSTOMER ACTIVITY FOR THE DORMANCY PERIOD IS PUT ON
      *      THE LIST AND SENT A DUE-DILIGENCE LETTER (ESCHLTR) AT
      *      ITS CUSTFILE ADDRESS. AN ACCOUNT TAKEN OFF THE LIST
      *      BEFORE MUST BE DORMANT FOR THE FULL PERIOD AGAIN.
      *  A RERUN ON THE SAME BUSINESS DATE REPRINTS THE DAY'S LETTERS
      *  AND REGENERATES THE DAY'S CLOSINGS, SO THE NEW ESCHLTR AND
      *  GENTRAN ARE STILL WHOLE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT CUSTFILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT AUDMASTFILE ASSIGN TO "AUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDH-KEY
               FILE STATUS IS WS-AUDMAST-STATUS.
           SELECT ESCHFILE ASSIGN TO "ESCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-ACCOUNT
               FILE STATUS IS WS-ESCHFILE-STATUS.
      *    OWNER CONTACT CARDS - OPTIONAL. SEE THE CARD LAYOUT BELOW.
           SELECT ESCHCNTFILE ASSIGN TO "ESCHCNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHCNT-STATUS.
           SELECT GENTRANFILE ASSIGN TO "GENTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHLTRFILE ASSIGN TO "ESCHLTR"
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
       FD  MASTFILE.
           COPY "mastrec".

       FD  CUSTFILE.
           COPY "custrec".

       FD  AUDMASTFILE.
           COPY "audhrec".

       FD  ESCHFILE.
           COPY "eschrec".

      *================================================================
      *  OWNER CONTACT CARD - ONE PER OWNER WHO HAS ANSWERED A LETTER
      *  OR OTHERWISE BEEN IN TOUCH:
      *    COLS  1-10 ACCOUNT
      *    COLS 12-19 CONTACT DATE (BLANK = THE BUSINESS DATE)
      *    COLS 21-28 OPERATOR
      *    COLS 30-59 NOTE
      *  A CARD FOR AN ACCOUNT NOT AWAITING A LETTER'S DEADLINE IS
      *  REJECTED - ONCE THE CLOSING HAS GONE OUT THE OWNER CLAIMS
      *  THROUGH A REINSTATE OR FROM THE STATE.
      *================================================================
       FD  ESCHCNTFILE.
       01  ESCHCNT-RECORD.
           05  ECN-ACCOUNT         PIC X(10).
           05  FILLER              PIC X(01).
           05  ECN-CONTACT-DATE    PIC X(08).
           05  FILLER              PIC X(01).
           05  ECN-OPERATOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  ECN-NOTE            PIC X(30).
           05  FILLER              PIC X(21).

      *================================================================
      *  GENERATED TRANSACTION FILE - STANDARD 80-BYTE RECLAY DELETE
      *  TRANSACTIONS, ONE PER ESCHEAT CLOSING, BRACKETED BY H/T
      *  CONTROL RECORDS. CONCATENATE THIS FILE ONTO THE TRANFILE DD
      *  OF THE NEXT DATAPROC STEP, AS FOR THE ACCRUAL ENGINE.
      *================================================================
       FD  GENTRANFILE.
       01  GENTRAN-RECORD          PIC X(80).

       FD  ESCHLTRFILE.
       01  ESCHLTR-LINE            PIC X(132).

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-CUSTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-AUDMAST-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-ESCHFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-ESCHCNT-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-MAST-EOF-FLAG        PIC X       VALUE 'N'.
       01  WS-ESC-EOF-SW           PIC X       VALUE 'N'.
           88  WS-ESC-EOF                      VALUE 'Y'.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DATE-X      PIC X(8)    VALUE SPACES.
       01  WS-CUSTFILE-SW          PIC X       VALUE 'N'.
           88  WS-CUSTFILE-ON                  VALUE 'Y'.
       01  WS-MASTER-FOUND-SW      PIC X       VALUE 'N'.
           88  WS-MASTER-FOUND                 VALUE 'Y'.
       01  WS-ESC-FOUND-SW         PIC X       VALUE 'N'.
           88  WS-ESC-FOUND                    VALUE 'Y'.

      *----------------------------------------------------------------
      *  RUN PARAMETERS - KEY=VALUE PAIRS SEPARATED BY COMMAS, E.G.
      *  DORMDAYS=1095,WAITDAYS=60,MINBAL=0. DORMDAYS IS THE
      *  STATUTORY DORMANCY PERIOD IN DAYS, WAITDAYS THE TIME THE
      *  OWNER IS GIVEN TO ANSWER THE LETTER, MINBAL THE BALANCE (IN
      *  WHOLE UNITS OF CURRENCY) AN ACCOUNT MUST EXCEED TO BE
      *  REPORTABLE.
      *----------------------------------------------------------------
       01  WS-RUN-PARM             PIC X(100)  VALUE SPACES.
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN       PIC X(20)   OCCURS 3 TIMES.
       01  WS-PARM-TOKEN-IDX       PIC 9(2)    VALUE 0.
       01  WS-PARM-KEY             PIC X(20)   VALUE SPACES.
       01  WS-PARM-VAL             PIC X(20)   VALUE SPACES.
       01  WS-PARM-NUMBER-TEXT     PIC X(7)    JUSTIFIED RIGHT
                                               VALUE SPACES.
       01  WS-PARM-NUMBER          PIC 9(7)    VALUE 0.
       01  WS-DORMANT-DAYS         PIC 9(5)    VALUE 1095.
       01  WS-WAIT-DAYS            PIC 9(5)    VALUE 60.
       01  WS-MINIMUM-BALANCE      PIC 9(7)V99 VALUE 0.
       01  WS-PARM-ERROR-SW        PIC X       VALUE 'N'.
           88  WS-PARM-ERROR                   VALUE 'Y'.

      *----------------------------------------------------------------
      *  ONE ACCOUNT'S AUDIT HISTORY, SCANNED IN TIMESTAMP ORDER: THE
      *  DATE OF ITS LATEST CUSTOMER ACTIVITY, AND WHETHER AN ESCHEAT
      *  CLOSING HAS POSTED SINCE WS-SCAN-FROM-DATE.
      *----------------------------------------------------------------
       01  WS-SCAN-ACCOUNT         PIC X(10)   VALUE SPACES.
       01  WS-SCAN-FROM-DATE       PIC X(8)    VALUE SPACES.
       01  WS-SCAN-DONE-SW         PIC X       VALUE 'N'.
           88  WS-SCAN-DONE                    VALUE 'Y'.
       01  WS-LAST-ACTIVITY        PIC X(8)    VALUE SPACES.
       01  WS-ESCH-POSTED-SW       PIC X       VALUE 'N'.
           88  WS-ESCH-POSTED                  VALUE 'Y'.
       01  WS-DORMANT-FROM         PIC X(8)    VALUE SPACES.

       01  WS-RECIP-NAME           PIC X(20)   VALUE SPACES.
       01  WS-RECIP-ADDR-LINE1     PIC X(20)   VALUE SPACES.
       01  WS-RECIP-ADDR-LINE2     PIC X(20)   VALUE SPACES.
       01  WS-RECIP-POSTCODE       PIC X(9)    VALUE SPACES.

       01  WS-CARDS-READ           PIC 9(7)    VALUE 0.
       01  WS-CARDS-APPLIED        PIC 9(7)    VALUE 0.
       01  WS-CARDS-REJECTED       PIC 9(7)    VALUE 0.
       01  WS-CYCLE-RECORDS-READ   PIC 9(7)    VALUE 0.
       01  WS-WITHDRAWN-ACTIVITY   PIC 9(7)    VALUE 0.
       01  WS-WITHDRAWN-CLOSED     PIC 9(7)    VALUE 0.
       01  WS-STILL-WAITING        PIC 9(7)    VALUE 0.
       01  WS-CLOSINGS-GENERATED   PIC 9(7)    VALUE 0.
       01  WS-CLOSINGS-PENDING     PIC 9(7)    VALUE 0.
       01  WS-CLOSINGS-STALE       PIC 9(7)    VALUE 0.
       01  WS-ACCOUNTS-READ        PIC 9(7)    VALUE 0.
       01  WS-LETTERS-ISSUED       PIC 9(7)    VALUE 0.
       01  WS-LETTERS-REPRINTED    PIC 9(7)    VALUE 0.
       01  WS-NO-ADDRESS-COUNT     PIC 9(7)    VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(7)    VALUE 0.
       01  WS-TRANS-GENERATED      PIC 9(7)    VALUE 0.
       01  WS-CLOSING-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-LETTERED-TOTAL       PIC S9(11)V99 VALUE 0.
       01  WS-AMOUNT-DISPLAY       PIC -(11)9.99.

      *----------------------------------------------------------------
      *  DAY-SERIAL CONVERSION WORK FIELDS - SAME ARITHMETIC AS THE
      *  ARCHIVE AND AGING PROGRAMS.
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

      *----------------------------------------------------------------
      *  THE GENERATED CLOSING, BUILT IN THE SHAPE DATA-PROCESSOR'S
      *  TRAN-DELETE-RECORD EXPECTS. THE AMOUNT IS ZERO - A DELETE
      *  TAKES WHATEVER BALANCE THE ACCOUNT HOLDS WHEN IT POSTS, AND
      *  THE AUDIT RECORD'S OLD AMOUNT IS WHAT ESCHEAT-REMIT PAYS.
      *----------------------------------------------------------------
       COPY "reclay" REPLACING DL-RECORD        BY GEN-RECORD
                                DL-REC-TYPE       BY GEN-REC-TYPE
                                DL-REC-KEY        BY GEN-REC-KEY
                                DL-REC-AMOUNT     BY GEN-REC-AMOUNT
                                DL-REC-DATE       BY GEN-REC-DATE
                                DL-REC-BRANCH     BY GEN-REC-BRANCH
                                DL-TRAILER-RECORD BY
                                    GEN-TRAILER-RECORD
                                DL-TRL-TYPE       BY GEN-TRL-TYPE
                                DL-TRL-COUNT      BY GEN-TRL-COUNT.

       01  GEN-DELETE-RECORD REDEFINES GEN-RECORD.
           05  GEN-DEL-TYPE        PIC X(01).
           05  GEN-DEL-KEY         PIC X(10).
           05  GEN-DEL-AMOUNT      PIC S9(7)V99.
           05  GEN-DEL-DATE        PIC X(08).
           05  GEN-DEL-BRANCH      PIC X(04).
           05  GEN-DEL-REASON-CODE PIC X(04).
           05  FILLER              PIC X(44).

      *----------------------------------------------------------------
      *  THE DUE-DILIGENCE LETTER - ONE PER ACCOUNT PUT ON THE LIST,
      *  ADDRESS BLOCK AT WINDOW-ENVELOPE POSITION AS ON THE
      *  STATEMENTS AND TAX FORMS.
      *----------------------------------------------------------------
       01  WS-LTR-RULE-LINE.
           05  FILLER              PIC X(70)   VALUE ALL "-".

       01  WS-LTR-TITLE-LINE.
           05  FILLER              PIC X(48)   VALUE
               "NOTICE OF DORMANT ACCOUNT - UNCLAIMED PROPERTY".
           05  FILLER              PIC X(6)    VALUE "DATE ".
           05  WL-LETTER-DATE      PIC X(8).

       01  WS-LTR-ADDRESS-LINE.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  WL-ADDRESS-TEXT     PIC X(30).

       01  WS-LTR-ACCOUNT-LINE.
           05  FILLER              PIC X(12)   VALUE "ACCOUNT".
           05  WL-ACCOUNT          PIC X(10).
           05  FILLER              PIC X(10)   VALUE "  BRANCH ".
           05  WL-BRANCH           PIC X(4).

       01  WS-LTR-ACTIVITY-LINE.
           05  FILLER              PIC X(40)   VALUE
               "LAST ACTIVITY ON THE ACCOUNT".
           05  WL-LAST-ACTIVITY    PIC X(8).

       01  WS-LTR-AMOUNT-LINE.
           05  FILLER              PIC X(40)   VALUE
               "BALANCE HELD".
           05  WL-BALANCE          PIC Z,ZZZ,ZZ9.99.

       01  WS-LTR-TEXT-LINE.
           05  WL-TEXT             PIC X(70).

       01  WS-LTR-DEADLINE-TEXT.
           05  FILLER              PIC X(41)   VALUE
               "UNLESS YOU CONTACT US OR USE THE ACCOUNT ".
           05  FILLER              PIC X(7)    VALUE "WITHIN ".
           05  WL-WAIT-DAYS        PIC ZZZZ9.
           05  FILLER              PIC X(17)   VALUE
               " DAYS OF THIS".

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ESCHEAT-CYCLE: Starting escheat due-diligence "
               "cycle..."

           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X
           MOVE WS-BUSINESS-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           MOVE WS-CD-SERIAL TO WS-RUN-SERIAL

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           IF WS-PARM-ERROR
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF
           DISPLAY "ESCHEAT-CYCLE: Business date " WS-BUSINESS-DATE-X
               ", dormancy " WS-DORMANT-DAYS " days, waiting "
               WS-WAIT-DAYS " days"

      *    THE CYCLE FILE IS CREATED BY THE FIRST RUN THAT NEEDS IT.
           OPEN I-O ESCHFILE
           IF WS-ESCHFILE-STATUS = "35"
               OPEN OUTPUT ESCHFILE
               CLOSE ESCHFILE
               OPEN I-O ESCHFILE
           END-IF
           IF WS-ESCHFILE-STATUS NOT = "00"
               DISPLAY "ESCHEAT-CYCLE: *** ERROR - ESCHFILE OPEN "
                   "FAILED, STATUS: " WS-ESCHFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS NOT = "00"
               DISPLAY "ESCHEAT-CYCLE: *** ERROR - MASTFILE OPEN "
                   "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               CLOSE ESCHFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

      *    WITHOUT THE AUDIT HISTORY THERE IS NO TELLING A DORMANT
      *    ACCOUNT FROM A BUSY ONE - LETTERS WOULD GO TO CUSTOMERS
      *    WHO USED THEIR ACCOUNTS YESTERDAY.
           OPEN INPUT AUDMASTFILE
           IF WS-AUDMAST-STATUS NOT = "00"
               DISPLAY "ESCHEAT-CYCLE: *** ERROR - AUDMAST OPEN "
                   "FAILED, STATUS: " WS-AUDMAST-STATUS " - HAS "
                   "AUDIT-CONSOLIDATE BEEN RUN? ***"
               CLOSE ESCHFILE
               CLOSE MASTFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT CUSTFILE
           IF WS-CUSTFILE-STATUS = "00"
               SET WS-CUSTFILE-ON TO TRUE
           ELSE
               DISPLAY "ESCHEAT-CYCLE: *** WARNING - customer "
                   "detail file not available - letters carry no "
                   "address ***"
           END-IF

           OPEN OUTPUT GENTRANFILE
           OPEN OUTPUT ESCHLTRFILE
           PERFORM WRITE-HEADER-RECORD

           PERFORM APPLY-CONTACT-CARDS THRU APPLY-CONTACT-CARDS-EXIT

           MOVE LOW-VALUES TO ESC-ACCOUNT
           START ESCHFILE KEY IS NOT LESS THAN ESC-ACCOUNT
               INVALID KEY
                   SET WS-ESC-EOF TO TRUE
           END-START
           PERFORM REVIEW-CYCLE-LOOP
               UNTIL WS-ESC-EOF

           MOVE LOW-VALUES TO MAST-KEY
           START MASTFILE KEY IS NOT LESS THAN MAST-KEY
               INVALID KEY
                   DISPLAY "ESCHEAT-CYCLE: Master file is empty"
                   MOVE 'Y' TO WS-MAST-EOF-FLAG
           END-START
           PERFORM SWEEP-MASTER-LOOP
               UNTIL WS-MAST-EOF-FLAG = 'Y'

           PERFORM WRITE-TRAILER-RECORD

           CLOSE GENTRANFILE
           CLOSE ESCHLTRFILE
           CLOSE ESCHFILE
           CLOSE MASTFILE
           CLOSE AUDMASTFILE
           IF WS-CUSTFILE-ON
               CLOSE CUSTFILE
           END-IF

           DISPLAY "ESCHEAT-CYCLE: Contact cards read:    "
               WS-CARDS-READ
           DISPLAY "ESCHEAT-CYCLE: Contact cards applied: "
               WS-CARDS-APPLIED
           DISPLAY "ESCHEAT-CYCLE: Contact cards rejected:"
               WS-CARDS-REJECTED
           DISPLAY "ESCHEAT-CYCLE: Cycle records read:    "
               WS-CYCLE-RECORDS-READ
           DISPLAY "ESCHEAT-CYCLE: Withdrawn - activity:  "
               WS-WITHDRAWN-ACTIVITY
           DISPLAY "ESCHEAT-CYCLE: Withdrawn - closed:    "
               WS-WITHDRAWN-CLOSED
           DISPLAY "ESCHEAT-CYCLE: Still within deadline: "
               WS-STILL-WAITING
           DISPLAY "ESCHEAT-CYCLE: Closings generated:    "
               WS-CLOSINGS-GENERATED
           MOVE WS-CLOSING-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "ESCHEAT-CYCLE: Balance to escheat:    "
               WS-AMOUNT-DISPLAY
           DISPLAY "ESCHEAT-CYCLE: Closings awaiting remit:"
               WS-CLOSINGS-PENDING
           DISPLAY "ESCHEAT-CYCLE: Closings not posted:   "
               WS-CLOSINGS-STALE
           DISPLAY "ESCHEAT-CYCLE: Accounts read:         "
               WS-ACCOUNTS-READ
           DISPLAY "ESCHEAT-CYCLE: Letters issued:        "
               WS-LETTERS-ISSUED
           DISPLAY "ESCHEAT-CYCLE: Letters reprinted:     "
               WS-LETTERS-REPRINTED
           MOVE WS-LETTERED-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "ESCHEAT-CYCLE: Balance lettered:      "
               WS-AMOUNT-DISPLAY
           DISPLAY "ESCHEAT-CYCLE: Letters with no address: "
               WS-NO-ADDRESS-COUNT
           DISPLAY "ESCHEAT-CYCLE: Transactions out:      "
               WS-TRANS-GENERATED

      *    A CYCLE-FILE WRITE FAILURE MEANS ESCHFILE NO LONGER SAYS
      *    WHO HAS BEEN LETTERED OR CLOSED. A LETTER WITH NO ADDRESS,
      *    A BAD CONTACT CARD OR A CLOSING THAT NEVER POSTED NEEDS
      *    SOMEONE TO LOOK BEFORE THE DEADLINES RUN ON.
           EVALUATE TRUE
               WHEN WS-ERRORS-FOUND > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-ADDRESS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CARDS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CLOSINGS-STALE > 0
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

       PARSE-RUN-PARAMETERS.
           IF WS-RUN-PARM = SPACES
               GO TO PARSE-RUN-PARAMETERS-EXIT
           END-IF

           UNSTRING WS-RUN-PARM DELIMITED BY ","
               INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                    WS-PARM-TOKEN(3)

           PERFORM APPLY-ONE-RUN-TOKEN THRU APPLY-ONE-RUN-TOKEN-EXIT
               VARYING WS-PARM-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-PARM-TOKEN-IDX > 3

      *    A ZERO WAITING PERIOD WOULD CLOSE AN ACCOUNT THE DAY AFTER
      *    ITS LETTER WENT OUT - NO DUE DILIGENCE AT ALL.
           IF WS-WAIT-DAYS = 0
               DISPLAY "ESCHEAT-CYCLE: *** ERROR - WAITDAYS= MUST BE "
                   "AT LEAST 1 ***"
               SET WS-PARM-ERROR TO TRUE
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
               DISPLAY "ESCHEAT-CYCLE: *** ERROR - "
                   WS-PARM-KEY " value not numeric ***"
               SET WS-PARM-ERROR TO TRUE
               GO TO APPLY-ONE-RUN-TOKEN-EXIT
           END-IF
           MOVE WS-PARM-NUMBER-TEXT TO WS-PARM-NUMBER

           EVALUATE WS-PARM-KEY
               WHEN "DORMDAYS"
                   MOVE WS-PARM-NUMBER TO WS-DORMANT-DAYS
               WHEN "WAITDAYS"
                   MOVE WS-PARM-NUMBER TO WS-WAIT-DAYS
               WHEN "MINBAL"
                   MOVE WS-PARM-NUMBER TO WS-MINIMUM-BALANCE
               WHEN OTHER
                   DISPLAY "ESCHEAT-CYCLE: *** WARNING - unknown "
                       "parameter " WS-PARM-KEY " ignored ***"
           END-EVALUATE.

       APPLY-ONE-RUN-TOKEN-EXIT.
           EXIT.

      *================================================================
      *  OWNER CONTACT CARDS, APPLIED BEFORE THE CYCLE IS REVIEWED SO
      *  AN OWNER WHO RANG IN ON THE LAST DAY IS NOT CLOSED OUT.
      *================================================================
       APPLY-CONTACT-CARDS.
           OPEN INPUT ESCHCNTFILE
           IF WS-ESCHCNT-STATUS NOT = "00"
               DISPLAY "ESCHEAT-CYCLE: No contact cards this run"
               GO TO APPLY-CONTACT-CARDS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM READ-CONTACT-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE ESCHCNTFILE.

       APPLY-CONTACT-CARDS-EXIT.
           EXIT.

       READ-CONTACT-LOOP.
           READ ESCHCNTFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF ESCHCNT-RECORD(1:1) NOT = "*"
                       AND ESCHCNT-RECORD NOT = SPACES
                       ADD 1 TO WS-CARDS-READ
                       PERFORM APPLY-ONE-CONTACT
                           THRU APPLY-ONE-CONTACT-EXIT
                   END-IF
           END-READ.

       APPLY-ONE-CONTACT.
           IF ECN-CONTACT-DATE = SPACES
               MOVE WS-BUSINESS-DATE-X TO ECN-CONTACT-DATE
           END-IF
           IF ECN-CONTACT-DATE NOT NUMERIC
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY "ESCHEAT-CYCLE: *** WARNING - contact card "
                   "for " ECN-ACCOUNT " rejected - date not numeric ***"
               GO TO APPLY-ONE-CONTACT-EXIT
           END-IF

           MOVE ECN-ACCOUNT TO ESC-ACCOUNT
           READ ESCHFILE
               INVALID KEY
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY "ESCHEAT-CYCLE: *** WARNING - contact card "
                       "for " ECN-ACCOUNT " rejected - account not "
                       "in the escheat cycle ***"
                   GO TO APPLY-ONE-CONTACT-EXIT
           END-READ

      *    A RERUN READS THE SAME CARDS AGAIN.
           IF ESC-WITHDRAWN AND ESC-BY-CONTACT
               AND ESC-STATUS-DATE = ECN-CONTACT-DATE
               ADD 1 TO WS-CARDS-APPLIED
               GO TO APPLY-ONE-CONTACT-EXIT
           END-IF

           IF NOT ESC-LETTERED
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY "ESCHEAT-CYCLE: *** WARNING - contact card "
                   "for " ECN-ACCOUNT " rejected - status "
                   ESC-STATUS " is not awaiting a reply ***"
               GO TO APPLY-ONE-CONTACT-EXIT
           END-IF

           SET ESC-WITHDRAWN TO TRUE
           SET ESC-BY-CONTACT TO TRUE
           MOVE ECN-CONTACT-DATE TO ESC-STATUS-DATE
           MOVE ECN-NOTE TO ESC-WITHDRAW-NOTE
           MOVE ECN-OPERATOR TO ESC-WITHDRAW-BY
           PERFORM REWRITE-CYCLE-RECORD
           ADD 1 TO WS-CARDS-APPLIED
           DISPLAY "ESCHEAT-CYCLE: Account " ESC-ACCOUNT
               " withdrawn - owner contact " ECN-CONTACT-DATE.

       APPLY-ONE-CONTACT-EXIT.
           EXIT.

      *================================================================
      *  THE CYCLE FILE, FRONT TO BACK - EVERY LETTERED ACCOUNT AND
      *  EVERY CLOSING NOT YET REMITTED.
      *================================================================
       REVIEW-CYCLE-LOOP.
           READ ESCHFILE NEXT RECORD
               AT END
                   SET WS-ESC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CYCLE-RECORDS-READ
                   EVALUATE TRUE
                       WHEN ESC-LETTERED
                           PERFORM REVIEW-LETTERED
                               THRU REVIEW-LETTERED-EXIT
                       WHEN ESC-CLOSING
                           PERFORM REVIEW-CLOSING
                               THRU REVIEW-CLOSING-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *================================================================
      *  A LETTERED ACCOUNT. A LETTER SENT TODAY IS A RERUN AND IS
      *  PRINTED AGAIN. OTHERWISE THE ACCOUNT COMES OFF THE LIST IF
      *  IT HAS BEEN CLOSED, EMPTIED OR USED SINCE THE LETTER; IF
      *  NOT, AND THE WAITING PERIOD IS OVER, IT IS CLOSED.
      *================================================================
       REVIEW-LETTERED.
           PERFORM READ-CYCLE-MASTER THRU READ-CYCLE-MASTER-EXIT

           IF ESC-LETTER-DATE = WS-BUSINESS-DATE-X
               AND WS-MASTER-FOUND
               PERFORM PRINT-DUE-DILIGENCE-LETTER
               ADD 1 TO WS-LETTERS-REPRINTED
               GO TO REVIEW-LETTERED-EXIT
           END-IF

           IF NOT WS-MASTER-FOUND
               OR MAST-INACTIVE
               OR MAST-AMOUNT NOT > 0
               SET ESC-WITHDRAWN TO TRUE
               SET ESC-BY-CLOSURE TO TRUE
               MOVE WS-BUSINESS-DATE-X TO ESC-STATUS-DATE
               MOVE "ACCOUNT CLOSED OR NOT IN CREDIT"
                   TO ESC-WITHDRAW-NOTE
               MOVE "ESCHEAT" TO ESC-WITHDRAW-BY
               PERFORM REWRITE-CYCLE-RECORD
               ADD 1 TO WS-WITHDRAWN-CLOSED
               GO TO REVIEW-LETTERED-EXIT
           END-IF

           MOVE ESC-ACCOUNT TO WS-SCAN-ACCOUNT
           MOVE HIGH-VALUES TO WS-SCAN-FROM-DATE
           PERFORM SCAN-ACCOUNT-HISTORY THRU SCAN-ACCOUNT-HISTORY-EXIT
           IF WS-LAST-ACTIVITY NOT = SPACES
               AND WS-LAST-ACTIVITY > ESC-LETTER-DATE
               SET ESC-WITHDRAWN TO TRUE
               SET ESC-BY-ACTIVITY TO TRUE
               MOVE WS-BUSINESS-DATE-X TO ESC-STATUS-DATE
               MOVE WS-LAST-ACTIVITY TO ESC-LAST-ACTIVITY
               MOVE "ACCOUNT ACTIVITY AFTER THE LETTER"
                   TO ESC-WITHDRAW-NOTE
               MOVE "ESCHEAT" TO ESC-WITHDRAW-BY
               PERFORM REWRITE-CYCLE-RECORD
               ADD 1 TO WS-WITHDRAWN-ACTIVITY
               DISPLAY "ESCHEAT-CYCLE: Account " ESC-ACCOUNT
                   " withdrawn - activity " WS-LAST-ACTIVITY
               GO TO REVIEW-LETTERED-EXIT
           END-IF

           IF ESC-LETTER-DATE NOT NUMERIC
               ADD 1 TO WS-STILL-WAITING
               GO TO REVIEW-LETTERED-EXIT
           END-IF
           MOVE ESC-LETTER-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-CD-SERIAL
           IF WS-AGE-DAYS < WS-WAIT-DAYS
               ADD 1 TO WS-STILL-WAITING
               GO TO REVIEW-LETTERED-EXIT
           END-IF

           SET ESC-CLOSING TO TRUE
           MOVE WS-BUSINESS-DATE-X TO ESC-STATUS-DATE
           MOVE WS-BUSINESS-DATE-X TO ESC-CLOSING-DATE
           MOVE MAST-AMOUNT TO ESC-ESCHEAT-AMOUNT
           MOVE MAST-BRANCH TO ESC-BRANCH
           PERFORM REWRITE-CYCLE-RECORD
           PERFORM WRITE-CLOSING-TRANSACTION.

       REVIEW-LETTERED-EXIT.
           EXIT.

      *================================================================
      *  A CLOSING NOT YET REMITTED. ONE GENERATED TODAY IS A RERUN
      *  AND GOES OUT AGAIN. ONE WHOSE ACCOUNT IS STILL OPEN AFTER
      *  THAT EITHER WAS REINSTATED AFTER THE CLOSING POSTED - THE
      *  OWNER HAS CLAIMED IT, SO IT COMES OFF THE LIST - OR NEVER
      *  POSTED (SUSPENDED OR REJECTED BY DATAPROC) AND IS REPORTED.
      *  ONE WHOSE ACCOUNT IS CLOSED IS LEFT FOR ESCHEAT-REMIT.
      *================================================================
       REVIEW-CLOSING.
           PERFORM READ-CYCLE-MASTER THRU READ-CYCLE-MASTER-EXIT
           IF NOT WS-MASTER-FOUND OR MAST-INACTIVE
               ADD 1 TO WS-CLOSINGS-PENDING
               GO TO REVIEW-CLOSING-EXIT
           END-IF

           IF ESC-CLOSING-DATE = WS-BUSINESS-DATE-X
               MOVE MAST-AMOUNT TO ESC-ESCHEAT-AMOUNT
               PERFORM WRITE-CLOSING-TRANSACTION
               GO TO REVIEW-CLOSING-EXIT
           END-IF

           MOVE ESC-ACCOUNT TO WS-SCAN-ACCOUNT
           MOVE ESC-CLOSING-DATE TO WS-SCAN-FROM-DATE
           PERFORM SCAN-ACCOUNT-HISTORY THRU SCAN-ACCOUNT-HISTORY-EXIT
           IF WS-ESCH-POSTED
               SET ESC-WITHDRAWN TO TRUE
               SET ESC-BY-ACTIVITY TO TRUE
               MOVE WS-BUSINESS-DATE-X TO ESC-STATUS-DATE
               MOVE WS-LAST-ACTIVITY TO ESC-LAST-ACTIVITY
               MOVE "REINSTATED AFTER ESCHEAT CLOSING"
                   TO ESC-WITHDRAW-NOTE
               MOVE "ESCHEAT" TO ESC-WITHDRAW-BY
               PERFORM REWRITE-CYCLE-RECORD
               ADD 1 TO WS-WITHDRAWN-ACTIVITY
               DISPLAY "ESCHEAT-CYCLE: Account " ESC-ACCOUNT
                   " withdrawn - reinstated after escheat closing"
               GO TO REVIEW-CLOSING-EXIT
           END-IF

           ADD 1 TO WS-CLOSINGS-STALE
           DISPLAY "ESCHEAT-CYCLE: *** WARNING - escheat closing "
               "for " ESC-ACCOUNT " generated " ESC-CLOSING-DATE
               " has not posted - check the suspense file ***".

       REVIEW-CLOSING-EXIT.
           EXIT.

       READ-CYCLE-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE ESC-ACCOUNT TO MAST-KEY
           READ MASTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ.

       READ-CYCLE-MASTER-EXIT.
           EXIT.

      *================================================================
      *  THE MASTER, FRONT TO BACK, FOR ACCOUNTS NEWLY DORMANT.
      *================================================================
       SWEEP-MASTER-LOOP.
           READ MASTFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MAST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   PERFORM JUDGE-ONE-ACCOUNT
                       THRU JUDGE-ONE-ACCOUNT-EXIT
           END-READ.

      *================================================================
      *  ONE ACCOUNT. ONLY AN OPEN ACCOUNT HOLDING MORE THAN THE
      *  MINIMUM BALANCE IS REPORTABLE, AND ONE ALREADY IN THE CYCLE
      *  IS DEALT WITH ABOVE. DORMANCY RUNS FROM THE LATEST CUSTOMER
      *  ACTIVITY ON THE AUDIT HISTORY (THE MASTER DATE - THE OPEN
      *  OR REINSTATE DATE - WHEN THERE IS NONE), OR FROM THE DATE
      *  IT LAST CAME OFF THE LIST IF THAT IS LATER.
      *================================================================
       JUDGE-ONE-ACCOUNT.
           IF MAST-INACTIVE
               OR MAST-AMOUNT NOT > WS-MINIMUM-BALANCE
               OR MAST-AMOUNT NOT > 0
               GO TO JUDGE-ONE-ACCOUNT-EXIT
           END-IF

           MOVE 'N' TO WS-ESC-FOUND-SW
           MOVE MAST-KEY TO ESC-ACCOUNT
           READ ESCHFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ESC-FOUND TO TRUE
           END-READ
           IF WS-ESC-FOUND AND ESC-IN-CYCLE
               GO TO JUDGE-ONE-ACCOUNT-EXIT
           END-IF

           MOVE MAST-KEY TO WS-SCAN-ACCOUNT
           MOVE HIGH-VALUES TO WS-SCAN-FROM-DATE
           PERFORM SCAN-ACCOUNT-HISTORY THRU SCAN-ACCOUNT-HISTORY-EXIT
           IF WS-LAST-ACTIVITY = SPACES
               MOVE MAST-DATE TO WS-LAST-ACTIVITY
           END-IF
           MOVE WS-LAST-ACTIVITY TO WS-DORMANT-FROM
           IF WS-ESC-FOUND
               AND ESC-STATUS-DATE > WS-DORMANT-FROM
               MOVE ESC-STATUS-DATE TO WS-DORMANT-FROM
           END-IF

      *    AN UNREADABLE DATE IS A REPAIR PROBLEM, NOT A REASON TO
      *    WRITE TO THE CUSTOMER.
           IF WS-DORMANT-FROM NOT NUMERIC
               GO TO JUDGE-ONE-ACCOUNT-EXIT
           END-IF
           MOVE WS-DORMANT-FROM TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-CD-SERIAL
           IF WS-AGE-DAYS NOT > WS-DORMANT-DAYS
               GO TO JUDGE-ONE-ACCOUNT-EXIT
           END-IF

           PERFORM PUT-ACCOUNT-ON-LIST THRU PUT-ACCOUNT-ON-LIST-EXIT.

       JUDGE-ONE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      *  A NEWLY DORMANT ACCOUNT GOES ON THE LIST (A NEW CYCLE RECORD,
      *  OR THE OLD ONE STARTED AFRESH) AND IS SENT ITS LETTER.
      *================================================================
       PUT-ACCOUNT-ON-LIST.
           PERFORM GET-RECIPIENT THRU GET-RECIPIENT-EXIT

           IF NOT WS-ESC-FOUND
               MOVE SPACES TO ESCHEAT-RECORD
               MOVE MAST-KEY TO ESC-ACCOUNT
               MOVE 0 TO ESC-CYCLE-COUNT
           END-IF
           MOVE MAST-BRANCH TO ESC-BRANCH
           SET ESC-LETTERED TO TRUE
           MOVE WS-BUSINESS-DATE-X TO ESC-STATUS-DATE
           ADD 1 TO ESC-CYCLE-COUNT
           MOVE WS-LAST-ACTIVITY TO ESC-LAST-ACTIVITY
           MOVE WS-BUSINESS-DATE-X TO ESC-LETTER-DATE
           MOVE MAST-AMOUNT TO ESC-LETTER-BALANCE
           MOVE MAST-CURRENCY TO ESC-CURRENCY
           MOVE WS-RECIP-NAME TO ESC-OWNER-NAME
           MOVE WS-RECIP-ADDR-LINE1 TO ESC-ADDR-LINE1
           MOVE WS-RECIP-ADDR-LINE2 TO ESC-ADDR-LINE2
           MOVE WS-RECIP-POSTCODE TO ESC-POSTCODE
           MOVE SPACES TO ESC-CLOSING-DATE ESC-REMIT-DATE
                          ESC-WITHDRAW-REASON ESC-WITHDRAW-NOTE
                          ESC-WITHDRAW-BY
           MOVE 0 TO ESC-ESCHEAT-AMOUNT

           IF WS-ESC-FOUND
               PERFORM REWRITE-CYCLE-RECORD
           ELSE
               WRITE ESCHEAT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERRORS-FOUND
                       DISPLAY "ESCHEAT-CYCLE: *** ERROR - ESCHFILE "
                           "WRITE FAILED FOR ACCOUNT " ESC-ACCOUNT
                           ", STATUS: " WS-ESCHFILE-STATUS " ***"
                       GO TO PUT-ACCOUNT-ON-LIST-EXIT
               END-WRITE
           END-IF

           PERFORM PRINT-DUE-DILIGENCE-LETTER
           ADD 1 TO WS-LETTERS-ISSUED
           ADD MAST-AMOUNT TO WS-LETTERED-TOTAL.

       PUT-ACCOUNT-ON-LIST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE OWNER IS THE NAME AND ADDRESS ON CUSTFILE; AN ACCOUNT
      *  WITH NO CUSTOMER DETAIL FALLS BACK TO ITS MASTER NAME.
      *----------------------------------------------------------------
       GET-RECIPIENT.
           MOVE SPACES TO WS-RECIP-NAME WS-RECIP-ADDR-LINE1
                          WS-RECIP-ADDR-LINE2 WS-RECIP-POSTCODE
           IF WS-CUSTFILE-ON
               MOVE MAST-KEY TO CUST-KEY
               READ CUSTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-RECIP-NAME
                       MOVE CUST-ADDR-LINE1 TO WS-RECIP-ADDR-LINE1
                       MOVE CUST-ADDR-LINE2 TO WS-RECIP-ADDR-LINE2
                       MOVE CUST-POSTCODE TO WS-RECIP-POSTCODE
               END-READ
           END-IF
           IF WS-RECIP-NAME = SPACES
               MOVE MAST-NAME TO WS-RECIP-NAME
           END-IF.

       GET-RECIPIENT-EXIT.
           EXIT.

      *================================================================
      *  ONE ACCOUNT'S AUDIT HISTORY. THE HISTORY IS IN ACCOUNT AND
      *  TIMESTAMP ORDER, SO THE LAST ACTIVITY SEEN IS THE LATEST.
      *================================================================
       SCAN-ACCOUNT-HISTORY.
           MOVE SPACES TO WS-LAST-ACTIVITY
           MOVE 'N' TO WS-ESCH-POSTED-SW
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE LOW-VALUES TO AUDH-KEY
           MOVE WS-SCAN-ACCOUNT TO AUDH-ACCT-KEY
           START AUDMASTFILE KEY IS NOT LESS THAN AUDH-KEY
               INVALID KEY
                   GO TO SCAN-ACCOUNT-HISTORY-EXIT
           END-START
           PERFORM SCAN-ONE-HISTORY-RECORD
               THRU SCAN-ONE-HISTORY-RECORD-EXIT
               UNTIL WS-SCAN-DONE.

       SCAN-ACCOUNT-HISTORY-EXIT.
           EXIT.

       SCAN-ONE-HISTORY-RECORD.
           READ AUDMASTFILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO SCAN-ONE-HISTORY-RECORD-EXIT
           END-READ
           IF AUDH-ACCT-KEY NOT = WS-SCAN-ACCOUNT
               SET WS-SCAN-DONE TO TRUE
               GO TO SCAN-ONE-HISTORY-RECORD-EXIT
           END-IF

           EVALUATE AUDH-TRAN-TYPE
               WHEN "A"
               WHEN "R"
               WHEN "P"
               WHEN "W"
               WHEN "X"
               WHEN "N"
                   MOVE AUDH-TIMESTAMP (1:8) TO WS-LAST-ACTIVITY
               WHEN "D"
                   IF AUDH-REASON-CODE = "ESCH"
                       AND AUDH-TIMESTAMP (1:8) NOT < WS-SCAN-FROM-DATE
                       SET WS-ESCH-POSTED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SCAN-ONE-HISTORY-RECORD-EXIT.
           EXIT.

       REWRITE-CYCLE-RECORD.
           REWRITE ESCHEAT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "ESCHEAT-CYCLE: *** ERROR - ESCHFILE "
                       "REWRITE FAILED FOR ACCOUNT " ESC-ACCOUNT
                       ", STATUS: " WS-ESCHFILE-STATUS " ***"
           END-REWRITE.

       WRITE-CLOSING-TRANSACTION.
           MOVE SPACES TO GEN-RECORD
           MOVE "D" TO GEN-DEL-TYPE
           MOVE ESC-ACCOUNT TO GEN-DEL-KEY
           MOVE 0 TO GEN-DEL-AMOUNT
           MOVE WS-BUSINESS-DATE-X TO GEN-DEL-DATE
           MOVE MAST-BRANCH TO GEN-DEL-BRANCH
           MOVE "ESCH" TO GEN-DEL-REASON-CODE
           MOVE GEN-RECORD TO GENTRAN-RECORD
           WRITE GENTRAN-RECORD
           ADD 1 TO WS-TRANS-GENERATED
           ADD 1 TO WS-CLOSINGS-GENERATED
           ADD ESC-ESCHEAT-AMOUNT TO WS-CLOSING-TOTAL
           DISPLAY "ESCHEAT-CYCLE: Account " ESC-ACCOUNT
               " lettered " ESC-LETTER-DATE " - escheat closing "
               "generated".

       PRINT-DUE-DILIGENCE-LETTER.
           MOVE WS-LTR-RULE-LINE TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE
           MOVE ESC-LETTER-DATE TO WL-LETTER-DATE
           MOVE WS-LTR-TITLE-LINE TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE
           MOVE SPACES TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE

           MOVE ESC-OWNER-NAME TO WL-ADDRESS-TEXT
           MOVE WS-LTR-ADDRESS-LINE TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE
           MOVE ESC-ADDR-LINE1 TO WL-ADDRESS-TEXT
           MOVE WS-LTR-ADDRESS-LINE TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE
           MOVE ESC-ADDR-LINE2 TO WL-ADDRESS-TEXT
           MOVE WS-LTR-ADDRESS-LINE TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE
           MOVE ESC-POSTCODE TO WL-ADDRESS-TEXT
           MOVE WS-LTR-ADDRESS-LINE TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE
           MOVE SPACES TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE

           MOVE ESC-ACCOUNT TO WL-ACCOUNT
           MOVE ESC-BRANCH TO WL-BRANCH
           MOVE WS-LTR-ACCOUNT-LINE TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE
           MOVE ESC-LAST-ACTIVITY TO WL-LAST-ACTIVITY
           MOVE WS-LTR-ACTIVITY-LINE TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE
           MOVE ESC-LETTER-BALANCE TO WL-BALANCE
           MOVE WS-LTR-AMOUNT-LINE TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE
           MOVE SPACES TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE

           MOVE "THERE HAS BEEN NO ACTIVITY ON THIS ACCOUNT SINCE THE "
               TO WL-TEXT
           MOVE WS-LTR-TEXT-LINE TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE
           MOVE "DATE SHOWN ABOVE. THE LAW REQUIRES US TO TREAT IT AS "
               TO WL-TEXT
           MOVE WS-LTR-TEXT-LINE TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE
           MOVE "ABANDONED PROPERTY." TO WL-TEXT
           MOVE WS-LTR-TEXT-LINE TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE
           MOVE WS-WAIT-DAYS TO WL-WAIT-DAYS
           MOVE WS-LTR-DEADLINE-TEXT TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE
           MOVE "NOTICE, THE ACCOUNT WILL BE CLOSED AND ITS BALANCE "
               TO WL-TEXT
           MOVE WS-LTR-TEXT-LINE TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE
           MOVE "PAID TO THE STATE AS UNCLAIMED PROPERTY."
               TO WL-TEXT
           MOVE WS-LTR-TEXT-LINE TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE

           MOVE WS-LTR-RULE-LINE TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE
           MOVE SPACES TO ESCHLTR-LINE
           WRITE ESCHLTR-LINE

           IF ESC-ADDR-LINE1 = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               DISPLAY "ESCHEAT-CYCLE: *** WARNING - no address for "
                   "owner of account " ESC-ACCOUNT " ***"
           END-IF.

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

       WRITE-HEADER-RECORD.
           MOVE SPACES TO GEN-RECORD
           MOVE "H" TO GEN-REC-TYPE
           MOVE WS-BUSINESS-DATE TO GEN-REC-DATE
           MOVE GEN-RECORD TO GENTRAN-RECORD
           WRITE GENTRAN-RECORD.

       WRITE-TRAILER-RECORD.
           MOVE SPACES TO GEN-RECORD
           MOVE "T" TO GEN-TRL-TYPE
           MOVE WS-TRANS-GENERATED TO GEN-TRL-COUNT
           MOVE GEN-RECORD TO GENTRAN-RECORD
           WRITE GENTRAN-RECORD.

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
               DISPLAY "ESCHEAT-CYCLE: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "ESCHEAT-CYCLE" TO ALR-PROGRAM
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
