       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE-GEN.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  NIGHTLY CUSTOMER NOTICES. RUN AFTER DATAPROC, IT READS THE
      *  DAY'S AUDITLOG IN ACCOUNT ORDER AND WRITES TO THE CUSTOMER
      *  ABOUT WHAT HAPPENED TO THE ACCOUNT TODAY:
      *    L  LOW BALANCE    - MONEY MOVED TODAY AND THE OPEN ACCOUNT
      *                        NOW HOLDS LESS THAN LOWBAL=
      *    O  OVERDRAWN      - MONEY MOVED TODAY AND THE OPEN ACCOUNT
      *                        IS NOW BELOW ZERO
      *    D  CLOSURE        - A DELETE POSTED TODAY
      *    R  REINSTATEMENT  - A REINSTATE POSTED TODAY
      *    N  ADDRESS CHANGE - A CUSTOMER DETAIL CHANGE POSTED TODAY;
      *                        CONFIRMED TO THE NEW ADDRESS, AND
      *    M                 - TO THE OLD ADDRESS AS WELL WHEN THE
      *                        ADDRESS ITSELF CHANGED
      *  THE WORDING OF EACH NOTICE COMES FROM THE TEMPLATE CARDS ON
      *  NOTETPL (SEE THE CARD LAYOUT BELOW), SO OPERATIONS CAN
      *  CHANGE IT WITHOUT A PROGRAM CHANGE. THE ADDRESS BLOCK AND
      *  ACCOUNT LINE ARE ALWAYS PRINTED BY THE PROGRAM.
      *
      *  NOTEHIST (SEE NTCREC) REMEMBERS WHEN EACH KIND OF NOTICE
      *  WAS LAST SENT TO AN ACCOUNT: THE SAME KIND IS NOT SENT
      *  AGAIN WITHIN SUPPRESS= DAYS. IT ALSO KEEPS A COPY OF EACH
      *  ACCOUNT'S ADDRESS, REFRESHED FROM CUSTFILE AT THE START OF
      *  EVERY RUN - WHEN THE COPY DIFFERS, THE OLD ONE IS KEPT AS
      *  THE PREVIOUS ADDRESS FOR THE CONFIRMATION.
      *
      *  A RERUN ON THE SAME BUSINESS DATE PRINTS THE SAME NOTICES
      *  AGAIN, SO THE NEW NOTICES FILE IS STILL WHOLE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITFILE-STATUS.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT CUSTFILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT NOTEHISTFILE ASSIGN TO "NOTEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NTC-ACCOUNT
               FILE STATUS IS WS-NOTEHIST-STATUS.
           SELECT NOTETPLFILE ASSIGN TO "NOTETPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTETPL-STATUS.
           SELECT NOTICESFILE ASSIGN TO "NOTICES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTERPTFILE ASSIGN TO "NOTERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  MASTFILE.
           COPY "mastrec".

       FD  CUSTFILE.
           COPY "custrec".

       FD  NOTEHISTFILE.
           COPY "ntcrec".

      *================================================================
      *  NOTICE TEMPLATE CARD - THE BODY OF EACH KIND OF NOTICE, ONE
      *  CARD PER PRINTED LINE, IN THE ORDER THEY ARE TO PRINT:
      *    COL   1    NOTICE TYPE - L, O, D, R, N OR M (SEE ABOVE)
      *    COLS  3-72 TEXT (A CARD WITH NO TEXT PRINTS A BLANK LINE)
      *  A "*" IN COLUMN 1 MARKS A COMMENT. THESE WORDS IN THE TEXT
      *  ARE FILLED IN AS THE NOTICE IS PRINTED:
      *    &ACCT  THE ACCOUNT NUMBER     &NAME  THE CUSTOMER'S NAME
      *    &BRCH  THE BRANCH             &DATE  THE BUSINESS DATE
      *    &AMNT  THE BALANCE (FOR A CLOSURE, THE CLOSING BALANCE)
      *    &LIMT  THE LOW-BALANCE LEVEL (LOWBAL=)
      *================================================================
       FD  NOTETPLFILE.
       01  NOTETPL-RECORD.
           05  NTP-TYPE            PIC X(01).
           05  FILLER              PIC X(01).
           05  NTP-TEXT            PIC X(70).
           05  FILLER              PIC X(08).

       FD  NOTICESFILE.
       01  NOTICES-LINE            PIC X(132).

       FD  NOTERPTFILE.
       01  NOTERPT-LINE            PIC X(132).

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

      *================================================================
      *  THE DAY'S POSTINGS IN ACCOUNT AND TIMESTAMP ORDER, WITH THE
      *  AUDIT OLD AMOUNT ALREADY DE-EDITED.
      *================================================================
       SD  SORTFILE.
       01  SORT-RECORD.
           05  SORT-KEY-PART.
               10  SORT-ACCOUNT    PIC X(10).
               10  SORT-TIMESTAMP  PIC X(14).
           05  SORT-TRAN-TYPE      PIC X(01).
           05  SORT-BRANCH         PIC X(04).
           05  SORT-OLD-AMOUNT     PIC S9(7)V99.

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDITFILE-STATUS     PIC X(2)    VALUE SPACES.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-CUSTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-NOTEHIST-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-NOTETPL-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-SORT-EOF-SW          PIC X       VALUE 'N'.
           88  WS-SORT-EOF                     VALUE 'Y'.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DATE-X      PIC X(8)    VALUE SPACES.
       01  WS-CUSTFILE-SW          PIC X       VALUE 'N'.
           88  WS-CUSTFILE-ON                  VALUE 'Y'.
       01  WS-MASTER-FOUND-SW      PIC X       VALUE 'N'.
           88  WS-MASTER-FOUND                 VALUE 'Y'.
       01  WS-NTC-FOUND-SW         PIC X       VALUE 'N'.
           88  WS-NTC-FOUND                    VALUE 'Y'.

      *----------------------------------------------------------------
      *  RUN PARAMETERS - KEY=VALUE PAIRS SEPARATED BY COMMAS, E.G.
      *  LOWBAL=100,SUPPRESS=7. LOWBAL IS THE BALANCE (IN WHOLE UNITS
      *  OF CURRENCY) BELOW WHICH A LOW-BALANCE NOTICE GOES OUT -
      *  ZERO SENDS NONE; SUPPRESS IS THE NUMBER OF DAYS WITHIN WHICH
      *  THE SAME KIND OF NOTICE IS NOT SENT TO AN ACCOUNT AGAIN -
      *  ZERO SENDS EVERY ONE.
      *----------------------------------------------------------------
       01  WS-RUN-PARM             PIC X(100)  VALUE SPACES.
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN       PIC X(20)   OCCURS 2 TIMES.
       01  WS-PARM-TOKEN-IDX       PIC 9(2)    VALUE 0.
       01  WS-PARM-KEY             PIC X(20)   VALUE SPACES.
       01  WS-PARM-VAL             PIC X(20)   VALUE SPACES.
       01  WS-PARM-NUMBER-TEXT     PIC X(7)    JUSTIFIED RIGHT
                                               VALUE SPACES.
       01  WS-PARM-NUMBER          PIC 9(7)    VALUE 0.
       01  WS-LOW-BALANCE          PIC 9(7)V99 VALUE 100.
       01  WS-SUPPRESS-DAYS        PIC 9(5)    VALUE 7.
       01  WS-PARM-ERROR-SW        PIC X       VALUE 'N'.
           88  WS-PARM-ERROR                   VALUE 'Y'.

      *----------------------------------------------------------------
      *  THE KINDS OF NOTICE. THE SUBSCRIPT IS ALSO THE COLUMN ON THE
      *  CONTROL REPORT; THE SLOT IS WHERE NOTEHIST KEEPS THE LAST
      *  DATE SENT (BOTH ADDRESS-CHANGE LETTERS SHARE ONE).
      *----------------------------------------------------------------
       01  WS-TYPE-SUB             PIC 9(1)    VALUE 0.
       01  WS-TYPE-FOUND           PIC 9(1)    VALUE 0.
       01  WS-SLOT-SUB             PIC 9(1)    VALUE 0.
       01  WS-NOTICE-CODES.
           05  FILLER              PIC X(6)    VALUE "LODRNM".
       01  WS-NOTICE-CODE-TABLE REDEFINES WS-NOTICE-CODES.
           05  WS-NOTICE-CODE      PIC X(1)    OCCURS 6 TIMES.
       01  WS-NOTICE-TITLES.
           05  FILLER              PIC X(40)   VALUE
               "LOW BALANCE NOTICE".
           05  FILLER              PIC X(40)   VALUE
               "OVERDRAWN ACCOUNT NOTICE".
           05  FILLER              PIC X(40)   VALUE
               "CONFIRMATION OF ACCOUNT CLOSURE".
           05  FILLER              PIC X(40)   VALUE
               "CONFIRMATION OF ACCOUNT REINSTATEMENT".
           05  FILLER              PIC X(40)   VALUE
               "CONFIRMATION OF CHANGE OF ADDRESS".
           05  FILLER              PIC X(40)   VALUE
               "CONFIRMATION OF CHANGE OF ADDRESS".
       01  WS-NOTICE-TITLE-TABLE REDEFINES WS-NOTICE-TITLES.
           05  WS-NOTICE-TITLE     PIC X(40)   OCCURS 6 TIMES.
       01  WS-NOTICE-SLOTS.
           05  FILLER              PIC X(6)    VALUE "123455".
       01  WS-NOTICE-SLOT-TABLE REDEFINES WS-NOTICE-SLOTS.
           05  WS-NOTICE-SLOT      PIC 9(1)    OCCURS 6 TIMES.
       01  WS-TYPE-COUNTS.
           05  WS-TPL-LINES        PIC 9(3)    OCCURS 6 TIMES.
           05  WS-NOTICES-BY-TYPE  PIC 9(7)    OCCURS 6 TIMES.
           05  WS-SUPPRESSED-BY-TYPE PIC 9(7)  OCCURS 6 TIMES.

      *----------------------------------------------------------------
      *  THE TEMPLATE CARDS, HELD IN THE ORDER READ.
      *----------------------------------------------------------------
       01  WS-TPL-COUNT            PIC 9(3)    VALUE 0.
       01  WS-TPL-SUB              PIC 9(3)    VALUE 0.
       01  WS-TPL-TABLE.
           05  WS-TPL-ENTRY        OCCURS 200 TIMES.
               10  WS-TPL-TYPE     PIC X(1).
               10  WS-TPL-TEXT     PIC X(70).

      *----------------------------------------------------------------
      *  FILLING IN ONE TEMPLATE LINE.
      *----------------------------------------------------------------
       01  WS-TEXT-POS             PIC 9(3)    VALUE 0.
       01  WS-OUT-POS              PIC 9(3)    VALUE 0.
       01  WS-OUT-TEXT             PIC X(132)  VALUE SPACES.
       01  WS-FIELD-WORD           PIC X(5)    VALUE SPACES.
       01  WS-FIELD-VALUE          PIC X(30)   VALUE SPACES.
       01  WS-FIELD-START          PIC 9(3)    VALUE 0.
       01  WS-EDIT-AMOUNT          PIC -(7)9.99.

      *----------------------------------------------------------------
      *  ONE ACCOUNT'S DAY, GATHERED FROM THE SORTED POSTINGS.
      *----------------------------------------------------------------
       01  WS-ACC-ACCOUNT          PIC X(10)   VALUE SPACES.
       01  WS-ACC-BRANCH           PIC X(4)    VALUE SPACES.
       01  WS-ACC-CLOSING-BALANCE  PIC S9(7)V99 VALUE 0.
       01  WS-ACC-CLOSED-SW        PIC X       VALUE 'N'.
           88  WS-ACC-CLOSED                   VALUE 'Y'.
       01  WS-ACC-REINSTATED-SW    PIC X       VALUE 'N'.
           88  WS-ACC-REINSTATED               VALUE 'Y'.
       01  WS-ACC-DETAIL-SW        PIC X       VALUE 'N'.
           88  WS-ACC-DETAIL-CHANGED           VALUE 'Y'.
       01  WS-ACC-MONEY-SW         PIC X       VALUE 'N'.
           88  WS-ACC-MONEY-MOVED              VALUE 'Y'.

      *----------------------------------------------------------------
      *  THE NOTICE BEING PRINTED.
      *----------------------------------------------------------------
       01  WS-NOTICE-AMOUNT        PIC S9(7)V99 VALUE 0.
       01  WS-SEND-SW              PIC X       VALUE 'N'.
           88  WS-SEND-NOTICE                  VALUE 'Y'.
           88  WS-HOLD-NOTICE                  VALUE 'N'.
       01  WS-REPRINT-SW           PIC X       VALUE 'N'.
           88  WS-REPRINT                      VALUE 'Y'.
       01  WS-RECIP-NAME           PIC X(20)   VALUE SPACES.
       01  WS-RECIP-ADDR-LINE1     PIC X(20)   VALUE SPACES.
       01  WS-RECIP-ADDR-LINE2     PIC X(20)   VALUE SPACES.
       01  WS-RECIP-POSTCODE       PIC X(9)    VALUE SPACES.

      *----------------------------------------------------------------
      *  NOTICES BY BRANCH FOR THE CONTROL REPORT, ONE COUNT PER
      *  KIND OF NOTICE.
      *----------------------------------------------------------------
       01  WS-BRANCH-COUNT         PIC 9(3)    VALUE 0.
       01  WS-BRANCH-SUB           PIC 9(3)    VALUE 0.
       01  WS-BRANCH-FOUND         PIC 9(3)    VALUE 0.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY     OCCURS 200 TIMES.
               10  WS-BR-CODE      PIC X(4).
               10  WS-BR-NOTICES   PIC 9(7)    OCCURS 6 TIMES.
               10  WS-BR-TOTAL     PIC 9(7).

       01  WS-AUDIT-RECORDS-READ   PIC 9(7)    VALUE 0.
       01  WS-ACCOUNTS-SEEN        PIC 9(7)    VALUE 0.
       01  WS-ADDRESSES-READ       PIC 9(7)    VALUE 0.
       01  WS-ADDRESSES-NEW        PIC 9(7)    VALUE 0.
       01  WS-ADDRESSES-CHANGED    PIC 9(7)    VALUE 0.
       01  WS-NOTICES-PRINTED      PIC 9(7)    VALUE 0.
       01  WS-NOTICES-REPRINTED    PIC 9(7)    VALUE 0.
       01  WS-NOTICES-SUPPRESSED   PIC 9(7)    VALUE 0.
       01  WS-NO-ADDRESS-COUNT     PIC 9(7)    VALUE 0.
       01  WS-NO-OLD-ADDRESS       PIC 9(7)    VALUE 0.
       01  WS-NO-TEMPLATE-COUNT    PIC 9(7)    VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(7)    VALUE 0.

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
      *  THE NOTICE - ADDRESS BLOCK AT WINDOW-ENVELOPE POSITION AS ON
      *  THE STATEMENTS, TAX FORMS AND ESCHEAT LETTERS.
      *----------------------------------------------------------------
       01  WS-LTR-RULE-LINE.
           05  FILLER              PIC X(70)   VALUE ALL "-".

       01  WS-LTR-TITLE-LINE.
           05  WL-TITLE            PIC X(48).
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

      *----------------------------------------------------------------
      *  THE CONTROL REPORT.
      *----------------------------------------------------------------
       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(30)   VALUE
               "CUSTOMER NOTICES PRODUCED".
           05  FILLER              PIC X(14)   VALUE "BUSINESS DATE ".
           05  WP-BUSINESS-DATE    PIC 9(8).
           05  FILLER              PIC X(12)   VALUE "   LOWBAL: ".
           05  WP-LOW-BALANCE      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(14)   VALUE "   SUPPRESS: ".
           05  WP-SUPPRESS-DAYS    PIC ZZZZ9.
           05  FILLER              PIC X(5)    VALUE " DAYS".

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(11)   VALUE "BRANCH".
           05  FILLER              PIC X(11)   VALUE "   LOW BAL".
           05  FILLER              PIC X(11)   VALUE "  OVERDRAWN".
           05  FILLER              PIC X(11)   VALUE "    CLOSURE".
           05  FILLER              PIC X(11)   VALUE "  REINSTATE".
           05  FILLER              PIC X(11)   VALUE "   ADDR NEW".
           05  FILLER              PIC X(11)   VALUE "   ADDR OLD".
           05  FILLER              PIC X(11)   VALUE "      TOTAL".

       01  WS-RPT-COUNT-LINE.
           05  WP-BRANCH           PIC X(11).
           05  WP-TYPE-COLUMN      OCCURS 6 TIMES.
               10  FILLER          PIC X(3).
               10  WP-TYPE-COUNT   PIC ZZZZZZ9.
               10  FILLER          PIC X(1).
           05  FILLER              PIC X(3).
           05  WP-LINE-TOTAL       PIC ZZZZZZ9.

       01  WS-RPT-TOTAL-LINE.
           05  WP-TOTAL-LABEL      PIC X(30).
           05  WP-TOTAL-COUNT      PIC ZZZZZZ9.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "NOTICE-GEN: Starting customer notice run..."

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
           DISPLAY "NOTICE-GEN: Business date " WS-BUSINESS-DATE-X
               ", repeats suppressed for " WS-SUPPRESS-DAYS " days"

           INITIALIZE WS-TYPE-COUNTS
           PERFORM LOAD-TEMPLATES THRU LOAD-TEMPLATES-EXIT
           IF WS-ERRORS-FOUND > 0
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

      *    THE HISTORY FILE IS CREATED BY THE FIRST RUN THAT NEEDS IT.
           OPEN I-O NOTEHISTFILE
           IF WS-NOTEHIST-STATUS = "35"
               OPEN OUTPUT NOTEHISTFILE
               CLOSE NOTEHISTFILE
               OPEN I-O NOTEHISTFILE
           END-IF
           IF WS-NOTEHIST-STATUS NOT = "00"
               DISPLAY "NOTICE-GEN: *** ERROR - NOTEHIST OPEN "
                   "FAILED, STATUS: " WS-NOTEHIST-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS NOT = "00"
               DISPLAY "NOTICE-GEN: *** ERROR - MASTFILE OPEN "
                   "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               CLOSE NOTEHISTFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT CUSTFILE
           IF WS-CUSTFILE-STATUS = "00"
               SET WS-CUSTFILE-ON TO TRUE
           ELSE
               DISPLAY "NOTICE-GEN: *** WARNING - customer "
                   "detail file not available - notices carry no "
                   "address ***"
           END-IF

           OPEN OUTPUT NOTICESFILE
           OPEN OUTPUT NOTERPTFILE

           IF WS-CUSTFILE-ON
               PERFORM REFRESH-ADDRESSES THRU REFRESH-ADDRESSES-EXIT
           END-IF

           SORT SORTFILE
               ON ASCENDING KEY SORT-KEY-PART
               INPUT PROCEDURE IS GATHER-DAY-POSTINGS
                   THRU GATHER-DAY-POSTINGS-EXIT
               OUTPUT PROCEDURE IS ISSUE-NOTICES
                   THRU ISSUE-NOTICES-EXIT

           PERFORM WRITE-CONTROL-REPORT THRU WRITE-CONTROL-REPORT-EXIT

           CLOSE NOTICESFILE
           CLOSE NOTERPTFILE
           CLOSE NOTEHISTFILE
           CLOSE MASTFILE
           IF WS-CUSTFILE-ON
               CLOSE CUSTFILE
           END-IF

           DISPLAY "NOTICE-GEN: Template cards loaded:   "
               WS-TPL-COUNT
           DISPLAY "NOTICE-GEN: Addresses read:          "
               WS-ADDRESSES-READ
           DISPLAY "NOTICE-GEN: Addresses taken on:      "
               WS-ADDRESSES-NEW
           DISPLAY "NOTICE-GEN: Address changes seen:    "
               WS-ADDRESSES-CHANGED
           DISPLAY "NOTICE-GEN: Audit records read:      "
               WS-AUDIT-RECORDS-READ
           DISPLAY "NOTICE-GEN: Accounts with postings:  "
               WS-ACCOUNTS-SEEN
           DISPLAY "NOTICE-GEN: Notices printed:         "
               WS-NOTICES-PRINTED
           DISPLAY "NOTICE-GEN: Notices reprinted:       "
               WS-NOTICES-REPRINTED
           DISPLAY "NOTICE-GEN: Notices suppressed:      "
               WS-NOTICES-SUPPRESSED
           DISPLAY "NOTICE-GEN: Notices with no address: "
               WS-NO-ADDRESS-COUNT
           DISPLAY "NOTICE-GEN: No old address on file:  "
               WS-NO-OLD-ADDRESS
           DISPLAY "NOTICE-GEN: Notices with no template:"
               WS-NO-TEMPLATE-COUNT

      *    A LOST AUDITLOG OR A HISTORY WRITE FAILURE MEANS NOTICES
      *    MAY HAVE BEEN MISSED OR WILL REPEAT. A NOTICE THAT COULD
      *    NOT BE ADDRESSED OR WORDED NEEDS SOMEONE TO LOOK.
           EVALUATE TRUE
               WHEN WS-ERRORS-FOUND > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-ADDRESS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-NO-OLD-ADDRESS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-NO-TEMPLATE-COUNT > 0
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

           PERFORM APPLY-ONE-RUN-TOKEN THRU APPLY-ONE-RUN-TOKEN-EXIT
               VARYING WS-PARM-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-PARM-TOKEN-IDX > 2.

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
               DISPLAY "NOTICE-GEN: *** ERROR - "
                   WS-PARM-KEY " value not numeric ***"
               SET WS-PARM-ERROR TO TRUE
               GO TO APPLY-ONE-RUN-TOKEN-EXIT
           END-IF
           MOVE WS-PARM-NUMBER-TEXT TO WS-PARM-NUMBER

           EVALUATE WS-PARM-KEY
               WHEN "LOWBAL"
                   MOVE WS-PARM-NUMBER TO WS-LOW-BALANCE
               WHEN "SUPPRESS"
                   MOVE WS-PARM-NUMBER TO WS-SUPPRESS-DAYS
               WHEN OTHER
                   DISPLAY "NOTICE-GEN: *** WARNING - unknown "
                       "parameter " WS-PARM-KEY " ignored ***"
           END-EVALUATE.

       APPLY-ONE-RUN-TOKEN-EXIT.
           EXIT.

      *================================================================
      *  THE TEMPLATE CARDS. WITHOUT THEM NO NOTICE CAN BE WORDED, SO
      *  A MISSING FILE OR A CARD FOR AN UNKNOWN NOTICE TYPE STOPS
      *  THE RUN. A NOTICE TYPE WITH NO CARDS IS REPORTED; NOTICES OF
      *  THAT TYPE ARE NOT SENT.
      *================================================================
       LOAD-TEMPLATES.
           OPEN INPUT NOTETPLFILE
           IF WS-NOTETPL-STATUS NOT = "00"
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "NOTICE-GEN: *** ERROR - NOTETPL OPEN "
                   "FAILED, STATUS: " WS-NOTETPL-STATUS " ***"
               GO TO LOAD-TEMPLATES-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM READ-TEMPLATE-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE NOTETPLFILE

           PERFORM CHECK-ONE-TEMPLATE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 6.

       LOAD-TEMPLATES-EXIT.
           EXIT.

       READ-TEMPLATE-LOOP.
           READ NOTETPLFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF NOTETPL-RECORD(1:1) NOT = "*"
                       AND NOTETPL-RECORD NOT = SPACES
                       PERFORM TAKE-ONE-TEMPLATE
                           THRU TAKE-ONE-TEMPLATE-EXIT
                   END-IF
           END-READ.

       TAKE-ONE-TEMPLATE.
           MOVE 0 TO WS-TYPE-FOUND
           PERFORM FIND-NOTICE-TYPE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 6 OR WS-TYPE-FOUND > 0
           IF WS-TYPE-FOUND = 0
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "NOTICE-GEN: *** ERROR - template card for "
                   "unknown notice type " NTP-TYPE " ***"
               GO TO TAKE-ONE-TEMPLATE-EXIT
           END-IF
           IF WS-TPL-COUNT >= 200
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "NOTICE-GEN: *** ERROR - more than 200 "
                   "template cards ***"
               GO TO TAKE-ONE-TEMPLATE-EXIT
           END-IF

           ADD 1 TO WS-TPL-COUNT
           MOVE NTP-TYPE TO WS-TPL-TYPE (WS-TPL-COUNT)
           MOVE NTP-TEXT TO WS-TPL-TEXT (WS-TPL-COUNT)
           ADD 1 TO WS-TPL-LINES (WS-TYPE-FOUND).

       TAKE-ONE-TEMPLATE-EXIT.
           EXIT.

       FIND-NOTICE-TYPE.
           IF WS-NOTICE-CODE (WS-TYPE-SUB) = NTP-TYPE
               MOVE WS-TYPE-SUB TO WS-TYPE-FOUND
           END-IF.

       CHECK-ONE-TEMPLATE.
           IF WS-TPL-LINES (WS-TYPE-SUB) = 0
               DISPLAY "NOTICE-GEN: *** WARNING - no template cards "
                   "for notice type " WS-NOTICE-CODE (WS-TYPE-SUB)
                   " - none of these notices will be sent ***"
           END-IF.

      *================================================================
      *  ADDRESS REFRESH - EVERY CUSTFILE RECORD AGAINST THE COPY ON
      *  NOTEHIST. A NEW ACCOUNT'S ADDRESS IS TAKEN ON AS IT STANDS;
      *  A CHANGED ONE BECOMES THE CURRENT COPY AND THE OLD COPY IS
      *  KEPT AS THE PREVIOUS ADDRESS, DATED TODAY. A RERUN FINDS THE
      *  COPY ALREADY CURRENT AND LEAVES THE PREVIOUS ADDRESS ALONE.
      *================================================================
       REFRESH-ADDRESSES.
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY
                   DISPLAY "NOTICE-GEN: Customer detail file is empty"
                   GO TO REFRESH-ADDRESSES-EXIT
           END-START
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM REFRESH-ADDRESS-LOOP
               UNTIL WS-EOF-FLAG = 'Y'.

       REFRESH-ADDRESSES-EXIT.
           EXIT.

       REFRESH-ADDRESS-LOOP.
           READ CUSTFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ADDRESSES-READ
                   PERFORM REFRESH-ONE-ADDRESS
                       THRU REFRESH-ONE-ADDRESS-EXIT
           END-READ.

       REFRESH-ONE-ADDRESS.
           MOVE CUST-KEY TO NTC-ACCOUNT
           READ NOTEHISTFILE
               INVALID KEY
                   PERFORM NEW-HISTORY-RECORD
                   MOVE CUST-UPD-DATE TO NTC-ADDR-DATE
                   PERFORM TAKE-CUSTOMER-ADDRESS
                   PERFORM WRITE-HISTORY-RECORD
                   ADD 1 TO WS-ADDRESSES-NEW
                   GO TO REFRESH-ONE-ADDRESS-EXIT
           END-READ

           IF NTC-CUR-NAME = CUST-NAME
               AND NTC-CUR-ADDR-LINE1 = CUST-ADDR-LINE1
               AND NTC-CUR-ADDR-LINE2 = CUST-ADDR-LINE2
               AND NTC-CUR-POSTCODE = CUST-POSTCODE
               GO TO REFRESH-ONE-ADDRESS-EXIT
           END-IF

           MOVE NTC-CUR-ADDRESS TO NTC-PRV-ADDRESS
           PERFORM TAKE-CUSTOMER-ADDRESS
           MOVE WS-BUSINESS-DATE-X TO NTC-ADDR-DATE
           PERFORM REWRITE-HISTORY-RECORD
           ADD 1 TO WS-ADDRESSES-CHANGED.

       REFRESH-ONE-ADDRESS-EXIT.
           EXIT.

       TAKE-CUSTOMER-ADDRESS.
           MOVE CUST-NAME TO NTC-CUR-NAME
           MOVE CUST-ADDR-LINE1 TO NTC-CUR-ADDR-LINE1
           MOVE CUST-ADDR-LINE2 TO NTC-CUR-ADDR-LINE2
           MOVE CUST-POSTCODE TO NTC-CUR-POSTCODE.

       NEW-HISTORY-RECORD.
           MOVE SPACES TO NOTICE-HISTORY-RECORD
           MOVE CUST-KEY TO NTC-ACCOUNT
           MOVE 0 TO NTC-NOTICE-COUNT.

      *================================================================
      *  GATHER (THE SORT'S INPUT PROCEDURE) - EVERY RECORD ON THE
      *  DAY'S AUDITLOG.
      *================================================================
       GATHER-DAY-POSTINGS.
           OPEN INPUT AUDITFILE
           IF WS-AUDITFILE-STATUS NOT = "00"
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "NOTICE-GEN: *** ERROR - AUDITLOG OPEN "
                   "FAILED, STATUS: " WS-AUDITFILE-STATUS
                   " - NO NOTICES PRODUCED ***"
               GO TO GATHER-DAY-POSTINGS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM GATHER-ONE-POSTING
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE AUDITFILE.

       GATHER-DAY-POSTINGS-EXIT.
           EXIT.

       GATHER-ONE-POSTING.
           READ AUDITFILE INTO AUDIT-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-AUDIT-RECORDS-READ
                   IF AUD-KEY NOT = SPACES
                       PERFORM RELEASE-ONE-POSTING
                   END-IF
           END-READ.

       RELEASE-ONE-POSTING.
           MOVE SPACES TO SORT-RECORD
           MOVE AUD-KEY TO SORT-ACCOUNT
           MOVE AUD-TIMESTAMP TO SORT-TIMESTAMP
           MOVE AUD-TRAN-TYPE TO SORT-TRAN-TYPE
           MOVE AUD-BRANCH TO SORT-BRANCH
           MOVE 0 TO SORT-OLD-AMOUNT
           IF AUD-OLD-AMOUNT NOT = SPACES
               MOVE AUD-OLD-AMOUNT TO SORT-OLD-AMOUNT
           END-IF
           RELEASE SORT-RECORD.

      *================================================================
      *  ISSUE (THE SORT'S OUTPUT PROCEDURE) - A CONTROL BREAK ON THE
      *  ACCOUNT. THE DAY'S POSTINGS ARE NOTED AS THEY COME BACK; AT
      *  THE BREAK THE ACCOUNT'S NOTICES ARE DECIDED AND PRINTED.
      *================================================================
       ISSUE-NOTICES.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE SPACES TO WS-ACC-ACCOUNT
           PERFORM RETURN-ONE-POSTING THRU RETURN-ONE-POSTING-EXIT
               UNTIL WS-SORT-EOF
           IF WS-ACC-ACCOUNT NOT = SPACES
               PERFORM FINISH-ACCOUNT THRU FINISH-ACCOUNT-EXIT
           END-IF.

       ISSUE-NOTICES-EXIT.
           EXIT.

       RETURN-ONE-POSTING.
           RETURN SORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO RETURN-ONE-POSTING-EXIT
           END-RETURN

           IF SORT-ACCOUNT NOT = WS-ACC-ACCOUNT
               IF WS-ACC-ACCOUNT NOT = SPACES
                   PERFORM FINISH-ACCOUNT THRU FINISH-ACCOUNT-EXIT
               END-IF
               ADD 1 TO WS-ACCOUNTS-SEEN
               MOVE SORT-ACCOUNT TO WS-ACC-ACCOUNT
               MOVE SORT-BRANCH TO WS-ACC-BRANCH
               MOVE 0 TO WS-ACC-CLOSING-BALANCE
               MOVE 'N' TO WS-ACC-CLOSED-SW WS-ACC-REINSTATED-SW
                           WS-ACC-DETAIL-SW WS-ACC-MONEY-SW
           END-IF

      *    A CLOSURE'S OLD AMOUNT IS THE BALANCE THE ACCOUNT CLOSED
      *    WITH; THE LAST CLOSURE OF THE DAY IS THE ONE CONFIRMED.
           EVALUATE SORT-TRAN-TYPE
               WHEN "D"
                   SET WS-ACC-CLOSED TO TRUE
                   MOVE SORT-OLD-AMOUNT TO WS-ACC-CLOSING-BALANCE
               WHEN "R"
                   SET WS-ACC-REINSTATED TO TRUE
               WHEN "N"
                   SET WS-ACC-DETAIL-CHANGED TO TRUE
               WHEN OTHER
                   SET WS-ACC-MONEY-MOVED TO TRUE
           END-EVALUATE.

       RETURN-ONE-POSTING-EXIT.
           EXIT.

      *================================================================
      *  ONE ACCOUNT'S NOTICES, IN THE ORDER THE CUSTOMER WOULD
      *  EXPECT TO READ THEM. THE BALANCE NOTICES LOOK AT THE
      *  MASTER AS IT STANDS AFTER POSTING, AND ONLY FOR AN OPEN
      *  ACCOUNT THAT MOVED MONEY TODAY.
      *================================================================
       FINISH-ACCOUNT.
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE WS-ACC-ACCOUNT TO MAST-KEY
           READ MASTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
                   MOVE MAST-BRANCH TO WS-ACC-BRANCH
           END-READ

           MOVE 'N' TO WS-NTC-FOUND-SW
           MOVE WS-ACC-ACCOUNT TO NTC-ACCOUNT
           READ NOTEHISTFILE
               INVALID KEY
                   MOVE SPACES TO NOTICE-HISTORY-RECORD
                   MOVE WS-ACC-ACCOUNT TO NTC-ACCOUNT
                   MOVE 0 TO NTC-NOTICE-COUNT
               NOT INVALID KEY
                   SET WS-NTC-FOUND TO TRUE
           END-READ
           MOVE WS-ACC-BRANCH TO NTC-BRANCH

           PERFORM GET-RECIPIENT THRU GET-RECIPIENT-EXIT

           IF WS-ACC-CLOSED
               MOVE WS-ACC-CLOSING-BALANCE TO WS-NOTICE-AMOUNT
               MOVE 3 TO WS-TYPE-SUB
               PERFORM SEND-ONE-NOTICE THRU SEND-ONE-NOTICE-EXIT
           END-IF

           IF WS-ACC-REINSTATED AND WS-MASTER-FOUND
               MOVE MAST-AMOUNT TO WS-NOTICE-AMOUNT
               MOVE 4 TO WS-TYPE-SUB
               PERFORM SEND-ONE-NOTICE THRU SEND-ONE-NOTICE-EXIT
           END-IF

           IF WS-ACC-DETAIL-CHANGED
               PERFORM SEND-ADDRESS-NOTICES
                   THRU SEND-ADDRESS-NOTICES-EXIT
           END-IF

           IF WS-ACC-MONEY-MOVED AND WS-MASTER-FOUND
               AND MAST-ACTIVE
               MOVE MAST-AMOUNT TO WS-NOTICE-AMOUNT
               EVALUATE TRUE
                   WHEN MAST-AMOUNT < 0
                       MOVE 2 TO WS-TYPE-SUB
                       PERFORM SEND-ONE-NOTICE
                           THRU SEND-ONE-NOTICE-EXIT
                   WHEN MAST-AMOUNT < WS-LOW-BALANCE
                       MOVE 1 TO WS-TYPE-SUB
                       PERFORM SEND-ONE-NOTICE
                           THRU SEND-ONE-NOTICE-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-NTC-FOUND
               PERFORM REWRITE-HISTORY-RECORD
           ELSE
               PERFORM WRITE-HISTORY-RECORD
           END-IF.

       FINISH-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE CUSTOMER IS THE NAME AND ADDRESS ON CUSTFILE; AN ACCOUNT
      *  WITH NO CUSTOMER DETAIL FALLS BACK TO ITS MASTER NAME.
      *----------------------------------------------------------------
       GET-RECIPIENT.
           MOVE SPACES TO WS-RECIP-NAME WS-RECIP-ADDR-LINE1
                          WS-RECIP-ADDR-LINE2 WS-RECIP-POSTCODE
           IF WS-CUSTFILE-ON
               MOVE WS-ACC-ACCOUNT TO CUST-KEY
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
           IF WS-RECIP-NAME = SPACES AND WS-MASTER-FOUND
               MOVE MAST-NAME TO WS-RECIP-NAME
           END-IF.

       GET-RECIPIENT-EXIT.
           EXIT.

      *================================================================
      *  AN ADDRESS CHANGE IS CONFIRMED TO THE NEW ADDRESS, AND TO
      *  THE OLD ONE WHEN THE REFRESH SAW THE ADDRESS CHANGE TODAY.
      *  A NEW ADDRESS IS NEVER A REPEAT, SO ONLY A DETAIL CHANGE
      *  THAT LEFT THE ADDRESS AS IT WAS (A NAME CORRECTION, SAY) IS
      *  SUBJECT TO SUPPRESSION. A CHANGE TO AN ACCOUNT NOTICE-GEN
      *  HAD NEVER SEEN BEFORE HAS NO OLD ADDRESS ON FILE TO WRITE
      *  TO, AND IS REPORTED.
      *================================================================
       SEND-ADDRESS-NOTICES.
           MOVE 5 TO WS-TYPE-SUB
           IF NTC-ADDR-DATE = WS-BUSINESS-DATE-X
               SET WS-SEND-NOTICE TO TRUE
               MOVE 'N' TO WS-REPRINT-SW
               IF NTC-LAST-SENT (5) = WS-BUSINESS-DATE-X
                   SET WS-REPRINT TO TRUE
               END-IF
               MOVE WS-BUSINESS-DATE-X TO NTC-LAST-SENT (5)
           ELSE
               PERFORM DECIDE-NOTICE THRU DECIDE-NOTICE-EXIT
           END-IF
           IF WS-HOLD-NOTICE
               GO TO SEND-ADDRESS-NOTICES-EXIT
           END-IF

           IF WS-MASTER-FOUND
               MOVE MAST-AMOUNT TO WS-NOTICE-AMOUNT
           ELSE
               MOVE 0 TO WS-NOTICE-AMOUNT
           END-IF
           PERFORM PRINT-NOTICE THRU PRINT-NOTICE-EXIT

           IF NTC-ADDR-DATE NOT = WS-BUSINESS-DATE-X
               GO TO SEND-ADDRESS-NOTICES-EXIT
           END-IF
           IF NTC-PRV-ADDRESS = SPACES
               ADD 1 TO WS-NO-OLD-ADDRESS
               DISPLAY "NOTICE-GEN: *** WARNING - no previous "
                   "address on file for account " WS-ACC-ACCOUNT
                   " - old address not written to ***"
               GO TO SEND-ADDRESS-NOTICES-EXIT
           END-IF

           MOVE NTC-PRV-NAME TO WS-RECIP-NAME
           MOVE NTC-PRV-ADDR-LINE1 TO WS-RECIP-ADDR-LINE1
           MOVE NTC-PRV-ADDR-LINE2 TO WS-RECIP-ADDR-LINE2
           MOVE NTC-PRV-POSTCODE TO WS-RECIP-POSTCODE
           MOVE 6 TO WS-TYPE-SUB
           PERFORM PRINT-NOTICE THRU PRINT-NOTICE-EXIT.

       SEND-ADDRESS-NOTICES-EXIT.
           EXIT.

       SEND-ONE-NOTICE.
           PERFORM DECIDE-NOTICE THRU DECIDE-NOTICE-EXIT
           IF WS-SEND-NOTICE
               PERFORM PRINT-NOTICE THRU PRINT-NOTICE-EXIT
           END-IF.

       SEND-ONE-NOTICE-EXIT.
           EXIT.

      *================================================================
      *  WHETHER THE NOTICE GOES OUT. ONE ALREADY SENT TODAY IS A
      *  RERUN AND GOES OUT AGAIN. ONE OF THE SAME KIND SENT WITHIN
      *  THE SUPPRESSION PERIOD IS HELD BACK. OTHERWISE IT GOES OUT
      *  AND TODAY BECOMES THE DATE LAST SENT.
      *================================================================
       DECIDE-NOTICE.
           SET WS-SEND-NOTICE TO TRUE
           MOVE 'N' TO WS-REPRINT-SW
           MOVE WS-NOTICE-SLOT (WS-TYPE-SUB) TO WS-SLOT-SUB

           IF NTC-LAST-SENT (WS-SLOT-SUB) = WS-BUSINESS-DATE-X
               SET WS-REPRINT TO TRUE
               GO TO DECIDE-NOTICE-EXIT
           END-IF

           IF WS-SUPPRESS-DAYS > 0
               AND NTC-LAST-SENT (WS-SLOT-SUB) NUMERIC
               MOVE NTC-LAST-SENT (WS-SLOT-SUB) TO WS-CD-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
                   THRU CONVERT-DATE-TO-SERIAL-EXIT
               COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-CD-SERIAL
               IF WS-AGE-DAYS >= 0
                   AND WS-AGE-DAYS < WS-SUPPRESS-DAYS
                   SET WS-HOLD-NOTICE TO TRUE
                   ADD 1 TO WS-NOTICES-SUPPRESSED
                   ADD 1 TO WS-SUPPRESSED-BY-TYPE (WS-TYPE-SUB)
                   GO TO DECIDE-NOTICE-EXIT
               END-IF
           END-IF

           MOVE WS-BUSINESS-DATE-X TO NTC-LAST-SENT (WS-SLOT-SUB).

       DECIDE-NOTICE-EXIT.
           EXIT.

      *================================================================
      *  ONE PRINTED NOTICE: TITLE, ADDRESS BLOCK, ACCOUNT LINE, THEN
      *  THE TEMPLATE CARDS FOR ITS TYPE WITH THE FIELDS FILLED IN.
      *================================================================
       PRINT-NOTICE.
           IF WS-TPL-LINES (WS-TYPE-SUB) = 0
               ADD 1 TO WS-NO-TEMPLATE-COUNT
               DISPLAY "NOTICE-GEN: *** WARNING - no template for "
                   "notice type " WS-NOTICE-CODE (WS-TYPE-SUB)
                   " - account " WS-ACC-ACCOUNT " not written to ***"
               GO TO PRINT-NOTICE-EXIT
           END-IF

           MOVE WS-LTR-RULE-LINE TO NOTICES-LINE
           WRITE NOTICES-LINE
           MOVE WS-NOTICE-TITLE (WS-TYPE-SUB) TO WL-TITLE
           MOVE WS-BUSINESS-DATE-X TO WL-LETTER-DATE
           MOVE WS-LTR-TITLE-LINE TO NOTICES-LINE
           WRITE NOTICES-LINE
           MOVE SPACES TO NOTICES-LINE
           WRITE NOTICES-LINE

           MOVE WS-RECIP-NAME TO WL-ADDRESS-TEXT
           MOVE WS-LTR-ADDRESS-LINE TO NOTICES-LINE
           WRITE NOTICES-LINE
           MOVE WS-RECIP-ADDR-LINE1 TO WL-ADDRESS-TEXT
           MOVE WS-LTR-ADDRESS-LINE TO NOTICES-LINE
           WRITE NOTICES-LINE
           MOVE WS-RECIP-ADDR-LINE2 TO WL-ADDRESS-TEXT
           MOVE WS-LTR-ADDRESS-LINE TO NOTICES-LINE
           WRITE NOTICES-LINE
           MOVE WS-RECIP-POSTCODE TO WL-ADDRESS-TEXT
           MOVE WS-LTR-ADDRESS-LINE TO NOTICES-LINE
           WRITE NOTICES-LINE
           MOVE SPACES TO NOTICES-LINE
           WRITE NOTICES-LINE

           MOVE WS-ACC-ACCOUNT TO WL-ACCOUNT
           MOVE WS-ACC-BRANCH TO WL-BRANCH
           MOVE WS-LTR-ACCOUNT-LINE TO NOTICES-LINE
           WRITE NOTICES-LINE
           MOVE SPACES TO NOTICES-LINE
           WRITE NOTICES-LINE

           PERFORM PRINT-TEMPLATE-LINE
               VARYING WS-TPL-SUB FROM 1 BY 1
               UNTIL WS-TPL-SUB > WS-TPL-COUNT

           MOVE WS-LTR-RULE-LINE TO NOTICES-LINE
           WRITE NOTICES-LINE
           MOVE SPACES TO NOTICES-LINE
           WRITE NOTICES-LINE

           ADD 1 TO WS-NOTICES-PRINTED
           ADD 1 TO WS-NOTICES-BY-TYPE (WS-TYPE-SUB)
           ADD 1 TO NTC-NOTICE-COUNT
           IF WS-REPRINT
               ADD 1 TO WS-NOTICES-REPRINTED
           END-IF
           PERFORM ADD-TO-BRANCH-COUNT THRU ADD-TO-BRANCH-COUNT-EXIT

           IF WS-RECIP-ADDR-LINE1 = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               DISPLAY "NOTICE-GEN: *** WARNING - no address for "
                   "customer of account " WS-ACC-ACCOUNT " ***"
           END-IF.

       PRINT-NOTICE-EXIT.
           EXIT.

       PRINT-TEMPLATE-LINE.
           IF WS-TPL-TYPE (WS-TPL-SUB) NOT =
               WS-NOTICE-CODE (WS-TYPE-SUB)
               GO TO PRINT-TEMPLATE-LINE-EXIT
           END-IF

           MOVE SPACES TO WS-OUT-TEXT
           MOVE 1 TO WS-OUT-POS
           PERFORM FILL-ONE-POSITION
               VARYING WS-TEXT-POS FROM 1 BY 1
               UNTIL WS-TEXT-POS > 70
           MOVE WS-OUT-TEXT TO NOTICES-LINE
           WRITE NOTICES-LINE.

       PRINT-TEMPLATE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  ONE CHARACTER OF TEMPLATE TEXT. AN "&" STARTING ONE OF THE
      *  FIELD WORDS IS REPLACED BY THE FIELD (LEADING AND TRAILING
      *  SPACES DROPPED) AND THE REST OF THE WORD SKIPPED; ANYTHING
      *  ELSE IS COPIED AS IT STANDS.
      *----------------------------------------------------------------
       FILL-ONE-POSITION.
           IF WS-OUT-POS > 132
               GO TO FILL-ONE-POSITION-EXIT
           END-IF
           IF WS-TPL-TEXT (WS-TPL-SUB) (WS-TEXT-POS:1) NOT = "&"
               OR WS-TEXT-POS > 66
               MOVE WS-TPL-TEXT (WS-TPL-SUB) (WS-TEXT-POS:1)
                   TO WS-OUT-TEXT (WS-OUT-POS:1)
               ADD 1 TO WS-OUT-POS
               GO TO FILL-ONE-POSITION-EXIT
           END-IF

           MOVE WS-TPL-TEXT (WS-TPL-SUB) (WS-TEXT-POS:5)
               TO WS-FIELD-WORD
           MOVE SPACES TO WS-FIELD-VALUE
           EVALUATE WS-FIELD-WORD
               WHEN "&ACCT"
                   MOVE WS-ACC-ACCOUNT TO WS-FIELD-VALUE
               WHEN "&NAME"
                   MOVE WS-RECIP-NAME TO WS-FIELD-VALUE
               WHEN "&BRCH"
                   MOVE WS-ACC-BRANCH TO WS-FIELD-VALUE
               WHEN "&DATE"
                   MOVE WS-BUSINESS-DATE-X TO WS-FIELD-VALUE
               WHEN "&AMNT"
                   MOVE WS-NOTICE-AMOUNT TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO WS-FIELD-VALUE
               WHEN "&LIMT"
                   MOVE WS-LOW-BALANCE TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO WS-FIELD-VALUE
               WHEN OTHER
                   MOVE "&" TO WS-OUT-TEXT (WS-OUT-POS:1)
                   ADD 1 TO WS-OUT-POS
                   GO TO FILL-ONE-POSITION-EXIT
           END-EVALUATE

           MOVE 0 TO WS-FIELD-START
           INSPECT WS-FIELD-VALUE
               TALLYING WS-FIELD-START FOR LEADING SPACES
           IF WS-FIELD-START < 30
               ADD 1 TO WS-FIELD-START
               STRING WS-FIELD-VALUE (WS-FIELD-START:)
                   DELIMITED BY "  "
                   INTO WS-OUT-TEXT
                   WITH POINTER WS-OUT-POS
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF
           ADD 4 TO WS-TEXT-POS.

       FILL-ONE-POSITION-EXIT.
           EXIT.

       ADD-TO-BRANCH-COUNT.
           MOVE 0 TO WS-BRANCH-FOUND
           PERFORM FIND-BRANCH-ENTRY
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                   OR WS-BRANCH-FOUND > 0

           IF WS-BRANCH-FOUND = 0
               IF WS-BRANCH-COUNT >= 200
                   DISPLAY "NOTICE-GEN: *** WARNING - more than 200 "
                       "branches - branch counts incomplete ***"
                   GO TO ADD-TO-BRANCH-COUNT-EXIT
               END-IF
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BRANCH-FOUND
               INITIALIZE WS-BRANCH-ENTRY (WS-BRANCH-FOUND)
               MOVE WS-ACC-BRANCH TO WS-BR-CODE (WS-BRANCH-FOUND)
           END-IF

           ADD 1 TO WS-BR-NOTICES (WS-BRANCH-FOUND, WS-TYPE-SUB)
           ADD 1 TO WS-BR-TOTAL (WS-BRANCH-FOUND).

       ADD-TO-BRANCH-COUNT-EXIT.
           EXIT.

       FIND-BRANCH-ENTRY.
           IF WS-BR-CODE (WS-BRANCH-SUB) = WS-ACC-BRANCH
               MOVE WS-BRANCH-SUB TO WS-BRANCH-FOUND
           END-IF.

       WRITE-HISTORY-RECORD.
           WRITE NOTICE-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "NOTICE-GEN: *** ERROR - NOTEHIST WRITE "
                       "FAILED FOR ACCOUNT " NTC-ACCOUNT
                       ", STATUS: " WS-NOTEHIST-STATUS " ***"
           END-WRITE.

       REWRITE-HISTORY-RECORD.
           REWRITE NOTICE-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "NOTICE-GEN: *** ERROR - NOTEHIST REWRITE "
                       "FAILED FOR ACCOUNT " NTC-ACCOUNT
                       ", STATUS: " WS-NOTEHIST-STATUS " ***"
           END-REWRITE.

      *================================================================
      *  THE CONTROL REPORT - NOTICES PRODUCED BY BRANCH AND TYPE,
      *  THEN THE TOTALS AND WHAT WAS HELD BACK.
      *================================================================
       WRITE-CONTROL-REPORT.
           MOVE WS-BUSINESS-DATE TO WP-BUSINESS-DATE
           MOVE WS-LOW-BALANCE TO WP-LOW-BALANCE
           MOVE WS-SUPPRESS-DAYS TO WP-SUPPRESS-DAYS
           MOVE WS-RPT-HEADER-LINE TO NOTERPT-LINE
           WRITE NOTERPT-LINE
           MOVE SPACES TO NOTERPT-LINE
           WRITE NOTERPT-LINE
           MOVE WS-COLUMN-HEADING TO NOTERPT-LINE
           WRITE NOTERPT-LINE

           PERFORM WRITE-BRANCH-LINE
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT

           MOVE SPACES TO NOTERPT-LINE
           WRITE NOTERPT-LINE
           MOVE "TOTAL" TO WP-BRANCH
           PERFORM MOVE-TYPE-TOTAL
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 6
           MOVE WS-NOTICES-PRINTED TO WP-LINE-TOTAL
           MOVE WS-RPT-COUNT-LINE TO NOTERPT-LINE
           WRITE NOTERPT-LINE
           MOVE "SUPPRESSED" TO WP-BRANCH
           PERFORM MOVE-TYPE-SUPPRESSED
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 6
           MOVE WS-NOTICES-SUPPRESSED TO WP-LINE-TOTAL
           MOVE WS-RPT-COUNT-LINE TO NOTERPT-LINE
           WRITE NOTERPT-LINE

           MOVE SPACES TO NOTERPT-LINE
           WRITE NOTERPT-LINE
           MOVE "NOTICES PRINTED" TO WP-TOTAL-LABEL
           MOVE WS-NOTICES-PRINTED TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "  OF WHICH REPRINTED" TO WP-TOTAL-LABEL
           MOVE WS-NOTICES-REPRINTED TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "NOTICES SUPPRESSED" TO WP-TOTAL-LABEL
           MOVE WS-NOTICES-SUPPRESSED TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "NOTICES WITH NO ADDRESS" TO WP-TOTAL-LABEL
           MOVE WS-NO-ADDRESS-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "OLD ADDRESS NOT ON FILE" TO WP-TOTAL-LABEL
           MOVE WS-NO-OLD-ADDRESS TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "NOT SENT - NO TEMPLATE" TO WP-TOTAL-LABEL
           MOVE WS-NO-TEMPLATE-COUNT TO WP-TOTAL-COUNT
           PERFORM WRITE-ONE-TOTAL.

       WRITE-CONTROL-REPORT-EXIT.
           EXIT.

       WRITE-BRANCH-LINE.
           MOVE WS-BR-CODE (WS-BRANCH-SUB) TO WP-BRANCH
           PERFORM MOVE-BRANCH-COUNT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 6
           MOVE WS-BR-TOTAL (WS-BRANCH-SUB) TO WP-LINE-TOTAL
           MOVE WS-RPT-COUNT-LINE TO NOTERPT-LINE
           WRITE NOTERPT-LINE.

       MOVE-BRANCH-COUNT.
           MOVE WS-BR-NOTICES (WS-BRANCH-SUB, WS-TYPE-SUB)
               TO WP-TYPE-COUNT (WS-TYPE-SUB).

       MOVE-TYPE-TOTAL.
           MOVE WS-NOTICES-BY-TYPE (WS-TYPE-SUB)
               TO WP-TYPE-COUNT (WS-TYPE-SUB).

       MOVE-TYPE-SUPPRESSED.
           MOVE WS-SUPPRESSED-BY-TYPE (WS-TYPE-SUB)
               TO WP-TYPE-COUNT (WS-TYPE-SUB).

       WRITE-ONE-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO NOTERPT-LINE
           WRITE NOTERPT-LINE.

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
               DISPLAY "NOTICE-GEN: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "NOTICE-GEN" TO ALR-PROGRAM
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
