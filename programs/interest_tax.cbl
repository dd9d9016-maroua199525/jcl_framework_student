       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-TAX.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  YEAR-END INTEREST TAX REPORTING. SWEEPS THE AUDIT-HISTORY
      *  MASTER ONCE, TOTALS EACH ACCOUNT'S INTEREST POSTINGS FOR THE
      *  TAX YEAR AND REPORTS EVERY ACCOUNT AT OR OVER THE REPORTING
      *  MINIMUM:
      *    - AN INTEREST POSTING IS A CHANGE (TYPE C) CARRYING THE
      *      REASON CODE OF AN INTEREST TIER ON RATEFILE - THE CODE
      *      ACCRUAL-ENGINE STAMPS ON EVERY CREDIT IT GENERATES - OR
      *      A CODE NAMED ON A REASON CONTROL CARD (A TIER RETIRED
      *      DURING THE YEAR, A MANUAL INTEREST ADJUSTMENT CODE). THE
      *      INTEREST IS THE NEW AMOUNT LESS THE OLD.
      *    - A BACKOUT CHANGE (REASON BKOU) THAT EXACTLY REVERSES THE
      *      ACCOUNT'S LAST INTEREST POSTING TAKES IT BACK OUT AGAIN.
      *    - THE RECIPIENT NAME AND ADDRESS COME FROM CUSTFILE (FROM
      *      MAST-NAME, WITH NO ADDRESS, IF THE ACCOUNT HAS NO
      *      CUSTOMER DETAIL).
      *  EACH ACCOUNT REPORTED GETS A DETAIL RECORD ON THE FIXED-WIDTH
      *  FILING FILE FOR THE TAX AUTHORITY (TAXFILE, HEADER AND
      *  CONTROL TRAILER BELOW), A PRINTED RECIPIENT FORM (TAXFORM)
      *  AND A TAXHIST RECORD OF WHAT WAS FILED (SEE TAXHREC).
      *
      *  MODE=ORIGINAL (THE DEFAULT) IS THE YEAR'S FILING AND REFUSES
      *  TO RUN FOR A YEAR ALREADY ON TAXHIST. MODE=CORRECT IS RUN
      *  AFTER LATE ADJUSTMENTS OR ADDRESS CHANGES: IT RECOMPUTES
      *  EVERY ACCOUNT THE SAME WAY AND FILES ONLY THOSE WHOSE AMOUNT
      *  OR NAME AND ADDRESS NO LONGER MATCH TAXHIST - AS CORRECTED
      *  RETURNS, WITH THE AMOUNT PREVIOUSLY REPORTED - PLUS ANY
      *  ACCOUNT NOW OVER THE MINIMUM THAT WAS NOT FILED BEFORE, AS A
      *  LATE ORIGINAL. AN UNCHANGED ACCOUNT PRODUCES NOTHING.
      *
      *  EVERY AMOUNT FILED IS IN THE BASE CURRENCY. A POSTING TO AN
      *  ACCOUNT HELD IN ANOTHER CURRENCY IS CONVERTED AT THE RATE ON
      *  FXRATE IN FORCE THE DAY IT WAS POSTED. A POSTING WITH NO
      *  RATE ON OR BEFORE THAT DAY IS LEFT OUT OF THE ACCOUNT'S
      *  TOTAL AND FAILS THE RUN - THE FILING IS SHORT UNTIL THE
      *  RATE IS LOADED AND THE RUN REPEATED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDMASTFILE ASSIGN TO "AUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDH-KEY
               FILE STATUS IS WS-AUDMAST-STATUS.
           SELECT RATEFILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATEFILE-STATUS.
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
           SELECT TAXHISTFILE ASSIGN TO "TAXHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXH-KEY
               FILE STATUS IS WS-TAXHIST-STATUS.
      *    CONTROL CARDS - THE PAYER CARD (REQUIRED) AND ANY EXTRA
      *    INTEREST REASON CODES. SEE THE CARD LAYOUT BELOW.
           SELECT TAXCTLFILE ASSIGN TO "TAXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXCTL-STATUS.
           SELECT TAXFILE ASSIGN TO "TAXFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAXFORMFILE ASSIGN TO "TAXFORM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    THE EXCHANGE RATES FOR THE BASE EQUIVALENTS FILED. OPTIONAL
      *    - WITHOUT IT ONLY BASE-CURRENCY POSTINGS PRICE.
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
       FD  AUDMASTFILE.
           COPY "audhrec".

       FD  RATEFILE.
           COPY "raterec".

       FD  MASTFILE.
           COPY "mastrec".

       FD  CUSTFILE.
           COPY "custrec".

       FD  TAXHISTFILE.
           COPY "taxhrec".

      *================================================================
      *  CONTROL CARDS, KEYWORD IN COLS 1-8:
      *    PAYER    COLS 10-18 PAYER TAX IDENTIFIER
      *             COLS 20-59 PAYER NAME
      *    REASON   COLS 10-13 AN EXTRA INTEREST REASON CODE
      *  THE LAST PAYER CARD WINS; REASON CARDS ADD TO THE CODES
      *  TAKEN FROM THE RATE FILE'S INTEREST TIERS.
      *================================================================
       FD  TAXCTLFILE.
       01  TAXCTL-RECORD.
           05  TCL-KEYWORD         PIC X(08).
           05  FILLER              PIC X(01).
           05  TCL-PAYER-ID        PIC X(09).
           05  FILLER              PIC X(01).
           05  TCL-PAYER-NAME      PIC X(40).
           05  FILLER              PIC X(21).
       01  TAXCTL-REASON-CARD REDEFINES TAXCTL-RECORD.
           05  FILLER              PIC X(09).
           05  TCL-REASON-CODE     PIC X(04).
           05  FILLER              PIC X(67).

      *================================================================
      *  THE FILING FILE - FIXED 150-BYTE RECORDS: ONE HEADER, ONE
      *  DETAIL PER ACCOUNT REPORTED, ONE CONTROL TRAILER. LAYOUTS IN
      *  WORKING-STORAGE (TXF-).
      *================================================================
       FD  TAXFILE.
       01  TAXFILE-RECORD          PIC X(150).

       FD  TAXFORMFILE.
       01  TAXFORM-LINE            PIC X(132).

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  FXRATEFILE.
           COPY "fxrrec".

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDMAST-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-RATEFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-CUSTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-TAXHIST-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-TAXCTL-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-AUD-EOF-SW           PIC X       VALUE 'N'.
           88  WS-AUD-EOF                      VALUE 'Y'.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DATE-X      PIC X(8)    VALUE SPACES.
       01  WS-MASTER-SW            PIC X       VALUE 'N'.
           88  WS-MASTER-ON                    VALUE 'Y'.
       01  WS-CUSTFILE-SW          PIC X       VALUE 'N'.
           88  WS-CUSTFILE-ON                  VALUE 'Y'.

      *----------------------------------------------------------------
      *  RUN PARAMETERS - KEY=VALUE PAIRS SEPARATED BY COMMAS, E.G.
      *  YEAR=2025,MODE=CORRECT,MIN=10. YEAR DEFAULTS TO THE YEAR
      *  BEFORE THE BUSINESS DATE'S; MIN IS THE REPORTING MINIMUM
      *  IN WHOLE UNITS OF CURRENCY.
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
       01  WS-TAX-YEAR             PIC 9(4)    VALUE 0.
       01  WS-TAX-YEAR-X           PIC X(4)    VALUE SPACES.
       01  WS-RUN-MODE             PIC X(8)    VALUE "ORIGINAL".
           88  WS-ORIGINAL-RUN                 VALUE "ORIGINAL".
           88  WS-CORRECTION-RUN               VALUE "CORRECT".
       01  WS-MINIMUM-AMOUNT       PIC 9(7)V99 VALUE 10.
       01  WS-PARM-ERROR-SW        PIC X       VALUE 'N'.
           88  WS-PARM-ERROR                   VALUE 'Y'.

       01  WS-PAYER-ID             PIC X(9)    VALUE SPACES.
       01  WS-PAYER-NAME           PIC X(40)   VALUE SPACES.
       01  WS-CARDS-READ           PIC 9(5)    VALUE 0.
       01  WS-CARDS-REJECTED       PIC 9(5)    VALUE 0.

      *----------------------------------------------------------------
      *  THE INTEREST REASON CODES - EVERY DISTINCT REASON CODE ON AN
      *  INTEREST TIER OF THE RATE FILE, PLUS THE REASON CARDS.
      *----------------------------------------------------------------
       01  WS-RSN-COUNT            PIC 9(3)    VALUE 0.
       01  WS-RSN-SUB              PIC 9(3)    VALUE 0.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENT-CODE     PIC X(4)    OCCURS 100 TIMES.
       01  WS-ADD-REASON           PIC X(4)    VALUE SPACES.
       01  WS-RSN-FOUND-SW         PIC X       VALUE 'N'.
           88  WS-RSN-FOUND                    VALUE 'Y'.
       01  WS-RATE-EOF-FLAG        PIC X       VALUE 'N'.

      *----------------------------------------------------------------
      *  THE ACCOUNT BEING TOTALLED, IN THE BASE CURRENCY. THE LAST
      *  INTEREST POSTING'S BEFORE AND AFTER AMOUNTS ARE KEPT SO A
      *  BACKOUT OF IT CAN BE RECOGNIZED, AND ITS BASE EQUIVALENT SO
      *  THE BACKOUT NETS OFF EXACTLY WHAT THE POSTING ADDED.
      *----------------------------------------------------------------
       01  WS-CURR-ACCOUNT         PIC X(10)   VALUE SPACES.
       01  WS-CURR-BRANCH          PIC X(4)    VALUE SPACES.
       01  WS-ACCT-INTEREST        PIC S9(9)V99 VALUE 0.
       01  WS-ACCT-POSTINGS        PIC 9(5)    VALUE 0.
       01  WS-LAST-INT-SW          PIC X       VALUE 'N'.
           88  WS-LAST-INT-HELD                VALUE 'Y'.
       01  WS-LAST-INT-OLD         PIC S9(7)V99 VALUE 0.
       01  WS-LAST-INT-NEW         PIC S9(7)V99 VALUE 0.
       01  WS-LAST-INT-BASE        PIC S9(11)V99 VALUE 0.
       01  WS-OLD-AMOUNT           PIC S9(7)V99 VALUE 0.
       01  WS-NEW-AMOUNT           PIC S9(7)V99 VALUE 0.
       01  WS-PRIOR-INTEREST       PIC S9(9)V99 VALUE 0.
       01  WS-CORRECTED-SW         PIC X       VALUE 'N'.
           88  WS-CORRECTED-RETURN             VALUE 'Y'.

       01  WS-RECIP-NAME           PIC X(20)   VALUE SPACES.
       01  WS-RECIP-ADDR-LINE1     PIC X(20)   VALUE SPACES.
       01  WS-RECIP-ADDR-LINE2     PIC X(20)   VALUE SPACES.
       01  WS-RECIP-POSTCODE       PIC X(9)    VALUE SPACES.

       01  WS-AUDIT-RECORDS-READ   PIC 9(7)    VALUE 0.
       01  WS-INTEREST-POSTINGS    PIC 9(7)    VALUE 0.
       01  WS-BACKOUTS-NETTED      PIC 9(7)    VALUE 0.
       01  WS-ACCOUNTS-WITH-INT    PIC 9(7)    VALUE 0.
       01  WS-BELOW-MINIMUM        PIC 9(7)    VALUE 0.
       01  WS-NEGATIVE-COUNT       PIC 9(7)    VALUE 0.
       01  WS-NO-ADDRESS-COUNT     PIC 9(7)    VALUE 0.
       01  WS-RETURNS-FILED        PIC 9(7)    VALUE 0.
       01  WS-ORIGINALS-FILED      PIC 9(7)    VALUE 0.
       01  WS-CORRECTIONS-FILED    PIC 9(7)    VALUE 0.
       01  WS-LATE-ORIGINALS       PIC 9(7)    VALUE 0.
       01  WS-UNCHANGED-COUNT      PIC 9(7)    VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(7)    VALUE 0.
       01  WS-FX-UNPRICED          PIC 9(7)    VALUE 0.
       01  WS-FILED-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-AMOUNT-DISPLAY       PIC -(11)9.99.

      *----------------------------------------------------------------
      *  FILING FILE RECORD LAYOUTS. AMOUNTS ARE UNSIGNED, ZERO
      *  FILLED, WITH TWO IMPLIED DECIMAL PLACES. THE CORRECTION
      *  INDICATOR IS "C" ON A CORRECTED RETURN (WHICH ALSO CARRIES
      *  THE AMOUNT PREVIOUSLY REPORTED) AND SPACE ON AN ORIGINAL.
      *  THE HEADER RUN KIND IS "O" FOR THE ORIGINAL FILING, "C" FOR
      *  A CORRECTIONS RUN. THE TRAILER CARRIES THE DETAIL COUNT AND
      *  THE SUM OF THE DETAIL AMOUNTS FOR THE AUTHORITY'S CONTROL.
      *----------------------------------------------------------------
       01  TXF-HEADER-RECORD.
           05  TXF-HDR-TYPE        PIC X(01)   VALUE "H".
           05  TXF-HDR-TAX-YEAR    PIC X(04).
           05  TXF-HDR-PAYER-ID    PIC X(09).
           05  TXF-HDR-PAYER-NAME  PIC X(40).
           05  TXF-HDR-RUN-KIND    PIC X(01).
           05  TXF-HDR-RUN-DATE    PIC X(08).
           05  FILLER              PIC X(87)   VALUE SPACES.

       01  TXF-DETAIL-RECORD.
           05  TXF-DTL-TYPE        PIC X(01)   VALUE "D".
           05  TXF-DTL-TAX-YEAR    PIC X(04).
           05  TXF-DTL-ACCOUNT     PIC X(10).
           05  TXF-DTL-CORR-IND    PIC X(01).
           05  TXF-DTL-BRANCH      PIC X(04).
           05  TXF-DTL-NAME        PIC X(20).
           05  TXF-DTL-ADDR-LINE1  PIC X(20).
           05  TXF-DTL-ADDR-LINE2  PIC X(20).
           05  TXF-DTL-POSTCODE    PIC X(09).
           05  TXF-DTL-INTEREST    PIC 9(9)V99.
           05  TXF-DTL-PRIOR       PIC 9(9)V99.
           05  FILLER              PIC X(39)   VALUE SPACES.

       01  TXF-TRAILER-RECORD.
           05  TXF-TRL-TYPE        PIC X(01)   VALUE "T".
           05  TXF-TRL-TAX-YEAR    PIC X(04).
           05  TXF-TRL-COUNT       PIC 9(07).
           05  TXF-TRL-TOTAL       PIC 9(11)V99.
           05  FILLER              PIC X(125)  VALUE SPACES.

      *----------------------------------------------------------------
      *  THE RECIPIENT FORM - ONE BOXED FORM PER ACCOUNT REPORTED,
      *  MARKED CORRECTED (WITH THE AMOUNT PREVIOUSLY REPORTED) ON A
      *  CORRECTED RETURN. THE ADDRESS BLOCK SITS AT WINDOW-ENVELOPE
      *  POSITION AS ON THE STATEMENTS.
      *----------------------------------------------------------------
       01  WS-FORM-RULE-LINE.
           05  FILLER              PIC X(70)   VALUE ALL "-".

       01  WS-FORM-TITLE-LINE.
           05  WF-CORRECTED        PIC X(12).
           05  FILLER              PIC X(34)   VALUE
               "STATEMENT OF INTEREST INCOME".
           05  FILLER              PIC X(9)    VALUE "TAX YEAR ".
           05  WF-TAX-YEAR         PIC X(4).

       01  WS-FORM-PAYER-LINE.
           05  FILLER              PIC X(12)   VALUE "PAYER".
           05  WF-PAYER-ID         PIC X(9).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WF-PAYER-NAME       PIC X(40).

       01  WS-FORM-LABEL-LINE.
           05  WF-LABEL            PIC X(20).

       01  WS-FORM-ADDRESS-LINE.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  WF-ADDRESS-TEXT     PIC X(30).

       01  WS-FORM-ACCOUNT-LINE.
           05  FILLER              PIC X(12)   VALUE "ACCOUNT".
           05  WF-ACCOUNT          PIC X(10).
           05  FILLER              PIC X(10)   VALUE "  BRANCH ".
           05  WF-BRANCH           PIC X(4).

       01  WS-FORM-AMOUNT-LINE.
           05  WF-AMOUNT-LABEL     PIC X(40).
           05  WF-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.

           COPY "fxrwrk".
           COPY "fxhwrk".

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "INTEREST-TAX: Starting year-end interest tax "
               "reporting..."

           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X
           COMPUTE WS-TAX-YEAR = WS-BUSINESS-DATE / 10000 - 1

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           IF WS-PARM-ERROR
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF
           MOVE WS-TAX-YEAR TO WS-TAX-YEAR-X
           DISPLAY "INTEREST-TAX: Tax year " WS-TAX-YEAR-X
               ", mode " WS-RUN-MODE

           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EXIT
           IF WS-PAYER-ID = SPACES
               DISPLAY "INTEREST-TAX: *** ERROR - NO PAYER CONTROL "
                   "CARD ON TAXCTL - NOTHING FILED ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM LOAD-INTEREST-REASONS
               THRU LOAD-INTEREST-REASONS-EXIT
           IF WS-RSN-COUNT = 0
               DISPLAY "INTEREST-TAX: *** ERROR - NO INTEREST REASON "
                   "CODES ON THE RATE FILE OR CONTROL CARDS - "
                   "NOTHING FILED ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

      *    THE HISTORY IS CREATED BY THE FIRST FILING THAT NEEDS IT.
           OPEN I-O TAXHISTFILE
           IF WS-TAXHIST-STATUS = "35"
               OPEN OUTPUT TAXHISTFILE
               CLOSE TAXHISTFILE
               OPEN I-O TAXHISTFILE
           END-IF
           IF WS-TAXHIST-STATUS NOT = "00"
               DISPLAY "INTEREST-TAX: *** ERROR - TAXHIST OPEN "
                   "FAILED, STATUS: " WS-TAXHIST-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM CHECK-YEAR-ON-HISTORY
               THRU CHECK-YEAR-ON-HISTORY-EXIT
           IF WS-PARM-ERROR
               CLOSE TAXHISTFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM OPEN-FX-REFERENCE THRU OPEN-FX-REFERENCE-EXIT

           OPEN INPUT AUDMASTFILE
           IF WS-AUDMAST-STATUS NOT = "00"
               DISPLAY "INTEREST-TAX: *** ERROR - AUDMAST OPEN "
                   "FAILED, STATUS: " WS-AUDMAST-STATUS " - HAS "
                   "AUDIT-CONSOLIDATE BEEN RUN? ***"
               CLOSE TAXHISTFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS = "00"
               SET WS-MASTER-ON TO TRUE
           ELSE
               DISPLAY "INTEREST-TAX: *** WARNING - master file "
                   "not available - recipients with no customer "
                   "detail carry no name ***"
           END-IF
           OPEN INPUT CUSTFILE
           IF WS-CUSTFILE-STATUS = "00"
               SET WS-CUSTFILE-ON TO TRUE
           ELSE
               DISPLAY "INTEREST-TAX: *** WARNING - customer "
                   "detail file not available - recipients carry no "
                   "address ***"
           END-IF

           OPEN OUTPUT TAXFILE
           OPEN OUTPUT TAXFORMFILE
           PERFORM WRITE-FILING-HEADER

           MOVE LOW-VALUES TO AUDH-KEY
           START AUDMASTFILE KEY IS NOT LESS THAN AUDH-KEY
               INVALID KEY
                   DISPLAY "INTEREST-TAX: Audit history is empty"
                   SET WS-AUD-EOF TO TRUE
           END-START

           PERFORM SWEEP-AUDIT-HISTORY
               THRU SWEEP-AUDIT-HISTORY-EXIT
               UNTIL WS-AUD-EOF
           IF WS-CURR-ACCOUNT NOT = SPACES
               PERFORM FINISH-ACCOUNT THRU FINISH-ACCOUNT-EXIT
           END-IF

           PERFORM WRITE-FILING-TRAILER

           CLOSE TAXFILE
           CLOSE TAXFORMFILE
           CLOSE TAXHISTFILE
           CLOSE AUDMASTFILE
           IF WS-MASTER-ON
               CLOSE MASTFILE
           END-IF
           IF WS-CUSTFILE-ON
               CLOSE CUSTFILE
           END-IF

           DISPLAY "INTEREST-TAX: Interest reason codes: "
               WS-RSN-COUNT
           DISPLAY "INTEREST-TAX: Audit records read:    "
               WS-AUDIT-RECORDS-READ
           DISPLAY "INTEREST-TAX: Interest postings:     "
               WS-INTEREST-POSTINGS
           DISPLAY "INTEREST-TAX: Postings with no rate: "
               WS-FX-UNPRICED
           DISPLAY "INTEREST-TAX: Backouts netted off:   "
               WS-BACKOUTS-NETTED
           DISPLAY "INTEREST-TAX: Accounts with interest:"
               WS-ACCOUNTS-WITH-INT
           DISPLAY "INTEREST-TAX: Below the minimum:     "
               WS-BELOW-MINIMUM
           DISPLAY "INTEREST-TAX: Net negative interest: "
               WS-NEGATIVE-COUNT
           IF WS-CORRECTION-RUN
               DISPLAY "INTEREST-TAX: Unchanged since filing:"
                   WS-UNCHANGED-COUNT
               DISPLAY "INTEREST-TAX: Corrected returns:     "
                   WS-CORRECTIONS-FILED
               DISPLAY "INTEREST-TAX: Late original returns: "
                   WS-LATE-ORIGINALS
           ELSE
               DISPLAY "INTEREST-TAX: Original returns:      "
                   WS-ORIGINALS-FILED
           END-IF
           DISPLAY "INTEREST-TAX: Returns filed:         "
               WS-RETURNS-FILED
           MOVE WS-FILED-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "INTEREST-TAX: Interest filed:        "
               WS-AMOUNT-DISPLAY
           DISPLAY "INTEREST-TAX: Recipients with no address: "
               WS-NO-ADDRESS-COUNT
           DISPLAY "INTEREST-TAX: Control cards rejected: "
               WS-CARDS-REJECTED

      *    A HISTORY WRITE FAILURE MEANS TAXHIST NO LONGER MATCHES
      *    WHAT WAS FILED - A CORRECTIONS RUN WOULD GO WRONG. A
      *    RETURN WITH NO ADDRESS, NEGATIVE INTEREST OR A BAD CARD
      *    NEEDS SOMEONE TO LOOK BEFORE THE FILE GOES OUT. A POSTING
      *    WITH NO EXCHANGE RATE, OR A RATE HISTORY TOO LONG FOR ITS
      *    TABLE, LEAVES THE FILED AMOUNTS SHORT.
           IF WS-FX-UNPRICED > 0 OR FXH-DROPPED-COUNT > 0
               DISPLAY "INTEREST-TAX: *** ERROR - " WS-FX-UNPRICED
                   " INTEREST POSTINGS HAVE NO EXCHANGE RATE - "
                   "LOAD THE RATES AND RERUN ***"
               SET ALW-ERROR TO TRUE
               MOVE "FXNORATE" TO ALW-CODE
               MOVE SPACES TO ALW-MESSAGE
               STRING WS-FX-UNPRICED
                   " INTEREST POSTINGS WITH NO EXCHANGE RATE"
                   DELIMITED BY SIZE INTO ALW-MESSAGE
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-ERRORS-FOUND > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FX-UNPRICED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN FXH-DROPPED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-ADDRESS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-NEGATIVE-COUNT > 0
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

       PARSE-RUN-PARAMETERS.
           IF WS-RUN-PARM = SPACES
               GO TO PARSE-RUN-PARAMETERS-EXIT
           END-IF

           UNSTRING WS-RUN-PARM DELIMITED BY ","
               INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                    WS-PARM-TOKEN(3)

           PERFORM APPLY-ONE-RUN-TOKEN THRU APPLY-ONE-RUN-TOKEN-EXIT
               VARYING WS-PARM-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-PARM-TOKEN-IDX > 3.

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

      *    THE MODE IS THE ONE WORD-VALUED PARAMETER. A MISTYPED MODE
      *    STOPS THE RUN RATHER THAN FILE THE WRONG KIND OF RETURN.
           IF WS-PARM-KEY = "MODE"
               IF WS-PARM-VAL = "ORIGINAL" OR WS-PARM-VAL = "CORRECT"
                   MOVE WS-PARM-VAL TO WS-RUN-MODE
               ELSE
                   DISPLAY "INTEREST-TAX: *** ERROR - MODE= MUST BE "
                       "ORIGINAL OR CORRECT ***"
                   SET WS-PARM-ERROR TO TRUE
               END-IF
               GO TO APPLY-ONE-RUN-TOKEN-EXIT
           END-IF

           UNSTRING WS-PARM-VAL DELIMITED BY SPACE
               INTO WS-PARM-NUMBER-TEXT
           INSPECT WS-PARM-NUMBER-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-PARM-NUMBER-TEXT NOT NUMERIC
               DISPLAY "INTEREST-TAX: *** ERROR - "
                   WS-PARM-KEY " value not numeric ***"
               SET WS-PARM-ERROR TO TRUE
               GO TO APPLY-ONE-RUN-TOKEN-EXIT
           END-IF
           MOVE WS-PARM-NUMBER-TEXT TO WS-PARM-NUMBER

           EVALUATE WS-PARM-KEY
               WHEN "YEAR"
                   MOVE WS-PARM-NUMBER TO WS-TAX-YEAR
               WHEN "MIN"
                   MOVE WS-PARM-NUMBER TO WS-MINIMUM-AMOUNT
               WHEN OTHER
                   DISPLAY "INTEREST-TAX: *** WARNING - unknown "
                       "parameter " WS-PARM-KEY " ignored ***"
           END-EVALUATE.

       APPLY-ONE-RUN-TOKEN-EXIT.
           EXIT.

       READ-CONTROL-CARDS.
           OPEN INPUT TAXCTLFILE
           IF WS-TAXCTL-STATUS NOT = "00"
               DISPLAY "INTEREST-TAX: Control cards not available, "
                   "status: " WS-TAXCTL-STATUS
               GO TO READ-CONTROL-CARDS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM READ-ONE-CONTROL-CARD
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE TAXCTLFILE.

       READ-CONTROL-CARDS-EXIT.
           EXIT.

       READ-ONE-CONTROL-CARD.
           READ TAXCTLFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   EVALUATE TCL-KEYWORD
                       WHEN "PAYER"
                           MOVE TCL-PAYER-ID TO WS-PAYER-ID
                           MOVE TCL-PAYER-NAME TO WS-PAYER-NAME
                       WHEN "REASON"
                           MOVE TCL-REASON-CODE TO WS-ADD-REASON
                           PERFORM ADD-INTEREST-REASON
                               THRU ADD-INTEREST-REASON-EXIT
                       WHEN OTHER
                           IF TAXCTL-RECORD(1:1) NOT = "*"
                               ADD 1 TO WS-CARDS-REJECTED
                               DISPLAY "INTEREST-TAX: *** WARNING - "
                                   "control card not recognized: "
                                   TCL-KEYWORD " ***"
                           END-IF
                   END-EVALUATE
           END-READ.

       LOAD-INTEREST-REASONS.
           OPEN INPUT RATEFILE
           IF WS-RATEFILE-STATUS NOT = "00"
               DISPLAY "INTEREST-TAX: *** WARNING - rate table not "
                   "available, status " WS-RATEFILE-STATUS
                   " - control card reason codes only ***"
               GO TO LOAD-INTEREST-REASONS-EXIT
           END-IF

           PERFORM LOAD-ONE-RATE
               UNTIL WS-RATE-EOF-FLAG = 'Y'
           CLOSE RATEFILE.

       LOAD-INTEREST-REASONS-EXIT.
           EXIT.

       LOAD-ONE-RATE.
           READ RATEFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-FLAG
               NOT AT END
                   IF RATE-IS-INTEREST
                       MOVE RATE-REASON-CODE TO WS-ADD-REASON
                       PERFORM ADD-INTEREST-REASON
                           THRU ADD-INTEREST-REASON-EXIT
                   END-IF
           END-READ.

       ADD-INTEREST-REASON.
           IF WS-ADD-REASON = SPACES
               GO TO ADD-INTEREST-REASON-EXIT
           END-IF
           PERFORM FIND-INTEREST-REASON
               THRU FIND-INTEREST-REASON-EXIT
           IF WS-RSN-FOUND
               GO TO ADD-INTEREST-REASON-EXIT
           END-IF
           IF WS-RSN-COUNT >= 100
               DISPLAY "INTEREST-TAX: *** WARNING - reason table "
                   "full - code " WS-ADD-REASON " ignored ***"
               GO TO ADD-INTEREST-REASON-EXIT
           END-IF
           ADD 1 TO WS-RSN-COUNT
           MOVE WS-ADD-REASON TO WS-RSN-ENT-CODE (WS-RSN-COUNT).

       ADD-INTEREST-REASON-EXIT.
           EXIT.

       FIND-INTEREST-REASON.
           MOVE 'N' TO WS-RSN-FOUND-SW
           PERFORM TEST-ONE-REASON
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > WS-RSN-COUNT
                  OR WS-RSN-FOUND.

       FIND-INTEREST-REASON-EXIT.
           EXIT.

       TEST-ONE-REASON.
           IF WS-RSN-ENT-CODE (WS-RSN-SUB) = WS-ADD-REASON
               SET WS-RSN-FOUND TO TRUE
           END-IF.

      *================================================================
      *  AN ORIGINAL FILING IS MADE ONCE PER YEAR - THE YEAR MUST NOT
      *  BE ON TAXHIST YET. A CORRECTIONS RUN NEEDS THE ORIGINAL
      *  FILING TO CORRECT.
      *================================================================
       CHECK-YEAR-ON-HISTORY.
           MOVE WS-TAX-YEAR-X TO TAXH-YEAR
           MOVE LOW-VALUES TO TAXH-ACCOUNT
           MOVE 'N' TO WS-EOF-FLAG
           START TAXHISTFILE KEY IS NOT LESS THAN TAXH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           IF WS-EOF-FLAG NOT = 'Y'
               READ TAXHISTFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-IF
           IF WS-EOF-FLAG NOT = 'Y'
               AND TAXH-YEAR NOT = WS-TAX-YEAR-X
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF

           IF WS-ORIGINAL-RUN AND WS-EOF-FLAG NOT = 'Y'
               DISPLAY "INTEREST-TAX: *** ERROR - TAX YEAR "
                   WS-TAX-YEAR-X " HAS ALREADY BEEN FILED - USE "
                   "MODE=CORRECT ***"
               SET WS-PARM-ERROR TO TRUE
           END-IF
           IF WS-CORRECTION-RUN AND WS-EOF-FLAG = 'Y'
               DISPLAY "INTEREST-TAX: *** ERROR - NO ORIGINAL FILING "
                   "ON TAXHIST FOR TAX YEAR " WS-TAX-YEAR-X " ***"
               SET WS-PARM-ERROR TO TRUE
           END-IF.

       CHECK-YEAR-ON-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE EXCHANGE RATES FOR THE TAX YEAR - THOSE IN FORCE ON ITS
      *  FIRST DAY, AND EVERY RATE DATED INSIDE IT, SO EACH POSTING
      *  PRICES AT ITS OWN DAY'S RATE.
      *----------------------------------------------------------------
       OPEN-FX-REFERENCE.
           MOVE SPACES TO FXW-AS-OF-DATE
           STRING WS-TAX-YEAR-X "0101"
               DELIMITED BY SIZE INTO FXW-AS-OF-DATE
           PERFORM LOAD-FX-RATES THRU LOAD-FX-RATES-EXIT
           IF FXW-FILE-MISSING
               DISPLAY "INTEREST-TAX: Exchange rate file not "
                   "available - only base-currency postings price"
               GO TO OPEN-FX-REFERENCE-EXIT
           END-IF
           MOVE SPACES TO FXH-TO-DATE
           STRING WS-TAX-YEAR-X "1231"
               DELIMITED BY SIZE INTO FXH-TO-DATE
           PERFORM LOAD-FX-HISTORY THRU LOAD-FX-HISTORY-EXIT
           DISPLAY "INTEREST-TAX: Exchange rates loaded: "
               FXW-RATE-COUNT " OPENING, " FXH-COUNT " IN YEAR".

       OPEN-FX-REFERENCE-EXIT.
           EXIT.

      *================================================================
      *  ONE AUDIT-HISTORY RECORD. THE FILE IS IN ACCOUNT ORDER, SO A
      *  CHANGE OF ACCOUNT CLOSES OFF THE PREVIOUS ONE. ONLY CHANGES
      *  TIMESTAMPED IN THE TAX YEAR COUNT.
      *================================================================
       SWEEP-AUDIT-HISTORY.
           READ AUDMASTFILE NEXT RECORD
               AT END
                   SET WS-AUD-EOF TO TRUE
                   GO TO SWEEP-AUDIT-HISTORY-EXIT
           END-READ
           ADD 1 TO WS-AUDIT-RECORDS-READ

           IF AUDH-ACCT-KEY NOT = WS-CURR-ACCOUNT
               IF WS-CURR-ACCOUNT NOT = SPACES
                   PERFORM FINISH-ACCOUNT THRU FINISH-ACCOUNT-EXIT
               END-IF
               MOVE AUDH-ACCT-KEY TO WS-CURR-ACCOUNT
               MOVE SPACES TO WS-CURR-BRANCH
               MOVE 0 TO WS-ACCT-INTEREST
               MOVE 0 TO WS-ACCT-POSTINGS
               MOVE 'N' TO WS-LAST-INT-SW
               MOVE 0 TO WS-LAST-INT-BASE
           END-IF

           IF AUDH-TIMESTAMP(1:4) NOT = WS-TAX-YEAR-X
               OR AUDH-TRAN-TYPE NOT = "C"
               GO TO SWEEP-AUDIT-HISTORY-EXIT
           END-IF

           MOVE AUDH-OLD-AMOUNT TO WS-OLD-AMOUNT
           MOVE AUDH-NEW-AMOUNT TO WS-NEW-AMOUNT

           IF AUDH-REASON-CODE = "BKOU"
               IF WS-LAST-INT-HELD
                   AND WS-OLD-AMOUNT = WS-LAST-INT-NEW
                   AND WS-NEW-AMOUNT = WS-LAST-INT-OLD
                   SUBTRACT WS-LAST-INT-BASE FROM WS-ACCT-INTEREST
                   MOVE 'N' TO WS-LAST-INT-SW
                   ADD 1 TO WS-BACKOUTS-NETTED
               END-IF
               GO TO SWEEP-AUDIT-HISTORY-EXIT
           END-IF

           MOVE AUDH-REASON-CODE TO WS-ADD-REASON
           PERFORM FIND-INTEREST-REASON
               THRU FIND-INTEREST-REASON-EXIT
           IF NOT WS-RSN-FOUND
               GO TO SWEEP-AUDIT-HISTORY-EXIT
           END-IF

      *    THE POSTING'S BASE EQUIVALENT AT THE RATE IN FORCE THE
      *    DAY IT WAS POSTED. SPACES ARE THE BASE CURRENCY.
           MOVE AUDH-CURRENCY TO FXW-CURRENCY
           IF FXW-CURRENCY = SPACES
               MOVE FXW-BASE-CURRENCY TO FXW-CURRENCY
           END-IF
           COMPUTE FXW-AMOUNT = WS-NEW-AMOUNT - WS-OLD-AMOUNT
           MOVE AUDH-TIMESTAMP (1:8) TO FXH-ON-DATE
           PERFORM CONVERT-TO-BASE-ON THRU CONVERT-TO-BASE-ON-EXIT
           IF NOT FXW-FOUND
               ADD 1 TO WS-FX-UNPRICED
               DISPLAY "INTEREST-TAX: *** ERROR - no exchange rate "
                   "for " FXW-CURRENCY " on or before "
                   FXH-ON-DATE " - account " AUDH-ACCT-KEY " ***"
           END-IF

           ADD FXW-BASE-AMOUNT TO WS-ACCT-INTEREST
           ADD 1 TO WS-ACCT-POSTINGS
           ADD 1 TO WS-INTEREST-POSTINGS
           MOVE WS-OLD-AMOUNT TO WS-LAST-INT-OLD
           MOVE WS-NEW-AMOUNT TO WS-LAST-INT-NEW
           MOVE FXW-BASE-AMOUNT TO WS-LAST-INT-BASE
           SET WS-LAST-INT-HELD TO TRUE
           MOVE AUDH-BRANCH TO WS-CURR-BRANCH.

       SWEEP-AUDIT-HISTORY-EXIT.
           EXIT.

      *================================================================
      *  ONE ACCOUNT TOTALLED. AN ACCOUNT WITH NO INTEREST POSTINGS IN
      *  THE YEAR HAS NOTHING TO REPORT. NET NEGATIVE INTEREST (MORE
      *  REVERSED THAN CREDITED) IS REPORTED AS NONE AND FLAGGED.
      *================================================================
       FINISH-ACCOUNT.
           IF WS-ACCT-POSTINGS = 0
               GO TO FINISH-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNTS-WITH-INT

           IF WS-ACCT-INTEREST < 0
               ADD 1 TO WS-NEGATIVE-COUNT
               MOVE WS-ACCT-INTEREST TO WS-AMOUNT-DISPLAY
               DISPLAY "INTEREST-TAX: *** WARNING - net negative "
                   "interest " WS-AMOUNT-DISPLAY " on account "
                   WS-CURR-ACCOUNT " - reported as none ***"
               MOVE 0 TO WS-ACCT-INTEREST
           END-IF

           PERFORM GET-RECIPIENT THRU GET-RECIPIENT-EXIT

           IF WS-CORRECTION-RUN
               PERFORM FILE-CORRECTION THRU FILE-CORRECTION-EXIT
           ELSE
               PERFORM FILE-ORIGINAL THRU FILE-ORIGINAL-EXIT
           END-IF.

       FINISH-ACCOUNT-EXIT.
           EXIT.

       GET-RECIPIENT.
           MOVE SPACES TO WS-RECIP-NAME WS-RECIP-ADDR-LINE1
                          WS-RECIP-ADDR-LINE2 WS-RECIP-POSTCODE

           IF WS-CUSTFILE-ON
               MOVE WS-CURR-ACCOUNT TO CUST-KEY
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

      *    THE MASTER SUPPLIES THE CURRENT BRANCH, AND THE NAME WHEN
      *    THERE IS NO CUSTOMER DETAIL. AN ACCOUNT SINCE ARCHIVED
      *    KEEPS THE BRANCH OF ITS LAST INTEREST POSTING.
           IF WS-MASTER-ON
               MOVE WS-CURR-ACCOUNT TO MAST-KEY
               READ MASTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MAST-BRANCH TO WS-CURR-BRANCH
                       IF WS-RECIP-NAME = SPACES
                           MOVE MAST-NAME TO WS-RECIP-NAME
                       END-IF
               END-READ
           END-IF.

       GET-RECIPIENT-EXIT.
           EXIT.

      *================================================================
      *  THE ORIGINAL FILING - EVERY ACCOUNT AT OR OVER THE MINIMUM.
      *================================================================
       FILE-ORIGINAL.
           IF WS-ACCT-INTEREST < WS-MINIMUM-AMOUNT
               ADD 1 TO WS-BELOW-MINIMUM
               GO TO FILE-ORIGINAL-EXIT
           END-IF

           MOVE 'N' TO WS-CORRECTED-SW
           MOVE 0 TO WS-PRIOR-INTEREST
           PERFORM ISSUE-RETURN THRU ISSUE-RETURN-EXIT
           ADD 1 TO WS-ORIGINALS-FILED

           PERFORM BUILD-HISTORY-RECORD
           WRITE TAX-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "INTEREST-TAX: *** ERROR - TAXHIST WRITE "
                       "FAILED FOR ACCOUNT " WS-CURR-ACCOUNT
                       ", STATUS: " WS-TAXHIST-STATUS " ***"
           END-WRITE.

       FILE-ORIGINAL-EXIT.
           EXIT.

      *================================================================
      *  A CORRECTIONS RUN. AN ACCOUNT ALREADY FILED IS RE-ISSUED ONLY
      *  WHEN ITS AMOUNT, NAME OR ADDRESS DIFFERS FROM WHAT TAXHIST
      *  SAYS WAS LAST FILED - EVEN WHEN THE NEW AMOUNT IS UNDER THE
      *  MINIMUM, SINCE THE FILED AMOUNT MUST STILL BE PUT RIGHT. AN
      *  ACCOUNT NEVER FILED IS FILED NOW, AS AN ORIGINAL, IF IT HAS
      *  REACHED THE MINIMUM.
      *================================================================
       FILE-CORRECTION.
           MOVE WS-TAX-YEAR-X TO TAXH-YEAR
           MOVE WS-CURR-ACCOUNT TO TAXH-ACCOUNT
           READ TAXHISTFILE
               INVALID KEY
                   PERFORM FILE-LATE-ORIGINAL
                       THRU FILE-LATE-ORIGINAL-EXIT
                   GO TO FILE-CORRECTION-EXIT
           END-READ

           IF TAXH-INTEREST = WS-ACCT-INTEREST
               AND TAXH-NAME = WS-RECIP-NAME
               AND TAXH-ADDR-LINE1 = WS-RECIP-ADDR-LINE1
               AND TAXH-ADDR-LINE2 = WS-RECIP-ADDR-LINE2
               AND TAXH-POSTCODE = WS-RECIP-POSTCODE
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO FILE-CORRECTION-EXIT
           END-IF

           SET WS-CORRECTED-RETURN TO TRUE
           MOVE TAXH-INTEREST TO WS-PRIOR-INTEREST
           PERFORM ISSUE-RETURN THRU ISSUE-RETURN-EXIT
           ADD 1 TO WS-CORRECTIONS-FILED

           MOVE WS-CURR-BRANCH TO TAXH-BRANCH
           MOVE WS-RECIP-NAME TO TAXH-NAME
           MOVE WS-RECIP-ADDR-LINE1 TO TAXH-ADDR-LINE1
           MOVE WS-RECIP-ADDR-LINE2 TO TAXH-ADDR-LINE2
           MOVE WS-RECIP-POSTCODE TO TAXH-POSTCODE
           MOVE WS-ACCT-INTEREST TO TAXH-INTEREST
           SET TAXH-CORRECTED TO TRUE
           MOVE WS-BUSINESS-DATE-X TO TAXH-CORR-DATE
           ADD 1 TO TAXH-CORR-COUNT
           REWRITE TAX-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "INTEREST-TAX: *** ERROR - TAXHIST "
                       "REWRITE FAILED FOR ACCOUNT " WS-CURR-ACCOUNT
                       ", STATUS: " WS-TAXHIST-STATUS " ***"
           END-REWRITE.

       FILE-CORRECTION-EXIT.
           EXIT.

       FILE-LATE-ORIGINAL.
           IF WS-ACCT-INTEREST < WS-MINIMUM-AMOUNT
               ADD 1 TO WS-BELOW-MINIMUM
               GO TO FILE-LATE-ORIGINAL-EXIT
           END-IF

           MOVE 'N' TO WS-CORRECTED-SW
           MOVE 0 TO WS-PRIOR-INTEREST
           PERFORM ISSUE-RETURN THRU ISSUE-RETURN-EXIT
           ADD 1 TO WS-LATE-ORIGINALS

           PERFORM BUILD-HISTORY-RECORD
           WRITE TAX-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "INTEREST-TAX: *** ERROR - TAXHIST WRITE "
                       "FAILED FOR ACCOUNT " WS-CURR-ACCOUNT
                       ", STATUS: " WS-TAXHIST-STATUS " ***"
           END-WRITE.

       FILE-LATE-ORIGINAL-EXIT.
           EXIT.

       BUILD-HISTORY-RECORD.
           MOVE SPACES TO TAX-HISTORY-RECORD
           MOVE WS-TAX-YEAR-X TO TAXH-YEAR
           MOVE WS-CURR-ACCOUNT TO TAXH-ACCOUNT
           MOVE WS-CURR-BRANCH TO TAXH-BRANCH
           MOVE WS-RECIP-NAME TO TAXH-NAME
           MOVE WS-RECIP-ADDR-LINE1 TO TAXH-ADDR-LINE1
           MOVE WS-RECIP-ADDR-LINE2 TO TAXH-ADDR-LINE2
           MOVE WS-RECIP-POSTCODE TO TAXH-POSTCODE
           MOVE WS-ACCT-INTEREST TO TAXH-INTEREST
           MOVE WS-ACCT-INTEREST TO TAXH-ORIG-INTEREST
           SET TAXH-ORIGINAL TO TRUE
           MOVE WS-BUSINESS-DATE-X TO TAXH-FILED-DATE
           MOVE 0 TO TAXH-CORR-COUNT.

      *================================================================
      *  ONE RETURN - THE FILING DETAIL RECORD AND THE RECIPIENT FORM.
      *================================================================
       ISSUE-RETURN.
           MOVE WS-TAX-YEAR-X TO TXF-DTL-TAX-YEAR
           MOVE WS-CURR-ACCOUNT TO TXF-DTL-ACCOUNT
           IF WS-CORRECTED-RETURN
               MOVE "C" TO TXF-DTL-CORR-IND
           ELSE
               MOVE SPACE TO TXF-DTL-CORR-IND
           END-IF
           MOVE WS-CURR-BRANCH TO TXF-DTL-BRANCH
           MOVE WS-RECIP-NAME TO TXF-DTL-NAME
           MOVE WS-RECIP-ADDR-LINE1 TO TXF-DTL-ADDR-LINE1
           MOVE WS-RECIP-ADDR-LINE2 TO TXF-DTL-ADDR-LINE2
           MOVE WS-RECIP-POSTCODE TO TXF-DTL-POSTCODE
           MOVE WS-ACCT-INTEREST TO TXF-DTL-INTEREST
           MOVE WS-PRIOR-INTEREST TO TXF-DTL-PRIOR
           MOVE TXF-DETAIL-RECORD TO TAXFILE-RECORD
           WRITE TAXFILE-RECORD

           ADD 1 TO WS-RETURNS-FILED
           ADD WS-ACCT-INTEREST TO WS-FILED-TOTAL
           IF WS-RECIP-ADDR-LINE1 = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               DISPLAY "INTEREST-TAX: *** WARNING - no address for "
                   "recipient on account " WS-CURR-ACCOUNT " ***"
           END-IF

           PERFORM PRINT-RECIPIENT-FORM.

       ISSUE-RETURN-EXIT.
           EXIT.

       PRINT-RECIPIENT-FORM.
           MOVE WS-FORM-RULE-LINE TO TAXFORM-LINE
           WRITE TAXFORM-LINE

           IF WS-CORRECTED-RETURN
               MOVE "CORRECTED" TO WF-CORRECTED
           ELSE
               MOVE SPACES TO WF-CORRECTED
           END-IF
           MOVE WS-TAX-YEAR-X TO WF-TAX-YEAR
           MOVE WS-FORM-TITLE-LINE TO TAXFORM-LINE
           WRITE TAXFORM-LINE
           MOVE SPACES TO TAXFORM-LINE
           WRITE TAXFORM-LINE

           MOVE WS-PAYER-ID TO WF-PAYER-ID
           MOVE WS-PAYER-NAME TO WF-PAYER-NAME
           MOVE WS-FORM-PAYER-LINE TO TAXFORM-LINE
           WRITE TAXFORM-LINE
           MOVE SPACES TO TAXFORM-LINE
           WRITE TAXFORM-LINE

           MOVE "RECIPIENT" TO WF-LABEL
           MOVE WS-FORM-LABEL-LINE TO TAXFORM-LINE
           WRITE TAXFORM-LINE
           MOVE WS-RECIP-NAME TO WF-ADDRESS-TEXT
           MOVE WS-FORM-ADDRESS-LINE TO TAXFORM-LINE
           WRITE TAXFORM-LINE
           MOVE WS-RECIP-ADDR-LINE1 TO WF-ADDRESS-TEXT
           MOVE WS-FORM-ADDRESS-LINE TO TAXFORM-LINE
           WRITE TAXFORM-LINE
           MOVE WS-RECIP-ADDR-LINE2 TO WF-ADDRESS-TEXT
           MOVE WS-FORM-ADDRESS-LINE TO TAXFORM-LINE
           WRITE TAXFORM-LINE
           MOVE WS-RECIP-POSTCODE TO WF-ADDRESS-TEXT
           MOVE WS-FORM-ADDRESS-LINE TO TAXFORM-LINE
           WRITE TAXFORM-LINE
           MOVE SPACES TO TAXFORM-LINE
           WRITE TAXFORM-LINE

           MOVE WS-CURR-ACCOUNT TO WF-ACCOUNT
           MOVE WS-CURR-BRANCH TO WF-BRANCH
           MOVE WS-FORM-ACCOUNT-LINE TO TAXFORM-LINE
           WRITE TAXFORM-LINE

           MOVE "INTEREST PAID IN THE TAX YEAR" TO WF-AMOUNT-LABEL
           MOVE WS-ACCT-INTEREST TO WF-AMOUNT
           MOVE WS-FORM-AMOUNT-LINE TO TAXFORM-LINE
           WRITE TAXFORM-LINE
           IF WS-CORRECTED-RETURN
               MOVE "AMOUNT PREVIOUSLY REPORTED" TO WF-AMOUNT-LABEL
               MOVE WS-PRIOR-INTEREST TO WF-AMOUNT
               MOVE WS-FORM-AMOUNT-LINE TO TAXFORM-LINE
               WRITE TAXFORM-LINE
           END-IF

           MOVE WS-FORM-RULE-LINE TO TAXFORM-LINE
           WRITE TAXFORM-LINE
           MOVE SPACES TO TAXFORM-LINE
           WRITE TAXFORM-LINE.

       WRITE-FILING-HEADER.
           MOVE WS-TAX-YEAR-X TO TXF-HDR-TAX-YEAR
           MOVE WS-PAYER-ID TO TXF-HDR-PAYER-ID
           MOVE WS-PAYER-NAME TO TXF-HDR-PAYER-NAME
           IF WS-CORRECTION-RUN
               MOVE "C" TO TXF-HDR-RUN-KIND
           ELSE
               MOVE "O" TO TXF-HDR-RUN-KIND
           END-IF
           MOVE WS-BUSINESS-DATE-X TO TXF-HDR-RUN-DATE
           MOVE TXF-HEADER-RECORD TO TAXFILE-RECORD
           WRITE TAXFILE-RECORD.

       WRITE-FILING-TRAILER.
           MOVE WS-TAX-YEAR-X TO TXF-TRL-TAX-YEAR
           MOVE WS-RETURNS-FILED TO TXF-TRL-COUNT
           MOVE WS-FILED-TOTAL TO TXF-TRL-TOTAL
           MOVE TXF-TRAILER-RECORD TO TAXFILE-RECORD
           WRITE TAXFILE-RECORD.

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
               DISPLAY "INTEREST-TAX: *** WARNING - "
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
      *  EXCHANGE-RATE HISTORY (SEE THE FXHWRK COPYBOOK). TABLES
      *  EVERY RATE DATED AFTER FXW-AS-OF-DATE UP TO AND INCLUDING
      *  FXH-TO-DATE. FXRATE IS KEYED DATE THEN CURRENCY, SO THE
      *  TABLE IS IN THAT ORDER TOO.
      *================================================================
       LOAD-FX-HISTORY.
           MOVE 0 TO FXH-COUNT
           MOVE 0 TO FXH-DROPPED-COUNT
           MOVE "N" TO FXW-EOF-SW
           OPEN INPUT FXRATEFILE
           IF FXW-STATUS NOT = "00"
               GO TO LOAD-FX-HISTORY-EXIT
           END-IF
           MOVE FXW-AS-OF-DATE TO FXR-DATE
           MOVE HIGH-VALUES TO FXR-CURRENCY
           START FXRATEFILE KEY IS GREATER THAN FXR-KEY
               INVALID KEY
                   MOVE "Y" TO FXW-EOF-SW
           END-START
           PERFORM LOAD-ONE-FX-HISTORY THRU LOAD-ONE-FX-HISTORY-EXIT
               UNTIL FXW-EOF
           CLOSE FXRATEFILE
           IF FXH-DROPPED-COUNT > 0
               DISPLAY "INTEREST-TAX: *** WARNING - "
                   FXH-DROPPED-COUNT " RATES BEYOND THE HISTORY "
                   "TABLE'S 5000 NOT LOADED ***"
           END-IF.

       LOAD-FX-HISTORY-EXIT.
           EXIT.

       LOAD-ONE-FX-HISTORY.
           READ FXRATEFILE NEXT RECORD
               AT END
                   MOVE "Y" TO FXW-EOF-SW
                   GO TO LOAD-ONE-FX-HISTORY-EXIT
           END-READ
           IF FXR-DATE > FXH-TO-DATE
               MOVE "Y" TO FXW-EOF-SW
               GO TO LOAD-ONE-FX-HISTORY-EXIT
           END-IF
           IF FXH-COUNT NOT < 5000
               ADD 1 TO FXH-DROPPED-COUNT
               GO TO LOAD-ONE-FX-HISTORY-EXIT
           END-IF
           ADD 1 TO FXH-COUNT
           MOVE FXR-DATE TO FXH-ENT-DATE (FXH-COUNT)
           MOVE FXR-CURRENCY TO FXH-ENT-CURRENCY (FXH-COUNT)
           MOVE FXR-RATE TO FXH-ENT-RATE (FXH-COUNT).

       LOAD-ONE-FX-HISTORY-EXIT.
           EXIT.

      *    THE LATEST RATE ON OR BEFORE FXH-ON-DATE. A HALVING SEARCH
      *    FINDS THE LAST ENTRY DATED NO LATER THAN THAT DAY, AND THE
      *    SCAN BACK FROM THERE STOPS AT THE FIRST ENTRY FOR THE
      *    CURRENCY. A CURRENCY WITH NO RATE IN THE PERIOD BY THEN
      *    TAKES ITS OPENING RATE.
       LOOK-UP-FX-RATE-ON.
           MOVE "N" TO FXW-FOUND-SW
           MOVE 0 TO FXW-RATE
           MOVE SPACES TO FXW-RATE-DATE
           IF FXW-CURRENCY = SPACES
               OR FXW-CURRENCY = FXW-BASE-CURRENCY
               MOVE "Y" TO FXW-FOUND-SW
               MOVE 1 TO FXW-RATE
               MOVE FXH-ON-DATE TO FXW-RATE-DATE
               GO TO LOOK-UP-FX-RATE-ON-EXIT
           END-IF
           MOVE 0 TO FXH-POS
           MOVE 1 TO FXH-LOW
           MOVE FXH-COUNT TO FXH-HIGH
           PERFORM HALVE-FX-HISTORY
               UNTIL FXH-LOW > FXH-HIGH
           PERFORM SCAN-FX-HISTORY
               VARYING FXH-SUB FROM FXH-POS BY -1
               UNTIL FXH-SUB < 1 OR FXW-FOUND
           IF NOT FXW-FOUND
               PERFORM LOOK-UP-FX-RATE THRU LOOK-UP-FX-RATE-EXIT
           END-IF.

       LOOK-UP-FX-RATE-ON-EXIT.
           EXIT.

       HALVE-FX-HISTORY.
           COMPUTE FXH-MID = (FXH-LOW + FXH-HIGH) / 2
           IF FXH-ENT-DATE (FXH-MID) > FXH-ON-DATE
               COMPUTE FXH-HIGH = FXH-MID - 1
           ELSE
               MOVE FXH-MID TO FXH-POS
               COMPUTE FXH-LOW = FXH-MID + 1
           END-IF.

       SCAN-FX-HISTORY.
           IF FXH-ENT-CURRENCY (FXH-SUB) = FXW-CURRENCY
               MOVE "Y" TO FXW-FOUND-SW
               MOVE FXH-ENT-RATE (FXH-SUB) TO FXW-RATE
               MOVE FXH-ENT-DATE (FXH-SUB) TO FXW-RATE-DATE
           END-IF.

       CONVERT-TO-BASE-ON.
           PERFORM LOOK-UP-FX-RATE-ON THRU LOOK-UP-FX-RATE-ON-EXIT
           MOVE 0 TO FXW-BASE-AMOUNT
           IF FXW-FOUND
               COMPUTE FXW-BASE-AMOUNT ROUNDED =
                   FXW-AMOUNT * FXW-RATE
           END-IF.

       CONVERT-TO-BASE-ON-EXIT.
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
               DISPLAY "INTEREST-TAX: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "INTEREST-TAX" TO ALR-PROGRAM
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
