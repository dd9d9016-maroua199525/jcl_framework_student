       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-PROOF.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  SUBLEDGER-TO-GENERAL-LEDGER PROOF BY GL CONTROL ACCOUNT.
      *  GL-JOURNAL PROVES EACH NIGHT'S JOURNAL AGAINST DPCOUNT; THIS
      *  PROVES THE CONTROL ACCOUNTS THEMSELVES. THE GLCTL CARDS NAME
      *  THE GL ACCOUNTS (FROM THE GLMAP CARDS) THAT STAND FOR THE
      *  CUSTOMER BALANCES AND WHICH PRODUCTS EACH ONE CARRIES.
      *    1. THE NIGHT'S GLJRNL, ONCE IT PROVES (TRAILER COUNT AND
      *       TOTALS, DEBITS EQUAL CREDITS), IS ADDED INTO THE
      *       RUNNING CONTROL-ACCOUNT BALANCES ON GLCBAL (SEE
      *       GLBREC) BY THE BRANCH OF THE ACCOUNT EACH LINE CAME
      *       FROM. A JOURNAL ALREADY ADDED IS NOT ADDED AGAIN, SO A
      *       RERUN ONLY REPEATS THE PROOF.
      *    2. EACH CONTROL ACCOUNT AND BRANCH IS COMPARED WITH THE
      *       MATCHING ACTIVE MASTFILE TOTAL.
      *    3. AT MONTH END (PARM PERIOD=YYYYMMDD) EACH BRANCH'S
      *       CONTROL ACCOUNTS TOGETHER ARE ALSO COMPARED WITH ITS
      *       PERIOD-CLOSE SNAPFILE TOTAL, AND THE GRAND TOTAL WITH
      *       THE *ALL RECORD.
      *  A DIFFERENCE LARGER THAN THE TOLERANCE CARD IS FLAGGED ON
      *  GLPRPT AND ENDS THE STEP RC=4. RC=8 WHEN THE PROOF CANNOT BE
      *  MADE (NO CONTROL CARDS, A JOURNAL THAT DOES NOT PROVE, NO
      *  BALANCES TAKEN ON, NO SNAPSHOT FOR THE PERIOD).
      *  THE BALANCES ARE STARTED ONCE WITH PARM TAKEON=YYYYMMDD,
      *  WHICH TAKES THEM FROM THE MASTER AS IT STANDS AFTER THAT
      *  BUSINESS DATE'S POSTING; THE FIRST JOURNAL ADDED IS THE
      *  NEXT ONE AFTER IT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLJRNLFILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.
           SELECT GLCTLFILE ASSIGN TO "GLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCTL-STATUS.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT GLCBALFILE ASSIGN TO "GLCBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLCBAL-STATUS.
           SELECT SNAPFILE ASSIGN TO "SNAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAPFILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT GLPRPTFILE ASSIGN TO "GLPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROOFSORTFILE ASSIGN TO "SORTWK".
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE GL-JOURNAL OUTPUT - SAME LAYOUT AS WRITTEN THERE.
       FD  GLJRNLFILE.
       01  GLJRNL-RECORD.
           05  JRN-REC-TYPE        PIC X(01).
           05  FILLER              PIC X(01).
           05  JRN-DATE            PIC 9(08).
           05  FILLER              PIC X(01).
           05  JRN-DRCR            PIC X(02).
           05  FILLER              PIC X(01).
           05  JRN-GL-ACCOUNT      PIC X(08).
           05  FILLER              PIC X(01).
           05  JRN-AMOUNT          PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  JRN-SOURCE-KEY      PIC X(10).
           05  FILLER              PIC X(01).
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
           05  JRT-DATE            PIC 9(08).
           05  FILLER              PIC X(01).
           05  JRT-LINE-COUNT      PIC 9(07).
           05  FILLER              PIC X(01).
           05  JRT-DEBIT-TOTAL     PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  JRT-CREDIT-TOTAL    PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  JRT-BASE-DEBIT-TOTAL PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  JRT-BASE-CREDIT-TOTAL PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.

      *================================================================
      *  GL CONTROL CARDS - MAINTAINED BY THE GL TEAM BESIDE GLMAP.
      *    C  A CONTROL ACCOUNT: THE GL ACCOUNT, THE PRODUCT CODE
      *       WHOSE BALANCES IT CARRIES (BLANK FOR EVERY PRODUCT NOT
      *       NAMED ON ANOTHER CARD) AND THE SIDE - CR OR DR - IT
      *       TAKES WHEN A MASTER BALANCE GOES UP (BLANK MEANS CR,
      *       A DEPOSIT LIABILITY). ONE ACCOUNT MAY HAVE A CARD PER
      *       PRODUCT.
      *    T  THE TOLERANCE: THE LARGEST DIFFERENCE, EITHER WAY,
      *       ACCEPTED WITHOUT FAILING THE STEP (ZERO IF NO CARD).
      *================================================================
       FD  GLCTLFILE.
       01  GLCTL-RECORD.
           05  GLC-CARD-TYPE       PIC X(01).
               88  GLC-IS-CONTROL              VALUE "C".
               88  GLC-IS-TOLERANCE            VALUE "T".
           05  FILLER              PIC X(01).
           05  GLC-GL-ACCOUNT      PIC X(08).
           05  FILLER              PIC X(01).
           05  GLC-PRODUCT         PIC X(04).
           05  FILLER              PIC X(01).
           05  GLC-SIDE            PIC X(02).
           05  FILLER              PIC X(62).
       01  GLCTL-TOLERANCE-CARD REDEFINES GLCTL-RECORD.
           05  FILLER              PIC X(02).
           05  GLC-TOLERANCE       PIC 9(07)V99.
           05  FILLER              PIC X(69).

       FD  MASTFILE.
           COPY "mastrec".

       FD  GLCBALFILE.
           COPY "glbrec".

       FD  SNAPFILE.
           COPY "snaprec".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  GLPRPTFILE.
       01  GLPRPT-LINE             PIC X(132).

       SD  PROOFSORTFILE.
       01  PROOF-SORT-RECORD.
           05  PRF-KEY-PART.
               10  PRF-ACCOUNT     PIC X(08).
               10  PRF-BRANCH      PIC X(04).
           05  PRF-GL-AMOUNT       PIC S9(11)V99.
           05  PRF-MASTER-AMOUNT   PIC S9(11)V99.

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GLJRNL-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-GLCTL-STATUS         PIC X(2)    VALUE SPACES.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-GLCBAL-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-SNAPFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-SORT-EOF-SW          PIC X       VALUE 'N'.
           88  WS-SORT-EOF                     VALUE 'Y'.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.

       01  WS-PARM-STRING          PIC X(80)   VALUE SPACES.
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN            PIC X(30)   OCCURS 2 TIMES
                                    VALUE SPACES.
       01  WS-TOKEN-IDX            PIC 9(2)    VALUE 0.
       01  WS-KEY-PART             PIC X(20)   VALUE SPACES.
       01  WS-VAL-PART             PIC X(20)   VALUE SPACES.
       01  WS-PERIOD-END           PIC 9(8)    VALUE 0.
       01  WS-TAKEON-DATE          PIC 9(8)    VALUE 0.

       01  WS-REFUSED-SW           PIC X       VALUE 'N'.
           88  WS-REFUSED                      VALUE 'Y'.
       01  WS-PERIOD-REFUSED-SW    PIC X       VALUE 'N'.
           88  WS-PERIOD-REFUSED               VALUE 'Y'.
       01  WS-REFUSE-TEXT          PIC X(60)   VALUE SPACES.

      *----------------------------------------------------------------
      *  HOW FAR THE RUNNING BALANCES GO (THE *POSTED* RECORD).
      *----------------------------------------------------------------
       01  WS-POSTED-SW            PIC X       VALUE 'N'.
           88  WS-POSTED-FOUND                 VALUE 'Y'.
       01  WS-POSTED-DATE          PIC 9(8)    VALUE 0.
       01  WS-POSTED-TAKEON        PIC X(8)    VALUE SPACES.

      *----------------------------------------------------------------
      *  THE LOADED CONTROL CARDS.
      *----------------------------------------------------------------
       01  WS-CTL-COUNT            PIC 9(3)    VALUE 0.
       01  WS-CTL-SUB              PIC 9(3)    VALUE 0.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY        OCCURS 50 TIMES.
               10  WS-CTL-ACCOUNT      PIC X(8).
               10  WS-CTL-PRODUCT      PIC X(4).
               10  WS-CTL-SIDE         PIC X(2).
       01  WS-CTL-FOUND-SW         PIC X       VALUE 'N'.
           88  WS-CTL-FOUND                    VALUE 'Y'.
       01  WS-MATCH-PRODUCT        PIC X(4)    VALUE SPACES.
       01  WS-HIT-ACCOUNT          PIC X(8)    VALUE SPACES.
       01  WS-HIT-SIDE             PIC X(2)    VALUE SPACES.
       01  WS-NO-CONTROL-ACCOUNT   PIC X(8)    VALUE "*NONE*".
       01  WS-TOLERANCE            PIC 9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      *  JOURNAL PROOF AND POSTING.
      *----------------------------------------------------------------
       01  WS-TRAILER-SW           PIC X       VALUE 'N'.
           88  WS-TRAILER-SEEN                 VALUE 'Y'.
       01  WS-JRN-LINES            PIC 9(7)    VALUE 0.
       01  WS-JRN-DEBITS           PIC S9(11)V99 VALUE 0.
       01  WS-JRN-CREDITS          PIC S9(11)V99 VALUE 0.
       01  WS-JRN-DATE             PIC 9(8)    VALUE 0.
       01  WS-JRN-TRL-LINES        PIC 9(7)    VALUE 0.
       01  WS-JRN-TRL-DEBITS       PIC S9(11)V99 VALUE 0.
       01  WS-JRN-TRL-CREDITS      PIC S9(11)V99 VALUE 0.
       01  WS-LINES-POSTED         PIC 9(7)    VALUE 0.
       01  WS-UNKNOWN-SOURCE       PIC 9(7)    VALUE 0.
       01  WS-POST-ACCOUNT         PIC X(8)    VALUE SPACES.
       01  WS-POST-BRANCH          PIC X(4)    VALUE SPACES.
       01  WS-POST-AMOUNT          PIC S9(11)V99 VALUE 0.
       01  WS-POST-DATE            PIC X(8)    VALUE SPACES.

      *----------------------------------------------------------------
      *  PROOF ACCUMULATORS.
      *----------------------------------------------------------------
       01  WS-ACCOUNTS-READ        PIC 9(7)    VALUE 0.
       01  WS-NO-CONTROL-COUNT     PIC 9(7)    VALUE 0.
       01  WS-GRP-ACCOUNT          PIC X(8)    VALUE SPACES.
       01  WS-GRP-BRANCH           PIC X(4)    VALUE SPACES.
       01  WS-GRP-GL               PIC S9(11)V99 VALUE 0.
       01  WS-GRP-MASTER           PIC S9(11)V99 VALUE 0.
       01  WS-ACT-GL               PIC S9(11)V99 VALUE 0.
       01  WS-ACT-MASTER           PIC S9(11)V99 VALUE 0.
       01  WS-TOT-GL               PIC S9(11)V99 VALUE 0.
       01  WS-TOT-MASTER           PIC S9(11)V99 VALUE 0.
       01  WS-DIFFERENCE           PIC S9(11)V99 VALUE 0.
       01  WS-ABS-DIFFERENCE       PIC S9(11)V99 VALUE 0.
       01  WS-LINES-PROVED         PIC 9(5)    VALUE 0.
       01  WS-OUT-OF-BALANCE       PIC 9(5)    VALUE 0.

      *----------------------------------------------------------------
      *  EACH BRANCH'S CONTROL ACCOUNTS TOGETHER, FOR THE MONTH-END
      *  COMPARISON WITH THE SNAPSHOT.
      *----------------------------------------------------------------
       01  WS-BRT-COUNT            PIC 9(3)    VALUE 0.
       01  WS-BRT-SUB              PIC 9(3)    VALUE 0.
       01  WS-BRT-TABLE.
           05  WS-BRT-ENTRY        OCCURS 500 TIMES.
               10  WS-BRT-BRANCH       PIC X(4).
               10  WS-BRT-GL           PIC S9(11)V99.
               10  WS-BRT-SEEN-SW      PIC X(1).
       01  WS-BRT-FULL-SW          PIC X       VALUE 'N'.
           88  WS-BRT-FULL                     VALUE 'Y'.
       01  WS-LOOK-BRANCH          PIC X(4)    VALUE SPACES.
       01  WS-BRT-FOUND-SW         PIC X       VALUE 'N'.
           88  WS-BRT-FOUND                    VALUE 'Y'.
       01  WS-SNAP-BRANCHES        PIC 9(5)    VALUE 0.
       01  WS-SNAP-GRAND-SW        PIC X       VALUE 'N'.
           88  WS-SNAP-GRAND-SEEN              VALUE 'Y'.
       01  WS-SNAP-GRAND           PIC S9(11)V99 VALUE 0.
       01  WS-SNAP-GL-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-LINE-GL              PIC S9(11)V99 VALUE 0.
       01  WS-LINE-OTHER           PIC S9(11)V99 VALUE 0.

       01  WS-AMOUNT-DISPLAY       PIC -(11)9.99.

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(28)   VALUE
               "GL CONTROL ACCOUNT PROOF  ".
           05  FILLER              PIC X(14)   VALUE "BUSINESS DATE ".
           05  WG-BUSINESS-DATE    PIC 9(8).
           05  FILLER              PIC X(20)   VALUE
               "  JOURNALS THROUGH ".
           05  WG-POSTED-DATE      PIC 9(8).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(10)   VALUE "GL ACCT".
           05  FILLER              PIC X(6)    VALUE "BRCH".
           05  FILLER              PIC X(18)   VALUE
               "      GL BALANCE".
           05  FILLER              PIC X(18)   VALUE
               "    MASTER TOTAL".
           05  FILLER              PIC X(18)   VALUE
               "      DIFFERENCE".
           05  FILLER              PIC X(12)   VALUE "FLAG".

       01  WS-SNAP-HEADER-LINE.
           05  FILLER              PIC X(45)   VALUE
               "MONTH-END PROOF AGAINST PERIOD-CLOSE SNAPSHOT".
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WG-PERIOD-END       PIC 9(8).

       01  WS-SNAP-COLUMN-HEADING.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "BRCH".
           05  FILLER              PIC X(18)   VALUE
               "     GL CONTROLS".
           05  FILLER              PIC X(18)   VALUE
               "  SNAPSHOT TOTAL".
           05  FILLER              PIC X(18)   VALUE
               "      DIFFERENCE".
           05  FILLER              PIC X(12)   VALUE "FLAG".

       01  WS-RPT-DETAIL-LINE.
           05  WG-ACCOUNT          PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WG-BRANCH           PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WG-GL-AMOUNT        PIC -(11)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WG-OTHER-AMOUNT     PIC -(11)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WG-DIFFERENCE       PIC -(11)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WG-FLAG             PIC X(12).

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "GL-PROOF: Starting GL control account proof..."

           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT

           PERFORM LOAD-CONTROL-CARDS THRU LOAD-CONTROL-CARDS-EXIT
           IF WS-CTL-COUNT = 0
               DISPLAY "GL-PROOF: *** ERROR - NO GL CONTROL ACCOUNT "
                   "CARDS ON GLCTL - NOTHING TO PROVE ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS NOT = "00"
               DISPLAY "GL-PROOF: *** ERROR - MASTFILE OPEN "
                   "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN I-O GLCBALFILE
           IF WS-GLCBAL-STATUS = "35"
      *        FIRST-EVER RUN - CREATE THE BALANCE FILE RATHER THAN
      *        FAIL; IT STAYS EMPTY UNTIL THE TAKE-ON.
               OPEN OUTPUT GLCBALFILE
               CLOSE GLCBALFILE
               OPEN I-O GLCBALFILE
           END-IF
           IF WS-GLCBAL-STATUS NOT = "00"
               DISPLAY "GL-PROOF: *** ERROR - GLCBAL OPEN "
                   "FAILED, STATUS: " WS-GLCBAL-STATUS " ***"
               CLOSE MASTFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT GLPRPTFILE
           PERFORM READ-POSTED-CONTROL THRU READ-POSTED-CONTROL-EXIT

           IF WS-TAKEON-DATE NOT = 0
               PERFORM TAKE-ON-BALANCES THRU TAKE-ON-BALANCES-EXIT
           ELSE
               IF NOT WS-POSTED-FOUND
                   SET WS-REFUSED TO TRUE
                   MOVE "GL BALANCES NEVER TAKEN ON - RUN WITH TAKEON="
                       TO WS-REFUSE-TEXT
               ELSE
                   PERFORM ADD-NIGHTLY-JOURNAL
                       THRU ADD-NIGHTLY-JOURNAL-EXIT
               END-IF
           END-IF
           IF WS-REFUSED
               PERFORM REFUSE-RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER
           SORT PROOFSORTFILE
               ON ASCENDING KEY PRF-KEY-PART
               INPUT PROCEDURE IS GATHER-PROOF-AMOUNTS
                   THRU GATHER-PROOF-AMOUNTS-EXIT
               OUTPUT PROCEDURE IS PROVE-CONTROL-ACCOUNTS
                   THRU PROVE-CONTROL-ACCOUNTS-EXIT

           IF WS-PERIOD-END NOT = 0
               PERFORM PROVE-PERIOD-SNAPSHOT
                   THRU PROVE-PERIOD-SNAPSHOT-EXIT
           END-IF

           CLOSE MASTFILE
           CLOSE GLCBALFILE
           CLOSE GLPRPTFILE

           DISPLAY "GL-PROOF: Balances include journals through "
               WS-POSTED-DATE
           DISPLAY "GL-PROOF: Journal lines added:      "
               WS-LINES-POSTED
           DISPLAY "GL-PROOF: Active accounts read:     "
               WS-ACCOUNTS-READ
           DISPLAY "GL-PROOF: Control lines proved:     "
               WS-LINES-PROVED
           DISPLAY "GL-PROOF: Out of balance:           "
               WS-OUT-OF-BALANCE
           MOVE WS-TOLERANCE TO WS-AMOUNT-DISPLAY
           DISPLAY "GL-PROOF: Tolerance:            "
               WS-AMOUNT-DISPLAY
           IF WS-UNKNOWN-SOURCE > 0
               DISPLAY "GL-PROOF: *** WARNING - " WS-UNKNOWN-SOURCE
                   " journal line(s) for accounts not on MASTFILE "
                   "- held under branch ???? ***"
           END-IF
           IF WS-NO-CONTROL-COUNT > 0
               DISPLAY "GL-PROOF: *** WARNING - " WS-NO-CONTROL-COUNT
                   " account(s) in products with no GLCTL card - "
                   "listed under " WS-NO-CONTROL-ACCOUNT " ***"
           END-IF

           IF WS-PERIOD-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OUT-OF-BALANCE > 0
                   DISPLAY "GL-PROOF: *** GL CONTROL ACCOUNTS OUT OF "
                       "BALANCE BEYOND TOLERANCE - SEE GLPRPT ***"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "GL-PROOF: GL control accounts proved "
                       "within tolerance"
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

      *================================================================
      *  THE PROOF CANNOT BE MADE - SAY WHY ON GLPRPT AND SYSOUT.
      *  NOTHING HAS BEEN ADDED TO GLCBAL.
      *================================================================
       REFUSE-RUN.
           DISPLAY "GL-PROOF: *** ERROR - " WS-REFUSE-TEXT " ***"
           MOVE SPACES TO GLPRPT-LINE
           STRING "*** PROOF REFUSED - " DELIMITED BY SIZE
               WS-REFUSE-TEXT DELIMITED BY SIZE
               INTO GLPRPT-LINE
           WRITE GLPRPT-LINE
           CLOSE MASTFILE
           CLOSE GLCBALFILE
           CLOSE GLPRPTFILE
           MOVE 8 TO RETURN-CODE
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
           IF WS-PARM-STRING = SPACES
               GO TO PARSE-RUN-PARAMETERS-EXIT
           END-IF

           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-TOKEN(1) WS-TOKEN(2)

           PERFORM APPLY-ONE-TOKEN THRU APPLY-ONE-TOKEN-EXIT
               VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > 2.

       PARSE-RUN-PARAMETERS-EXIT.
           EXIT.

       APPLY-ONE-TOKEN.
           IF WS-TOKEN(WS-TOKEN-IDX) = SPACES
               GO TO APPLY-ONE-TOKEN-EXIT
           END-IF

           MOVE SPACES TO WS-KEY-PART WS-VAL-PART
           UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY "="
               INTO WS-KEY-PART WS-VAL-PART

           EVALUATE WS-KEY-PART
               WHEN "PERIOD"
                   IF WS-VAL-PART(1:8) NUMERIC
                       MOVE WS-VAL-PART(1:8) TO WS-PERIOD-END
                   END-IF
               WHEN "TAKEON"
                   IF WS-VAL-PART(1:8) NUMERIC
                       MOVE WS-VAL-PART(1:8) TO WS-TAKEON-DATE
                   END-IF
               WHEN OTHER
                   DISPLAY "GL-PROOF: Unknown parameter ignored: "
                       WS-TOKEN(WS-TOKEN-IDX)
           END-EVALUATE.

       APPLY-ONE-TOKEN-EXIT.
           EXIT.

       LOAD-CONTROL-CARDS.
           OPEN INPUT GLCTLFILE
           IF WS-GLCTL-STATUS NOT = "00"
               DISPLAY "GL-PROOF: GL control card file not "
                   "available, status: " WS-GLCTL-STATUS
               GO TO LOAD-CONTROL-CARDS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM LOAD-ONE-CONTROL-CARD
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE GLCTLFILE
           MOVE 'N' TO WS-EOF-FLAG
           DISPLAY "GL-PROOF: Control account cards loaded: "
               WS-CTL-COUNT.

       LOAD-CONTROL-CARDS-EXIT.
           EXIT.

       LOAD-ONE-CONTROL-CARD.
           READ GLCTLFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN GLC-IS-TOLERANCE
                           IF GLC-TOLERANCE NUMERIC
                               MOVE GLC-TOLERANCE TO WS-TOLERANCE
                           ELSE
                               DISPLAY "GL-PROOF: *** WARNING - "
                                   "tolerance card not numeric - "
                                   "ignored ***"
                           END-IF
                       WHEN GLC-IS-CONTROL
                           PERFORM ADD-CONTROL-ENTRY
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       ADD-CONTROL-ENTRY.
           IF GLC-GL-ACCOUNT = SPACES
               DISPLAY "GL-PROOF: *** WARNING - control card with "
                   "no GL account ignored ***"
           ELSE
               IF WS-CTL-COUNT >= 50
                   DISPLAY "GL-PROOF: *** WARNING - control table "
                       "full at 50 cards - " GLC-GL-ACCOUNT
                       " ignored ***"
               ELSE
                   ADD 1 TO WS-CTL-COUNT
                   MOVE GLC-GL-ACCOUNT
                       TO WS-CTL-ACCOUNT (WS-CTL-COUNT)
                   MOVE GLC-PRODUCT
                       TO WS-CTL-PRODUCT (WS-CTL-COUNT)
                   IF GLC-SIDE = "DR"
                       MOVE "DR" TO WS-CTL-SIDE (WS-CTL-COUNT)
                   ELSE
                       MOVE "CR" TO WS-CTL-SIDE (WS-CTL-COUNT)
                   END-IF
               END-IF
           END-IF.

       READ-POSTED-CONTROL.
           MOVE SPACES TO GLB-KEY
           MOVE "*POSTED*" TO GLB-ACCOUNT
           READ GLCBALFILE
               INVALID KEY
                   GO TO READ-POSTED-CONTROL-EXIT
           END-READ
           SET WS-POSTED-FOUND TO TRUE
           IF GLB-LAST-DATE NUMERIC
               MOVE GLB-LAST-DATE TO WS-POSTED-DATE
           END-IF
           MOVE GLB-TAKEON-DATE TO WS-POSTED-TAKEON.

       READ-POSTED-CONTROL-EXIT.
           EXIT.

      *================================================================
      *  TAKE-ON - THE STARTING BALANCE OF EACH CONTROL ACCOUNT AND
      *  BRANCH IS THE ACTIVE MASTER TOTAL IT CARRIES. REFUSED ONCE
      *  BALANCES ARE RUNNING; TO START AGAIN, DELETE AND REDEFINE
      *  GLCBAL. A TAKE-ON THAT DID NOT FINISH LEFT NO *POSTED*
      *  RECORD, SO WHATEVER IT WROTE IS CLEARED FIRST.
      *================================================================
       TAKE-ON-BALANCES.
           IF WS-POSTED-FOUND
               SET WS-REFUSED TO TRUE
               STRING "GL BALANCES ALREADY TAKEN ON "
                   DELIMITED BY SIZE
                   WS-POSTED-TAKEON DELIMITED BY SIZE
                   " - TAKEON= REFUSED" DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               GO TO TAKE-ON-BALANCES-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO GLB-KEY
           START GLCBALFILE KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM CLEAR-ONE-BALANCE
               UNTIL WS-EOF-FLAG = 'Y'

           MOVE WS-TAKEON-DATE TO WS-POST-DATE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO MAST-KEY
           START MASTFILE KEY IS NOT LESS THAN MAST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM TAKE-ON-ONE-ACCOUNT
               UNTIL WS-EOF-FLAG = 'Y'

           MOVE SPACES TO GL-BALANCE-RECORD
           MOVE "*POSTED*" TO GLB-ACCOUNT
           MOVE 0 TO GLB-BALANCE
           MOVE WS-TAKEON-DATE TO GLB-LAST-DATE
           MOVE WS-TAKEON-DATE TO GLB-TAKEON-DATE
           WRITE GL-BALANCE-RECORD
           SET WS-POSTED-FOUND TO TRUE
           MOVE WS-TAKEON-DATE TO WS-POSTED-DATE
           DISPLAY "GL-PROOF: GL control balances taken on from "
               "the master as of " WS-TAKEON-DATE.

       TAKE-ON-BALANCES-EXIT.
           EXIT.

       CLEAR-ONE-BALANCE.
           READ GLCBALFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   DELETE GLCBALFILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.

       TAKE-ON-ONE-ACCOUNT.
           READ MASTFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF NOT MAST-INACTIVE
                       AND MAST-AMOUNT NUMERIC
                       PERFORM FIND-CONTROL-FOR-PRODUCT
                       IF WS-HIT-ACCOUNT NOT = WS-NO-CONTROL-ACCOUNT
                           MOVE WS-HIT-ACCOUNT TO WS-POST-ACCOUNT
                           MOVE MAST-BRANCH TO WS-POST-BRANCH
                           MOVE MAST-AMOUNT TO WS-POST-AMOUNT
                           PERFORM POST-TO-CONTROL-BALANCE
                               THRU POST-TO-CONTROL-BALANCE-EXIT
                       END-IF
                   END-IF
           END-READ.

      *================================================================
      *  THE NIGHT'S JOURNAL. PASS 1 PROVES IT THE WAY GL-JOURNAL
      *  BUILT IT; ONLY A PROVED JOURNAL DATED AFTER THE LAST ONE
      *  ADDED IS POSTED IN PASS 2. NO GLJRNL (THE MONTH-END STEP)
      *  LEAVES THE BALANCES WHERE THEY ARE.
      *================================================================
       ADD-NIGHTLY-JOURNAL.
           OPEN INPUT GLJRNLFILE
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "GL-PROOF: GL journal not available - no "
                   "journal added, balances as of " WS-POSTED-DATE
               GO TO ADD-NIGHTLY-JOURNAL-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM PROVE-ONE-JOURNAL-LINE
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE GLJRNLFILE

           IF NOT WS-TRAILER-SEEN
               SET WS-REFUSED TO TRUE
               MOVE "GLJRNL HAS NO TRAILER - JOURNAL INCOMPLETE"
                   TO WS-REFUSE-TEXT
               GO TO ADD-NIGHTLY-JOURNAL-EXIT
           END-IF
           IF WS-JRN-TRL-LINES NOT = WS-JRN-LINES
               OR WS-JRN-TRL-DEBITS NOT = WS-JRN-DEBITS
               OR WS-JRN-TRL-CREDITS NOT = WS-JRN-CREDITS
               OR WS-JRN-DEBITS NOT = WS-JRN-CREDITS
               SET WS-REFUSED TO TRUE
               MOVE "GLJRNL DOES NOT PROVE TO ITS TRAILER"
                   TO WS-REFUSE-TEXT
               GO TO ADD-NIGHTLY-JOURNAL-EXIT
           END-IF
           IF WS-JRN-DATE NOT > WS-POSTED-DATE
               DISPLAY "GL-PROOF: Journal for " WS-JRN-DATE
                   " already in the balances - not added again"
               GO TO ADD-NIGHTLY-JOURNAL-EXIT
           END-IF

           MOVE WS-JRN-DATE TO WS-POST-DATE
           OPEN INPUT GLJRNLFILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM POST-ONE-JOURNAL-LINE
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE GLJRNLFILE

           MOVE SPACES TO GLB-KEY
           MOVE "*POSTED*" TO GLB-ACCOUNT
           READ GLCBALFILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-JRN-DATE TO GLB-LAST-DATE
           REWRITE GL-BALANCE-RECORD
           MOVE WS-JRN-DATE TO WS-POSTED-DATE
           DISPLAY "GL-PROOF: Journal for " WS-JRN-DATE
               " added to the control balances".

       ADD-NIGHTLY-JOURNAL-EXIT.
           EXIT.

       PROVE-ONE-JOURNAL-LINE.
           READ GLJRNLFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   EVALUATE JRN-REC-TYPE
                       WHEN "D"
                           ADD 1 TO WS-JRN-LINES
                           IF JRN-DRCR = "DR"
                               ADD JRN-AMOUNT TO WS-JRN-DEBITS
                           ELSE
                               ADD JRN-AMOUNT TO WS-JRN-CREDITS
                           END-IF
                       WHEN "T"
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE JRT-DATE TO WS-JRN-DATE
                           MOVE JRT-LINE-COUNT TO WS-JRN-TRL-LINES
                           MOVE JRT-DEBIT-TOTAL TO WS-JRN-TRL-DEBITS
                           MOVE JRT-CREDIT-TOTAL
                               TO WS-JRN-TRL-CREDITS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       POST-ONE-JOURNAL-LINE.
           READ GLJRNLFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF JRN-REC-TYPE = "D"
                       PERFORM POST-JOURNAL-LINE
                           THRU POST-JOURNAL-LINE-EXIT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  A LINE ON A CONTROL ACCOUNT MOVES THAT ACCOUNT'S BALANCE FOR
      *  THE SOURCE ACCOUNT'S BRANCH - UP WHEN IT IS ON THE CONTROL'S
      *  INCREASE SIDE, DOWN OTHERWISE. OTHER GL ACCOUNTS ARE NOT
      *  THIS PROOF'S CONCERN.
      *----------------------------------------------------------------
       POST-JOURNAL-LINE.
           PERFORM FIND-CONTROL-FOR-ACCOUNT
           IF NOT WS-CTL-FOUND
               GO TO POST-JOURNAL-LINE-EXIT
           END-IF

           MOVE JRN-GL-ACCOUNT TO WS-POST-ACCOUNT
           MOVE JRN-SOURCE-KEY TO MAST-KEY
           READ MASTFILE
               INVALID KEY
                   MOVE "????" TO MAST-BRANCH
                   ADD 1 TO WS-UNKNOWN-SOURCE
           END-READ
           MOVE MAST-BRANCH TO WS-POST-BRANCH
           IF JRN-DRCR = WS-HIT-SIDE
               MOVE JRN-AMOUNT TO WS-POST-AMOUNT
           ELSE
               COMPUTE WS-POST-AMOUNT = 0 - JRN-AMOUNT
           END-IF
           PERFORM POST-TO-CONTROL-BALANCE
               THRU POST-TO-CONTROL-BALANCE-EXIT
           ADD 1 TO WS-LINES-POSTED.

       POST-JOURNAL-LINE-EXIT.
           EXIT.

       POST-TO-CONTROL-BALANCE.
           MOVE WS-POST-ACCOUNT TO GLB-ACCOUNT
           MOVE WS-POST-BRANCH TO GLB-BRANCH
           READ GLCBALFILE
               INVALID KEY
                   MOVE SPACES TO GL-BALANCE-RECORD
                   MOVE WS-POST-ACCOUNT TO GLB-ACCOUNT
                   MOVE WS-POST-BRANCH TO GLB-BRANCH
                   MOVE WS-POST-AMOUNT TO GLB-BALANCE
                   MOVE WS-POST-DATE TO GLB-LAST-DATE
                   WRITE GL-BALANCE-RECORD
                   GO TO POST-TO-CONTROL-BALANCE-EXIT
           END-READ
           ADD WS-POST-AMOUNT TO GLB-BALANCE
           MOVE WS-POST-DATE TO GLB-LAST-DATE
           REWRITE GL-BALANCE-RECORD.

       POST-TO-CONTROL-BALANCE-EXIT.
           EXIT.

       FIND-CONTROL-FOR-ACCOUNT.
           MOVE 'N' TO WS-CTL-FOUND-SW
           PERFORM SCAN-CONTROL-ACCOUNT
               VARYING WS-CTL-SUB FROM 1 BY 1
               UNTIL WS-CTL-SUB > WS-CTL-COUNT
                  OR WS-CTL-FOUND.

       SCAN-CONTROL-ACCOUNT.
           IF WS-CTL-ACCOUNT (WS-CTL-SUB) = JRN-GL-ACCOUNT
               SET WS-CTL-FOUND TO TRUE
               MOVE WS-CTL-SIDE (WS-CTL-SUB) TO WS-HIT-SIDE
           END-IF.

      *    THE PRODUCT'S OWN CARD, ELSE THE BLANK-PRODUCT CARD, ELSE
      *    NO CONTROL ACCOUNT CARRIES IT.
       FIND-CONTROL-FOR-PRODUCT.
           MOVE 'N' TO WS-CTL-FOUND-SW
           MOVE WS-NO-CONTROL-ACCOUNT TO WS-HIT-ACCOUNT
           MOVE MAST-PRODUCT TO WS-MATCH-PRODUCT
           IF WS-MATCH-PRODUCT NOT = SPACES
               PERFORM SCAN-CONTROL-PRODUCT
                   VARYING WS-CTL-SUB FROM 1 BY 1
                   UNTIL WS-CTL-SUB > WS-CTL-COUNT
                      OR WS-CTL-FOUND
           END-IF
           IF NOT WS-CTL-FOUND
               MOVE SPACES TO WS-MATCH-PRODUCT
               PERFORM SCAN-CONTROL-PRODUCT
                   VARYING WS-CTL-SUB FROM 1 BY 1
                   UNTIL WS-CTL-SUB > WS-CTL-COUNT
                      OR WS-CTL-FOUND
           END-IF.

       SCAN-CONTROL-PRODUCT.
           IF WS-CTL-PRODUCT (WS-CTL-SUB) = WS-MATCH-PRODUCT
               SET WS-CTL-FOUND TO TRUE
               MOVE WS-CTL-ACCOUNT (WS-CTL-SUB) TO WS-HIT-ACCOUNT
           END-IF.

      *================================================================
      *  GATHER (THE SORT'S INPUT PROCEDURE) - ONE RECORD PER ACTIVE
      *  MASTER ACCOUNT UNDER THE CONTROL ACCOUNT THAT CARRIES ITS
      *  PRODUCT, AND ONE PER RUNNING CONTROL BALANCE, SO THE TWO
      *  SIDES MEET BY CONTROL ACCOUNT AND BRANCH.
      *================================================================
       GATHER-PROOF-AMOUNTS.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO MAST-KEY
           START MASTFILE KEY IS NOT LESS THAN MAST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM GATHER-ONE-ACCOUNT
               UNTIL WS-EOF-FLAG = 'Y'

           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO GLB-KEY
           START GLCBALFILE KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM GATHER-ONE-CONTROL-BALANCE
               UNTIL WS-EOF-FLAG = 'Y'.

       GATHER-PROOF-AMOUNTS-EXIT.
           EXIT.

       GATHER-ONE-ACCOUNT.
           READ MASTFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF NOT MAST-INACTIVE
                       AND MAST-AMOUNT NUMERIC
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM FIND-CONTROL-FOR-PRODUCT
                       IF NOT WS-CTL-FOUND
                           ADD 1 TO WS-NO-CONTROL-COUNT
                       END-IF
                       MOVE WS-HIT-ACCOUNT TO PRF-ACCOUNT
                       MOVE MAST-BRANCH TO PRF-BRANCH
                       MOVE 0 TO PRF-GL-AMOUNT
                       MOVE MAST-AMOUNT TO PRF-MASTER-AMOUNT
                       RELEASE PROOF-SORT-RECORD
                   END-IF
           END-READ.

       GATHER-ONE-CONTROL-BALANCE.
           READ GLCBALFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF NOT GLB-IS-POSTED-CONTROL
                       MOVE GLB-ACCOUNT TO PRF-ACCOUNT
                       MOVE GLB-BRANCH TO PRF-BRANCH
                       MOVE GLB-BALANCE TO PRF-GL-AMOUNT
                       MOVE 0 TO PRF-MASTER-AMOUNT
                       RELEASE PROOF-SORT-RECORD
                   END-IF
           END-READ.

      *================================================================
      *  PROVE (THE SORT'S OUTPUT PROCEDURE) - A CONTROL BREAK ON
      *  CONTROL ACCOUNT AND BRANCH. EACH BRANCH LINE IS JUDGED
      *  AGAINST THE TOLERANCE; EACH CONTROL ACCOUNT GETS A TOTAL.
      *================================================================
       PROVE-CONTROL-ACCOUNTS.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE SPACES TO WS-GRP-ACCOUNT WS-GRP-BRANCH
           PERFORM RETURN-ONE-AMOUNT THRU RETURN-ONE-AMOUNT-EXIT
               UNTIL WS-SORT-EOF
           IF WS-GRP-ACCOUNT NOT = SPACES
               PERFORM FINISH-BRANCH-LINE
               PERFORM FINISH-CONTROL-ACCOUNT
           END-IF
           PERFORM WRITE-PROOF-TOTAL.

       PROVE-CONTROL-ACCOUNTS-EXIT.
           EXIT.

       RETURN-ONE-AMOUNT.
           RETURN PROOFSORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO RETURN-ONE-AMOUNT-EXIT
           END-RETURN

           IF PRF-ACCOUNT NOT = WS-GRP-ACCOUNT
               OR PRF-BRANCH NOT = WS-GRP-BRANCH
               IF WS-GRP-ACCOUNT NOT = SPACES
                   PERFORM FINISH-BRANCH-LINE
                   IF PRF-ACCOUNT NOT = WS-GRP-ACCOUNT
                       PERFORM FINISH-CONTROL-ACCOUNT
                   END-IF
               END-IF
               MOVE PRF-ACCOUNT TO WS-GRP-ACCOUNT
               MOVE PRF-BRANCH TO WS-GRP-BRANCH
               MOVE 0 TO WS-GRP-GL WS-GRP-MASTER
           END-IF
           ADD PRF-GL-AMOUNT TO WS-GRP-GL
           ADD PRF-MASTER-AMOUNT TO WS-GRP-MASTER.

       RETURN-ONE-AMOUNT-EXIT.
           EXIT.

       FINISH-BRANCH-LINE.
           ADD 1 TO WS-LINES-PROVED
           ADD WS-GRP-GL TO WS-ACT-GL
           ADD WS-GRP-MASTER TO WS-ACT-MASTER
           ADD WS-GRP-GL TO WS-TOT-GL
           ADD WS-GRP-MASTER TO WS-TOT-MASTER
           IF WS-GRP-ACCOUNT NOT = WS-NO-CONTROL-ACCOUNT
               MOVE WS-GRP-BRANCH TO WS-LOOK-BRANCH
               PERFORM FIND-BRANCH-ENTRY
                   THRU FIND-BRANCH-ENTRY-EXIT
               IF WS-BRT-FOUND
                   ADD WS-GRP-GL TO WS-BRT-GL (WS-BRT-SUB)
               END-IF
           END-IF

           MOVE WS-GRP-GL TO WS-LINE-GL
           MOVE WS-GRP-MASTER TO WS-LINE-OTHER
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE WS-GRP-ACCOUNT TO WG-ACCOUNT
           MOVE WS-GRP-BRANCH TO WG-BRANCH
           PERFORM WRITE-JUDGED-LINE.

       FINISH-CONTROL-ACCOUNT.
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE WS-GRP-ACCOUNT TO WG-ACCOUNT
           MOVE "*ALL" TO WG-BRANCH
           MOVE WS-ACT-GL TO WG-GL-AMOUNT
           MOVE WS-ACT-MASTER TO WG-OTHER-AMOUNT
           COMPUTE WS-DIFFERENCE = WS-ACT-GL - WS-ACT-MASTER
           MOVE WS-DIFFERENCE TO WG-DIFFERENCE
           MOVE WS-RPT-DETAIL-LINE TO GLPRPT-LINE
           WRITE GLPRPT-LINE
           MOVE SPACES TO GLPRPT-LINE
           WRITE GLPRPT-LINE
           MOVE 0 TO WS-ACT-GL WS-ACT-MASTER.

       WRITE-PROOF-TOTAL.
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE "ALL CTLS" TO WG-ACCOUNT
           MOVE "*ALL" TO WG-BRANCH
           MOVE WS-TOT-GL TO WG-GL-AMOUNT
           MOVE WS-TOT-MASTER TO WG-OTHER-AMOUNT
           COMPUTE WS-DIFFERENCE = WS-TOT-GL - WS-TOT-MASTER
           MOVE WS-DIFFERENCE TO WG-DIFFERENCE
           MOVE WS-RPT-DETAIL-LINE TO GLPRPT-LINE
           WRITE GLPRPT-LINE.

      *----------------------------------------------------------------
      *  ONE COMPARISON LINE - WS-LINE-GL AGAINST WS-LINE-OTHER (THE
      *  MASTER OR THE SNAPSHOT), FLAGGED BEYOND THE TOLERANCE.
      *----------------------------------------------------------------
       WRITE-JUDGED-LINE.
           COMPUTE WS-DIFFERENCE = WS-LINE-GL - WS-LINE-OTHER
           IF WS-DIFFERENCE < 0
               COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF
           MOVE WS-LINE-GL TO WG-GL-AMOUNT
           MOVE WS-LINE-OTHER TO WG-OTHER-AMOUNT
           MOVE WS-DIFFERENCE TO WG-DIFFERENCE
           IF WS-ABS-DIFFERENCE > WS-TOLERANCE
               MOVE "OUT OF BAL" TO WG-FLAG
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF
           MOVE WS-RPT-DETAIL-LINE TO GLPRPT-LINE
           WRITE GLPRPT-LINE.

       FIND-BRANCH-ENTRY.
           MOVE 'N' TO WS-BRT-FOUND-SW
           PERFORM SCAN-BRANCH-ENTRY
               VARYING WS-BRT-SUB FROM 1 BY 1
               UNTIL WS-BRT-SUB > WS-BRT-COUNT
                  OR WS-BRT-FOUND
           IF WS-BRT-FOUND
               SUBTRACT 1 FROM WS-BRT-SUB
               GO TO FIND-BRANCH-ENTRY-EXIT
           END-IF
           IF WS-BRT-COUNT >= 500
               IF NOT WS-BRT-FULL
                   SET WS-BRT-FULL TO TRUE
                   DISPLAY "GL-PROOF: *** WARNING - branch table "
                       "full at 500 - month-end proof incomplete ***"
               END-IF
               GO TO FIND-BRANCH-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-BRT-COUNT
           MOVE WS-BRT-COUNT TO WS-BRT-SUB
           MOVE WS-LOOK-BRANCH TO WS-BRT-BRANCH (WS-BRT-SUB)
           MOVE 0 TO WS-BRT-GL (WS-BRT-SUB)
           MOVE 'N' TO WS-BRT-SEEN-SW (WS-BRT-SUB)
           SET WS-BRT-FOUND TO TRUE.

       FIND-BRANCH-ENTRY-EXIT.
           EXIT.

       SCAN-BRANCH-ENTRY.
           IF WS-BRT-BRANCH (WS-BRT-SUB) = WS-LOOK-BRANCH
               SET WS-BRT-FOUND TO TRUE
           END-IF.

      *================================================================
      *  MONTH END - EACH BRANCH'S CONTROL ACCOUNTS TOGETHER AGAINST
      *  ITS PERIOD-CLOSE SNAPSHOT TOTAL, THEN THE GRAND TOTAL
      *  AGAINST THE *ALL RECORD. THE BALANCES MUST NOT ALREADY
      *  HOLD A JOURNAL FROM AFTER THE PERIOD END.
      *================================================================
       PROVE-PERIOD-SNAPSHOT.
           MOVE SPACES TO GLPRPT-LINE
           WRITE GLPRPT-LINE
           MOVE WS-PERIOD-END TO WG-PERIOD-END
           MOVE WS-SNAP-HEADER-LINE TO GLPRPT-LINE
           WRITE GLPRPT-LINE

           IF WS-POSTED-DATE > WS-PERIOD-END
               SET WS-PERIOD-REFUSED TO TRUE
               STRING "BALANCES ALREADY INCLUDE JOURNALS THROUGH "
                   DELIMITED BY SIZE
                   WS-POSTED-DATE DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               PERFORM WRITE-PERIOD-REFUSAL
               GO TO PROVE-PERIOD-SNAPSHOT-EXIT
           END-IF

           OPEN INPUT SNAPFILE
           IF WS-SNAPFILE-STATUS NOT = "00"
               SET WS-PERIOD-REFUSED TO TRUE
               STRING "SNAPFILE OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   WS-SNAPFILE-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               PERFORM WRITE-PERIOD-REFUSAL
               GO TO PROVE-PERIOD-SNAPSHOT-EXIT
           END-IF

           MOVE WS-SNAP-COLUMN-HEADING TO GLPRPT-LINE
           WRITE GLPRPT-LINE

           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-PERIOD-END TO SNAP-PERIOD
           MOVE LOW-VALUES TO SNAP-BRANCH
           START SNAPFILE KEY IS NOT LESS THAN SNAP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM PROVE-ONE-SNAPSHOT
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE SNAPFILE

           IF WS-SNAP-BRANCHES = 0 AND NOT WS-SNAP-GRAND-SEEN
               SET WS-PERIOD-REFUSED TO TRUE
               MOVE "NO PERIOD-CLOSE SNAPSHOT FOR THE PERIOD"
                   TO WS-REFUSE-TEXT
               PERFORM WRITE-PERIOD-REFUSAL
               GO TO PROVE-PERIOD-SNAPSHOT-EXIT
           END-IF

      *    BRANCHES IN THE CONTROL ACCOUNTS THAT THE SNAPSHOT DOES NOT
      *    HAVE AT ALL.
           PERFORM PROVE-UNSNAPPED-BRANCH
               VARYING WS-BRT-SUB FROM 1 BY 1
               UNTIL WS-BRT-SUB > WS-BRT-COUNT

           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE "CONTROLS" TO WG-ACCOUNT
           MOVE "*ALL" TO WG-BRANCH
           MOVE WS-SNAP-GL-TOTAL TO WS-LINE-GL
           MOVE WS-SNAP-GRAND TO WS-LINE-OTHER
           PERFORM WRITE-JUDGED-LINE.

       PROVE-PERIOD-SNAPSHOT-EXIT.
           EXIT.

       PROVE-ONE-SNAPSHOT.
           READ SNAPFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO PROVE-ONE-SNAPSHOT-EXIT
           END-READ
           IF SNAP-PERIOD NOT = WS-PERIOD-END
               MOVE 'Y' TO WS-EOF-FLAG
               GO TO PROVE-ONE-SNAPSHOT-EXIT
           END-IF
           IF SNAP-IS-GRAND-TOTAL
               SET WS-SNAP-GRAND-SEEN TO TRUE
               MOVE SNAP-AMOUNT-TOTAL TO WS-SNAP-GRAND
               GO TO PROVE-ONE-SNAPSHOT-EXIT
           END-IF
      *    REGION ROLL-UPS RESTATE THE BRANCH RECORDS - NOT PROVED
      *    A SECOND TIME.
           IF SNAP-IS-REGION
               GO TO PROVE-ONE-SNAPSHOT-EXIT
           END-IF

           ADD 1 TO WS-SNAP-BRANCHES
           MOVE 0 TO WS-LINE-GL
           MOVE SNAP-BRANCH TO WS-LOOK-BRANCH
           PERFORM FIND-BRANCH-ENTRY THRU FIND-BRANCH-ENTRY-EXIT
           IF WS-BRT-FOUND
               MOVE WS-BRT-GL (WS-BRT-SUB) TO WS-LINE-GL
               MOVE 'Y' TO WS-BRT-SEEN-SW (WS-BRT-SUB)
           END-IF
           ADD WS-LINE-GL TO WS-SNAP-GL-TOTAL
           MOVE SNAP-AMOUNT-TOTAL TO WS-LINE-OTHER
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE "CONTROLS" TO WG-ACCOUNT
           MOVE SNAP-BRANCH TO WG-BRANCH
           PERFORM WRITE-JUDGED-LINE.

       PROVE-ONE-SNAPSHOT-EXIT.
           EXIT.

       PROVE-UNSNAPPED-BRANCH.
           IF WS-BRT-SEEN-SW (WS-BRT-SUB) NOT = 'Y'
               AND WS-BRT-GL (WS-BRT-SUB) NOT = 0
               MOVE WS-BRT-GL (WS-BRT-SUB) TO WS-LINE-GL
               ADD WS-LINE-GL TO WS-SNAP-GL-TOTAL
               MOVE 0 TO WS-LINE-OTHER
               MOVE SPACES TO WS-RPT-DETAIL-LINE
               MOVE "CONTROLS" TO WG-ACCOUNT
               MOVE WS-BRT-BRANCH (WS-BRT-SUB) TO WG-BRANCH
               PERFORM WRITE-JUDGED-LINE
           END-IF.

       WRITE-PERIOD-REFUSAL.
           DISPLAY "GL-PROOF: *** ERROR - MONTH-END PROOF REFUSED - "
               WS-REFUSE-TEXT " ***"
           MOVE SPACES TO GLPRPT-LINE
           STRING "*** MONTH-END PROOF REFUSED - " DELIMITED BY SIZE
               WS-REFUSE-TEXT DELIMITED BY SIZE
               INTO GLPRPT-LINE
           WRITE GLPRPT-LINE.

       WRITE-REPORT-HEADER.
           MOVE WS-BUSINESS-DATE TO WG-BUSINESS-DATE
           MOVE WS-POSTED-DATE TO WG-POSTED-DATE
           MOVE WS-RPT-HEADER-LINE TO GLPRPT-LINE
           WRITE GLPRPT-LINE
           MOVE SPACES TO GLPRPT-LINE
           WRITE GLPRPT-LINE
           MOVE WS-COLUMN-HEADING TO GLPRPT-LINE
           WRITE GLPRPT-LINE.

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
               DISPLAY "GL-PROOF: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "GL-PROOF" TO ALR-PROGRAM
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
