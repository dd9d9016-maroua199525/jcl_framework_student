      *    THAT ORDER. THE ALTERNATE KEY CLAUSE ITSELF DOES NOT BUILD
      *    THE UNDERLYING VSAM AIX/PATH - SEE DEFINE_MASTFILE_AIX.JCL,
      *    WHICH MUST BE RUN ONCE BEFORE THIS PROGRAM CAN OPEN
      *    MASTFILE AND START ON MAST-BRANCH. THE BRANCH-ORDERED
      *    RECORDS ARE THEN SORTED BY REGION (SEE SORTFILE BELOW).
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               ALTERNATE RECORD KEY IS MAST-BRANCH
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTFILE-STATUS.
      *    THE SEALED MASTER UNLOAD (SEE THE MSTUNLD COPYBOOK). WITH
      *    THE MASTUNLD DD SUPPLIED THE RUN READS IT INSTEAD OF
      *    MASTFILE; WITHOUT IT THE RUN SWEEPS MASTFILE AS BEFORE.
           SELECT MASTUNLDFILE ASSIGN TO "MASTUNLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTUNLD-STATUS.
           SELECT RPTFILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSVFILE ASSIGN TO "RPTCSV"
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRCH-CODE
               FILE STATUS IS WS-BRANCHFILE-STATUS.
      *    REGION NAMES AND MANAGERS FOR THE REGION SUBTOTAL LINES.
      *    OPTIONAL - WITHOUT IT THE LINES SHOW THE REGION CODE ONLY.
           SELECT REGNFILE ASSIGN TO "REGNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGN-CODE
               FILE STATUS IS WS-REGNFILE-STATUS.
      *    THE DAY'S EXCHANGE RATES FOR THE BASE-CURRENCY COLUMNS.
      *    OPTIONAL - WITHOUT IT ONLY BASE-CURRENCY ACCOUNTS PRICE.
           SELECT FXRATEFILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-KEY
               FILE STATUS IS FXW-STATUS.
      *    THE MASTER RECORDS ARE SORTED ON THEIR BRANCH'S REGION
      *    (BRCH-REGION) AHEAD OF THE BRANCH, SO THE REGION BREAK
      *    SITS ABOVE THE BRANCH BREAK. WITHIN A BRANCH THE RECORDS
      *    KEEP THE ORDER THE SWEEP READ THEM IN.
           SELECT SORTFILE ASSIGN TO "SORTWK".
           SELECT PRODFILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODFILE-STATUS.
           SELECT RUNCTLFILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

       FD  MASTUNLDFILE.
           COPY "mstunld".

       FD  RPTFILE.
       01  RPT-LINE                PIC X(132).

      *================================================================
      *  FIXED-WIDTH INTERFACE EXTRACT FOR THE ACCOUNTING SYSTEM'S
      *  NIGHTLY INTAKE FEED - ONE RECORD PER MASTER RECORD REPORTED.
      *  ACCT-AMOUNT IS IN THE ACCOUNT'S OWN CURRENCY (ACCT-CURRENCY)
      *  AND ACCT-BASE-AMOUNT IS ITS BASE-CURRENCY EQUIVALENT.
      *================================================================
       FD  ACCTFILE.
       01  ACCT-RECORD.
           05  ACCT-BRANCH          PIC X(04).
           05  ACCT-AMOUNT          PIC S9(9)V99.
           05  ACCT-DATE            PIC X(08).
           05  ACCT-CURRENCY        PIC X(03).
           05  ACCT-BASE-AMOUNT     PIC S9(11)V99.
           05  FILLER               PIC X(11)  VALUE SPACES.

      *================================================================
      *  STAGE HANDOFF - RECORD COUNT PLUS THE REPORT'S GRAND TOTAL,
      *  SO PIPELINE-RECONCILE CAN TIE THE REPORTED DOLLARS BACK TO
      *  THE MASTER TOTAL DATA-PROCESSOR HANDED OFF AFTER POSTING.
      *  THE FIRST RECORD ALSO CARRIES THE BASE-CURRENCY EQUIVALENT
      *  OF THE GRAND TOTAL. ONE "CCY " RECORD PER CURRENCY FOLLOWS,
      *  ITS TOTAL IN THE SAME COLUMNS AS RPCOUNT-AMOUNT, SO THE
      *  RECONCILE CAN TIE EACH CURRENCY TO DATA-PROCESSOR'S OWN.
      *================================================================
       FD  RPCOUNTFILE.
       01  RPCOUNT-RECORD.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  RPCOUNT-AMOUNT      PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  RPCOUNT-BASE-AMOUNT PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
       01  RPCOUNT-CCY-RECORD.
           05  RPCOUNT-CCY-TAG     PIC X(4).
           05  RPCOUNT-CCY-CODE    PIC X(3).
           05  FILLER              PIC X(1).
           05  RPCOUNT-CCY-AMOUNT  PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  RPCOUNT-CCY-BASE-AMOUNT PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  RPCOUNT-CCY-RECORDS PIC 9(7).

       FD  BRANCHFILE.
           COPY "brnchrec".

       FD  REGNFILE.
           COPY "regnrec".

       FD  FXRATEFILE.
           COPY "fxrrec".

       SD  SORTFILE.
       01  SORT-RECORD.
           05  SORT-KEY-PART.
               10  SORT-REGION     PIC X(04).
               10  SORT-BRANCH     PIC X(04).
           05  SORT-MASTER         PIC X(87).

       FD  PRODFILE.
           COPY "prodrec".

       FD  DISTFILE.
       01  DIST-LINE               PIC X(132).

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE "00".
       01  WS-MASTUNLD-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-UNLOAD-SW            PIC X       VALUE 'N'.
           88  WS-READING-UNLOAD               VALUE 'Y'.
       01  WS-UNLOAD-BAD-SW        PIC X       VALUE 'N'.
           88  WS-UNLOAD-BAD                   VALUE 'Y'.
       01  WS-UNLOAD-EOF-SW        PIC X       VALUE 'N'.
           88  WS-UNLOAD-EOF                   VALUE 'Y'.
       01  WS-UNLOAD-TRAILER-SW    PIC X       VALUE 'N'.
           88  WS-UNLOAD-TRAILED               VALUE 'Y'.
       01  WS-UNLOAD-BUS-DATE      PIC X(8)    VALUE SPACES.
       01  WS-UNLOAD-COUNT         PIC 9(7)    VALUE 0.
       01  WS-UNLOAD-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-UNLOAD-TRL-COUNT     PIC 9(7)    VALUE 0.
       01  WS-UNLOAD-TRL-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-MAST-EOF-FLAG        PIC X       VALUE 'N'.
       01  WS-LINES-GENERATED      PIC 9(5)    VALUE 0.
       01  WS-PAGES-CREATED        PIC 9(3)    VALUE 0.
           05  WR-DIST-RECORDS     PIC ZZZZZZ9.
           05  FILLER              PIC X(8)    VALUE "  TOTAL ".
           05  WR-DIST-TOTAL       PIC -(9)9.99.
           05  FILLER              PIC X(7)    VALUE "  BASE ".
           05  WR-DIST-BASE-TOTAL  PIC -(9)9.99.
       01  WS-CSV-AMOUNT           PIC -(9)9.99.
       01  WS-CSV-BASE-AMOUNT      PIC -(9)9.99.

       01  WS-VALREJ-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-VALREJ-EOF-FLAG      PIC X       VALUE 'N'.
           88  WS-BRANCH-NAMES-ON              VALUE 'Y'.
       01  WS-BRANCH-NAME          PIC X(20)   VALUE SPACES.

      *----------------------------------------------------------------
      *  REGION BREAK - A BRANCH NOT ON BRANCHFILE, OR WITH NO
      *  REGION, FALLS UNDER "????". THE REGION IS LOOKED UP ONCE PER
      *  BRANCH AS THE SWEEP MOVES ON TO IT.
      *----------------------------------------------------------------
       01  WS-REGNFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-REGION-NAMES-SW      PIC X       VALUE 'N'.
           88  WS-REGION-NAMES-ON              VALUE 'Y'.
       01  WS-SORT-EOF-SW          PIC X       VALUE 'N'.
           88  WS-SORT-EOF                     VALUE 'Y'.
       01  WS-LOOKUP-BRANCH        PIC X(4)    VALUE SPACES.
       01  WS-LOOKUP-REGION        PIC X(4)    VALUE SPACES.
       01  WS-CUR-REGION           PIC X(4)    VALUE SPACES.
       01  WS-PREV-REGION          PIC X(4)    VALUE SPACES.
       01  WS-REGION-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-REGION-NAME          PIC X(15)   VALUE SPACES.
       01  WS-REGION-MANAGER       PIC X(20)   VALUE SPACES.

      *----------------------------------------------------------------
      *  PRODUCT SUBTOTALS WITHIN BRANCH - THE BRANCH-ORDERED SWEEP
      *  DOES NOT BRING A BRANCH'S ACCOUNTS IN PRODUCT ORDER, SO EACH
      *  BRANCH'S PRODUCT TOTALS ARE GATHERED IN THIS TABLE AND
      *  PRINTED AHEAD OF THE BRANCH TOTAL AT THE BREAK. A BRANCH
      *  WITH MORE PRODUCTS THAN THE TABLE HOLDS LUMPS THE REST
      *  UNDER "*OTH". THE PRODUCT NAME COMES FROM PRODFILE WHEN IT
      *  IS AVAILABLE.
      *----------------------------------------------------------------
       01  WS-PRODFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-PRODUCT-NAMES-SW     PIC X       VALUE 'N'.
           88  WS-PRODUCT-NAMES-ON             VALUE 'Y'.
       01  WS-PRODUCT-NAME         PIC X(20)   VALUE SPACES.
       01  WS-PROD-MATCH           PIC X(4)    VALUE SPACES.
       01  WS-PROD-COUNT           PIC 9(3)    VALUE 0.
       01  WS-PROD-SUB             PIC 9(3)    VALUE 0.
       01  WS-PROD-FOUND-SW        PIC X       VALUE 'N'.
           88  WS-PROD-FOUND                   VALUE 'Y'.
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY       OCCURS 50 TIMES.
               10  WS-PROD-ENT-CODE    PIC X(4).
               10  WS-PROD-ENT-RECORDS PIC 9(7).
               10  WS-PROD-ENT-TOTAL   PIC S9(9)V99.

      *----------------------------------------------------------------
      *  BASE-CURRENCY EQUIVALENTS - MAST-AMOUNT IS HELD IN THE
      *  ACCOUNT'S OWN CURRENCY, SO EVERY DETAIL LINE ALSO SHOWS ITS
      *  VALUE IN THE BASE CURRENCY AT THE LATEST RATE ON OR BEFORE
      *  THE BUSINESS DATE, AND EVERY TOTAL CARRIES A BASE COLUMN
      *  BESIDE THE NATIVE ONE. THE NATIVE TOTALS ARE KEPT AS THEY
      *  WERE - THEY ARE WHAT PIPELINE-RECONCILE TIES BACK - AND THE
      *  CURRENCY TABLE BELOW GIVES EACH CURRENCY ITS OWN TOTAL AT
      *  THE END OF THE REPORT AND ON THE RPCOUNT HANDOFF. AN
      *  ACCOUNT WHOSE CURRENCY HAS NO RATE SHOWS A ZERO EQUIVALENT
      *  AND THE RUN ENDS RC=4.
      *----------------------------------------------------------------
       01  WS-BRANCH-BASE-TOTAL    PIC S9(11)V99 VALUE 0.
       01  WS-REGION-BASE-TOTAL    PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-BASE-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-FX-UNPRICED          PIC 9(7)    VALUE 0.
       01  WS-CCY-COUNT            PIC 9(2)    VALUE 0.
       01  WS-CCY-SUB              PIC 9(2)    VALUE 0.
       01  WS-CCY-WANTED           PIC X(3)    VALUE SPACES.
       01  WS-CCY-FOUND-SW         PIC X       VALUE 'N'.
           88  WS-CCY-FOUND                    VALUE 'Y'.
       01  WS-CCY-OVERFLOW-SW      PIC X       VALUE 'N'.
           88  WS-CCY-OVERFLOW                 VALUE 'Y'.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY        OCCURS 20 TIMES.
               10  WS-CCY-CODE         PIC X(3).
               10  WS-CCY-RECORDS      PIC 9(7).
               10  WS-CCY-TOTAL        PIC S9(11)V99.
               10  WS-CCY-BASE-TOTAL   PIC S9(11)V99.

           COPY "fxrwrk".

       COPY "reclay" REPLACING DL-RECORD        BY WS-EXC-RECORD
                                DL-REC-TYPE       BY WS-EXC-REC-TYPE
                                DL-REC-KEY        BY WS-EXC-REC-KEY
           05  FILLER              PIC X(8)    VALUE "BRANCH".
           05  FILLER              PIC X(15)   VALUE "AMOUNT".
           05  FILLER              PIC X(10)   VALUE "DATE".
           05  FILLER              PIC X(5)    VALUE "STAT".
           05  FILLER              PIC X(5)    VALUE "CCY".
           05  FILLER              PIC X(13)   VALUE "   BASE EQUIV".

       01  WS-DETAIL-LINE.
           05  WD-KEY              PIC X(10).
           05  WD-DATE             PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WD-STATUS           PIC X(1).
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  WD-CURRENCY         PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WD-BASE-AMOUNT      PIC -(9)9.99.

       01  WS-SUBTOTAL-LINE.
           05  FILLER              PIC X(10)   VALUE SPACE.
           05  WS-LINE-BRANCH-NAME PIC X(20).
           05  FILLER              PIC X(7)    VALUE " TOTAL ".
           05  WS-LINE-TOTAL       PIC -(9)9.99.
           05  FILLER              PIC X(7)    VALUE "  BASE ".
           05  WS-LINE-BASE-TOTAL  PIC -(9)9.99.

       01  WS-REGION-SUBTOTAL-LINE.
           05  FILLER              PIC X(10)   VALUE SPACE.
           05  FILLER              PIC X(8)    VALUE "REGION".
           05  WS-LINE-REGION      PIC X(4).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-LINE-REGION-NAME PIC X(20).
           05  FILLER              PIC X(7)    VALUE " TOTAL ".
           05  WS-LINE-REGION-TOTAL PIC -(9)9.99.
           05  FILLER              PIC X(7)    VALUE "  BASE ".
           05  WS-LINE-REGION-BASE PIC -(9)9.99.
           05  FILLER              PIC X(10)   VALUE "  MANAGER ".
           05  WS-LINE-REGION-MGR  PIC X(20).

       01  WS-PRODUCT-SUBTOTAL-LINE.
           05  FILLER              PIC X(12)   VALUE SPACE.
           05  FILLER              PIC X(8)    VALUE "PRODUCT".
           05  WS-LINE-PRODUCT     PIC X(4).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-LINE-PRODUCT-NAME PIC X(20).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-LINE-PROD-RECORDS PIC ZZZZZZ9.
           05  FILLER              PIC X(7)    VALUE " TOTAL ".
           05  WS-LINE-PROD-TOTAL  PIC -(9)9.99.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER              PIC X(18)   VALUE "GRAND TOTAL".
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  WS-LINE-GRAND       PIC -(9)9.99.
           05  FILLER              PIC X(7)    VALUE "  BASE ".
           05  WS-LINE-GRAND-BASE  PIC -(9)9.99.

       01  WS-CURRENCY-HEADING.
           05  FILLER              PIC X(40)   VALUE
               "TOTALS BY CURRENCY".

       01  WS-CURRENCY-TOTAL-LINE.
           05  FILLER              PIC X(10)   VALUE SPACE.
           05  FILLER              PIC X(9)    VALUE "CURRENCY ".
           05  WS-LINE-CCY         PIC X(3).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WS-LINE-CCY-RECORDS PIC ZZZZZZ9.
           05  FILLER              PIC X(7)    VALUE " TOTAL ".
           05  WS-LINE-CCY-TOTAL   PIC -(9)9.99.
           05  FILLER              PIC X(7)    VALUE "  RATE ".
           05  WS-LINE-CCY-RATE    PIC Z(4)9.9(6).
           05  FILLER              PIC X(4)    VALUE " ON ".
           05  WS-LINE-CCY-RATE-DATE PIC X(8).
           05  FILLER              PIC X(7)    VALUE "  BASE ".
           05  WS-LINE-CCY-BASE    PIC -(9)9.99.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM WRITE-COUNT-HANDOFF
           PERFORM RECORD-STAGE-END THRU RECORD-STAGE-END-EXIT

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

      *================================================================

       WRITE-COUNT-HANDOFF.
           OPEN OUTPUT RPCOUNTFILE
           MOVE SPACES TO RPCOUNT-RECORD
           MOVE WS-MASTER-RECORDS-READ TO RPCOUNT-RECORDS
           MOVE WS-GRAND-TOTAL TO RPCOUNT-AMOUNT
           MOVE WS-GRAND-BASE-TOTAL TO RPCOUNT-BASE-AMOUNT
           WRITE RPCOUNT-RECORD
           PERFORM WRITE-CCY-COUNT-HANDOFF
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           CLOSE RPCOUNTFILE.

       WRITE-CCY-COUNT-HANDOFF.
           MOVE SPACES TO RPCOUNT-CCY-RECORD
           MOVE "CCY " TO RPCOUNT-CCY-TAG
           MOVE WS-CCY-CODE (WS-CCY-SUB) TO RPCOUNT-CCY-CODE
           MOVE WS-CCY-TOTAL (WS-CCY-SUB) TO RPCOUNT-CCY-AMOUNT
           MOVE WS-CCY-BASE-TOTAL (WS-CCY-SUB)
               TO RPCOUNT-CCY-BASE-AMOUNT
           MOVE WS-CCY-RECORDS (WS-CCY-SUB) TO RPCOUNT-CCY-RECORDS
           WRITE RPCOUNT-CCY-RECORD.

       GENERATE-REPORT.
           DISPLAY "REPORT-GENERATOR: Collecting data..."
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           EXIT.

       GENERATE-DETAIL-REPORT.
      *    THE SEALED MASTER UNLOAD, WHEN SUPPLIED, IS ALREADY IN
      *    BRANCH ORDER AND STANDS IN FOR THE MASTFILE SWEEP BELOW.
           PERFORM OPEN-MASTER-UNLOAD THRU OPEN-MASTER-UNLOAD-EXIT
           IF WS-UNLOAD-BAD
               MOVE 8 TO RETURN-CODE
               GO TO GENERATE-DETAIL-REPORT-EXIT
           END-IF

           IF NOT WS-READING-UNLOAD
               OPEN INPUT MASTFILE
               IF WS-MASTFILE-STATUS NOT = "00"
                   DISPLAY "REPORT-GENERATOR: *** ERROR - MASTFILE "
                       "OPEN FAILED, STATUS: " WS-MASTFILE-STATUS
                       " ***"
                   MOVE 8 TO RETURN-CODE
                   GO TO GENERATE-DETAIL-REPORT-EXIT
               END-IF

      *        POSITION MASTFILE BY THE BRANCH ALTERNATE KEY SO THE
      *        SUBSEQUENT READ NEXT LOOP RETURNS RECORDS IN BRANCH
      *        ORDER INSTEAD OF PRIMARY-KEY ORDER.
               MOVE LOW-VALUES TO MAST-BRANCH
               START MASTFILE KEY IS NOT LESS THAN MAST-BRANCH
                   INVALID KEY
                       DISPLAY "REPORT-GENERATOR: *** ERROR - "
                           "MASTFILE START FAILED ***"
                       MOVE 'Y' TO WS-MAST-EOF-FLAG
               END-START
           END-IF

           PERFORM OPEN-BRANCH-REFERENCE
               THRU OPEN-BRANCH-REFERENCE-EXIT
           PERFORM OPEN-PRODUCT-REFERENCE
               THRU OPEN-PRODUCT-REFERENCE-EXIT
           PERFORM OPEN-FX-REFERENCE
               THRU OPEN-FX-REFERENCE-EXIT

           OPEN OUTPUT RPTFILE
           OPEN OUTPUT ACCTFILE
           END-IF
           IF WS-CSV-ENABLED
               OPEN OUTPUT CSVFILE
               MOVE "KEY,NAME,BRANCH,AMOUNT,DATE,CURRENCY,BASE AMOUNT"
                   TO CSV-LINE
               WRITE CSV-LINE
           END-IF

           PERFORM WRITE-PAGE-HEADER

           DISPLAY "REPORT-GENERATOR: Formatting output..."
           SORT SORTFILE
               ON ASCENDING KEY SORT-KEY-PART
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS GATHER-MASTER-RECORDS
                   THRU GATHER-MASTER-RECORDS-EXIT
               OUTPUT PROCEDURE IS PRINT-SORTED-MASTERS
                   THRU PRINT-SORTED-MASTERS-EXIT

           DISPLAY "REPORT-GENERATOR: Generating summary statistics..."
           PERFORM WRITE-FINAL-TOTALS

           PERFORM CLOSE-MASTER-INPUT
           CLOSE RPTFILE
           CLOSE ACCTFILE
           IF WS-DIST-ENABLED
           END-IF
           IF WS-BRANCH-NAMES-ON
               CLOSE BRANCHFILE
           END-IF
           IF WS-REGION-NAMES-ON
               CLOSE REGNFILE
           END-IF
           IF WS-PRODUCT-NAMES-ON
               CLOSE PRODFILE
           END-IF.

       GENERATE-DETAIL-REPORT-EXIT.
               SET WS-BRANCH-NAMES-ON TO TRUE
           ELSE
               DISPLAY "REPORT-GENERATOR: Branch reference file not "
                   "available - subtotals show branch codes only "
                   "and every branch falls under region ????"
           END-IF
           OPEN INPUT REGNFILE
           IF WS-REGNFILE-STATUS = "00"
               SET WS-REGION-NAMES-ON TO TRUE
           ELSE
               DISPLAY "REPORT-GENERATOR: Region reference file not "
                   "available - region subtotals show codes only"
           END-IF.

       OPEN-BRANCH-REFERENCE-EXIT.
       LOOK-UP-BRANCH-NAME-EXIT.
           EXIT.

       LOOK-UP-BRANCH-REGION.
           MOVE MAST-BRANCH TO WS-LOOKUP-BRANCH
           MOVE "????" TO WS-LOOKUP-REGION
           IF NOT WS-BRANCH-NAMES-ON
               GO TO LOOK-UP-BRANCH-REGION-EXIT
           END-IF

           MOVE MAST-BRANCH TO BRCH-CODE
           READ BRANCHFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BRCH-REGION NOT = SPACES
                       MOVE BRCH-REGION TO WS-LOOKUP-REGION
                   END-IF
           END-READ.

       LOOK-UP-BRANCH-REGION-EXIT.
           EXIT.

       LOOK-UP-REGION-NAME.
           MOVE SPACES TO WS-REGION-NAME WS-REGION-MANAGER
           IF WS-PREV-REGION = "????"
               MOVE "*NO REGION*" TO WS-REGION-NAME
               GO TO LOOK-UP-REGION-NAME-EXIT
           END-IF
           IF NOT WS-REGION-NAMES-ON
               GO TO LOOK-UP-REGION-NAME-EXIT
           END-IF

           MOVE WS-PREV-REGION TO RGN-CODE
           READ REGNFILE
               INVALID KEY
                   MOVE "*NOT ON FILE*" TO WS-REGION-NAME
               NOT INVALID KEY
                   MOVE RGN-NAME TO WS-REGION-NAME
                   MOVE RGN-MANAGER TO WS-REGION-MANAGER
           END-READ.

       LOOK-UP-REGION-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE PRODUCT REFERENCE FILE (SEE PRODREC/PRODUCT-MAINT) GIVES
      *  THE PRODUCT SUBTOTAL LINES THEIR NAMES; WITHOUT IT THEY
      *  SHOW THE PRODUCT CODE ALONE.
      *----------------------------------------------------------------
       OPEN-PRODUCT-REFERENCE.
           OPEN INPUT PRODFILE
           IF WS-PRODFILE-STATUS = "00"
               SET WS-PRODUCT-NAMES-ON TO TRUE
           ELSE
               DISPLAY "REPORT-GENERATOR: Product reference file not "
                   "available - product subtotals show codes only"
           END-IF.

       OPEN-PRODUCT-REFERENCE-EXIT.
           EXIT.

       LOOK-UP-PRODUCT-NAME.
           MOVE SPACES TO WS-PRODUCT-NAME
           EVALUATE WS-PROD-ENT-CODE (WS-PROD-SUB)
               WHEN SPACES
                   MOVE "(NO PRODUCT)" TO WS-PRODUCT-NAME
                   GO TO LOOK-UP-PRODUCT-NAME-EXIT
               WHEN "*OTH"
                   MOVE "(OTHER PRODUCTS)" TO WS-PRODUCT-NAME
                   GO TO LOOK-UP-PRODUCT-NAME-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-PRODUCT-NAMES-ON
               GO TO LOOK-UP-PRODUCT-NAME-EXIT
           END-IF

           MOVE WS-PROD-ENT-CODE (WS-PROD-SUB) TO PROD-CODE
           READ PRODFILE
               INVALID KEY
                   MOVE "*NOT ON PRODUCT FILE" TO WS-PRODUCT-NAME
               NOT INVALID KEY
                   MOVE PROD-NAME TO WS-PRODUCT-NAME
           END-READ.

       LOOK-UP-PRODUCT-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE EXCHANGE RATES FOR THE BASE-CURRENCY COLUMNS, AS OF THE
      *  BUSINESS DATE - OR, READING AN UNLOAD, THE DATE THE UNLOAD
      *  WAS TAKEN FOR, SO A RERUN FROM AN OLDER UNLOAD PRICES AT
      *  THAT DAY'S RATES.
      *----------------------------------------------------------------
       OPEN-FX-REFERENCE.
           MOVE WS-BUSINESS-DATE TO FXW-AS-OF-DATE
           IF WS-READING-UNLOAD AND WS-UNLOAD-BUS-DATE NOT = SPACES
               MOVE WS-UNLOAD-BUS-DATE TO FXW-AS-OF-DATE
           END-IF
           PERFORM LOAD-FX-RATES THRU LOAD-FX-RATES-EXIT
           IF FXW-FILE-MISSING
               DISPLAY "REPORT-GENERATOR: Exchange rate file not "
                   "available - only base-currency accounts price"
           ELSE
               DISPLAY "REPORT-GENERATOR: Exchange rates loaded:   "
                   FXW-RATE-COUNT
           END-IF.

       OPEN-FX-REFERENCE-EXIT.
           EXIT.

       GENERATE-EXCEPTIONS-REPORT.
           DISPLAY "REPORT-GENERATOR: Building exceptions-only report"
           MOVE 0 TO WS-VALREJ-STATUS
               WRITE CSV-LINE
           END-IF.

      *================================================================
      *  GATHER (THE SORT'S INPUT PROCEDURE) - THE BRANCH-ORDERED
      *  MASTER SWEEP, EACH RECORD RELEASED WITH ITS BRANCH'S REGION.
      *================================================================
       GATHER-MASTER-RECORDS.
           MOVE SPACES TO WS-LOOKUP-BRANCH
           PERFORM GATHER-ONE-MASTER
               UNTIL WS-MAST-EOF-FLAG = 'Y'.

       GATHER-MASTER-RECORDS-EXIT.
           EXIT.

       GATHER-ONE-MASTER.
           PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
           IF WS-MAST-EOF-FLAG NOT = 'Y'
               IF MAST-BRANCH NOT = WS-LOOKUP-BRANCH
                   PERFORM LOOK-UP-BRANCH-REGION
                       THRU LOOK-UP-BRANCH-REGION-EXIT
               END-IF
               MOVE WS-LOOKUP-REGION TO SORT-REGION
               MOVE MAST-BRANCH TO SORT-BRANCH
               MOVE MASTER-RECORD TO SORT-MASTER
               RELEASE SORT-RECORD
           END-IF.

      *================================================================
      *  PRINT (THE SORT'S OUTPUT PROCEDURE) - EACH RECORD COMES BACK
      *  INTO MASTER-RECORD AND IS PRINTED AS THE SWEEP USED TO
      *  PRINT IT, WITH THE REGION BREAK ABOVE THE BRANCH BREAK.
      *================================================================
       PRINT-SORTED-MASTERS.
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM RETURN-ONE-MASTER THRU RETURN-ONE-MASTER-EXIT
               UNTIL WS-SORT-EOF.

       PRINT-SORTED-MASTERS-EXIT.
           EXIT.

       RETURN-ONE-MASTER.
           RETURN SORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO RETURN-ONE-MASTER-EXIT
           END-RETURN

           MOVE SORT-MASTER TO MASTER-RECORD
           MOVE SORT-REGION TO WS-CUR-REGION
           PERFORM PRINT-ONE-DETAIL
               THRU PRINT-ONE-DETAIL-EXIT.

       RETURN-ONE-MASTER-EXIT.
           EXIT.

       PRINT-ONE-DETAIL.
      *    AN INACTIVE (LOGICALLY DELETED) RECORD IS LEFT OFF THE
           IF MAST-BRANCH NOT = WS-PREV-BRANCH
               AND WS-PREV-BRANCH NOT = SPACES
               PERFORM WRITE-BRANCH-SUBTOTAL
               IF WS-CUR-REGION NOT = WS-PREV-REGION
                   PERFORM WRITE-REGION-SUBTOTAL
               END-IF
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE MAST-BRANCH TO WS-PREV-BRANCH
           MOVE WS-CUR-REGION TO WS-PREV-REGION

           IF WS-DIST-ENABLED AND NOT WS-DIST-FILE-OPEN
               PERFORM OPEN-DIST-FILE THRU OPEN-DIST-FILE-EXIT
           END-IF

           PERFORM BUILD-MASKED-NAME THRU BUILD-MASKED-NAME-EXIT
           PERFORM PRICE-ONE-MASTER THRU PRICE-ONE-MASTER-EXIT

           MOVE MAST-KEY TO WD-KEY
           MOVE WS-MASKED-NAME TO WD-NAME
           MOVE MAST-AMOUNT TO WD-AMOUNT
           MOVE MAST-DATE TO WD-DATE
           MOVE MAST-STATUS TO WD-STATUS
           MOVE FXW-CURRENCY TO WD-CURRENCY
           MOVE FXW-BASE-AMOUNT TO WD-BASE-AMOUNT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINES-GENERATED
           END-IF

           ADD MAST-AMOUNT TO WS-BRANCH-TOTAL
           ADD MAST-AMOUNT TO WS-REGION-TOTAL
           ADD MAST-AMOUNT TO WS-GRAND-TOTAL
           ADD FXW-BASE-AMOUNT TO WS-BRANCH-BASE-TOTAL
           ADD FXW-BASE-AMOUNT TO WS-REGION-BASE-TOTAL
           ADD FXW-BASE-AMOUNT TO WS-GRAND-BASE-TOTAL
           PERFORM ACCUMULATE-PRODUCT-TOTAL
               THRU ACCUMULATE-PRODUCT-TOTAL-EXIT

           MOVE MAST-KEY TO ACCT-KEY
           MOVE MAST-NAME TO ACCT-NAME
           MOVE MAST-BRANCH TO ACCT-BRANCH
           MOVE MAST-AMOUNT TO ACCT-AMOUNT
           MOVE MAST-DATE TO ACCT-DATE
           MOVE FXW-CURRENCY TO ACCT-CURRENCY
           MOVE FXW-BASE-AMOUNT TO ACCT-BASE-AMOUNT
           WRITE ACCT-RECORD

           IF WS-CSV-ENABLED
               MOVE MAST-AMOUNT TO WS-CSV-AMOUNT
               MOVE FXW-BASE-AMOUNT TO WS-CSV-BASE-AMOUNT
               STRING MAST-KEY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-MASKED-NAME DELIMITED BY SIZE
                   WS-CSV-AMOUNT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   MAST-DATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FXW-CURRENCY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-BASE-AMOUNT DELIMITED BY SIZE
                   INTO CSV-LINE
               WRITE CSV-LINE
           END-IF.
       PRINT-ONE-DETAIL-EXIT.
           EXIT.

       ACCUMULATE-PRODUCT-TOTAL.
           MOVE MAST-PRODUCT TO WS-PROD-MATCH
           PERFORM FIND-PRODUCT-ENTRY THRU FIND-PRODUCT-ENTRY-EXIT
           IF NOT WS-PROD-FOUND
               IF WS-PROD-COUNT < 50
                   ADD 1 TO WS-PROD-COUNT
                   MOVE WS-PROD-COUNT TO WS-PROD-SUB
                   MOVE WS-PROD-MATCH TO WS-PROD-ENT-CODE (WS-PROD-SUB)
                   MOVE 0 TO WS-PROD-ENT-RECORDS (WS-PROD-SUB)
                   MOVE 0 TO WS-PROD-ENT-TOTAL (WS-PROD-SUB)
               ELSE
      *            THE LAST SLOT BECOMES THE OVERFLOW BUCKET.
                   MOVE 50 TO WS-PROD-SUB
                   MOVE "*OTH" TO WS-PROD-ENT-CODE (WS-PROD-SUB)
               END-IF
           END-IF

           ADD 1 TO WS-PROD-ENT-RECORDS (WS-PROD-SUB)
           ADD MAST-AMOUNT TO WS-PROD-ENT-TOTAL (WS-PROD-SUB).

       ACCUMULATE-PRODUCT-TOTAL-EXIT.
           EXIT.

       FIND-PRODUCT-ENTRY.
           MOVE 'N' TO WS-PROD-FOUND-SW
           PERFORM SCAN-ONE-PRODUCT-ENTRY
               VARYING WS-PROD-SUB FROM 1 BY 1
               UNTIL WS-PROD-SUB > WS-PROD-COUNT
                  OR WS-PROD-FOUND
           IF WS-PROD-FOUND
      *        THE SCAN LEAVES THE SUBSCRIPT ONE PAST THE HIT.
               SUBTRACT 1 FROM WS-PROD-SUB
           END-IF.

       FIND-PRODUCT-ENTRY-EXIT.
           EXIT.

       SCAN-ONE-PRODUCT-ENTRY.
           IF WS-PROD-ENT-CODE (WS-PROD-SUB) = WS-PROD-MATCH
               SET WS-PROD-FOUND TO TRUE
           END-IF.

      *    THE RECORD'S CURRENCY (SPACES ARE THE BASE CURRENCY) AND
      *    BASE-CURRENCY EQUIVALENT, LEFT IN FXW-CURRENCY AND
      *    FXW-BASE-AMOUNT FOR THE DETAIL LINE AND THE FEEDS, AND
      *    ADDED INTO THE CURRENCY'S TOTALS.
       PRICE-ONE-MASTER.
           MOVE MAST-CURRENCY TO FXW-CURRENCY
           IF FXW-CURRENCY = SPACES
               MOVE FXW-BASE-CURRENCY TO FXW-CURRENCY
           END-IF
           MOVE MAST-AMOUNT TO FXW-AMOUNT
           PERFORM CONVERT-TO-BASE THRU CONVERT-TO-BASE-EXIT
           IF NOT FXW-FOUND
               ADD 1 TO WS-FX-UNPRICED
           END-IF

           MOVE FXW-CURRENCY TO WS-CCY-WANTED
           PERFORM FIND-CCY-ENTRY THRU FIND-CCY-ENTRY-EXIT
           IF WS-CCY-SUB = 0
               GO TO PRICE-ONE-MASTER-EXIT
           END-IF
           ADD 1 TO WS-CCY-RECORDS (WS-CCY-SUB)
           ADD MAST-AMOUNT TO WS-CCY-TOTAL (WS-CCY-SUB)
           ADD FXW-BASE-AMOUNT TO WS-CCY-BASE-TOTAL (WS-CCY-SUB).

       PRICE-ONE-MASTER-EXIT.
           EXIT.

       FIND-CCY-ENTRY.
           MOVE 'N' TO WS-CCY-FOUND-SW
           PERFORM SCAN-CCY-TABLE
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT OR WS-CCY-FOUND
           IF WS-CCY-FOUND
      *        THE SCAN LEAVES THE SUBSCRIPT ONE PAST THE HIT.
               SUBTRACT 1 FROM WS-CCY-SUB
               GO TO FIND-CCY-ENTRY-EXIT
           END-IF
           IF WS-CCY-COUNT NOT < 20
               SET WS-CCY-OVERFLOW TO TRUE
               MOVE 0 TO WS-CCY-SUB
               GO TO FIND-CCY-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-CCY-COUNT
           MOVE WS-CCY-COUNT TO WS-CCY-SUB
           MOVE WS-CCY-WANTED TO WS-CCY-CODE (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-RECORDS (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-TOTAL (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-BASE-TOTAL (WS-CCY-SUB).

       FIND-CCY-ENTRY-EXIT.
           EXIT.

       SCAN-CCY-TABLE.
           IF WS-CCY-CODE (WS-CCY-SUB) = WS-CCY-WANTED
               MOVE 'Y' TO WS-CCY-FOUND-SW
           END-IF.

       BUILD-MASKED-NAME.
           MOVE MAST-NAME TO WS-MASKED-NAME
           IF NOT WS-MASKING-ENABLED
           MOVE 0 TO WS-LINES-ON-PAGE.

       WRITE-BRANCH-SUBTOTAL.
           PERFORM WRITE-PRODUCT-SUBTOTAL
               VARYING WS-PROD-SUB FROM 1 BY 1
               UNTIL WS-PROD-SUB > WS-PROD-COUNT
           MOVE 0 TO WS-PROD-COUNT

           MOVE WS-PREV-BRANCH TO WS-LINE-BRANCH
           PERFORM LOOK-UP-BRANCH-NAME THRU LOOK-UP-BRANCH-NAME-EXIT
           MOVE WS-BRANCH-NAME TO WS-LINE-BRANCH-NAME
           MOVE WS-BRANCH-TOTAL TO WS-LINE-TOTAL
           MOVE WS-BRANCH-BASE-TOTAL TO WS-LINE-BASE-TOTAL
           MOVE WS-SUBTOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINES-GENERATED

           IF WS-CSV-ENABLED
               MOVE WS-BRANCH-TOTAL TO WS-CSV-AMOUNT
               MOVE WS-BRANCH-BASE-TOTAL TO WS-CSV-BASE-AMOUNT
               STRING "SUBTOTAL" DELIMITED BY SIZE
                   ",," DELIMITED BY SIZE
                   WS-PREV-BRANCH DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-AMOUNT DELIMITED BY SIZE
                   ",,," DELIMITED BY SIZE
                   WS-CSV-BASE-AMOUNT DELIMITED BY SIZE
                   INTO CSV-LINE
               WRITE CSV-LINE
           END-IF
               PERFORM CLOSE-DIST-FILE THRU CLOSE-DIST-FILE-EXIT
           END-IF

           MOVE 0 TO WS-BRANCH-TOTAL
           MOVE 0 TO WS-BRANCH-BASE-TOTAL.

      *    THE REGION'S TOTAL AFTER ITS LAST BRANCH, NAMING THE
      *    REGION'S MANAGER.
       WRITE-REGION-SUBTOTAL.
           MOVE WS-PREV-REGION TO WS-LINE-REGION
           PERFORM LOOK-UP-REGION-NAME THRU LOOK-UP-REGION-NAME-EXIT
           MOVE WS-REGION-NAME TO WS-LINE-REGION-NAME
           MOVE WS-REGION-MANAGER TO WS-LINE-REGION-MGR
           MOVE WS-REGION-TOTAL TO WS-LINE-REGION-TOTAL
           MOVE WS-REGION-BASE-TOTAL TO WS-LINE-REGION-BASE
           MOVE WS-REGION-SUBTOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINES-GENERATED
           ADD 1 TO WS-SUMMARY-COUNT

           IF WS-CSV-ENABLED
               MOVE WS-REGION-TOTAL TO WS-CSV-AMOUNT
               MOVE WS-REGION-BASE-TOTAL TO WS-CSV-BASE-AMOUNT
               STRING "REGIONTOTAL" DELIMITED BY SIZE
                   ",," DELIMITED BY SIZE
                   WS-PREV-REGION DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-AMOUNT DELIMITED BY SIZE
                   ",,," DELIMITED BY SIZE
                   WS-CSV-BASE-AMOUNT DELIMITED BY SIZE
                   INTO CSV-LINE
               WRITE CSV-LINE
           END-IF

           MOVE 0 TO WS-REGION-TOTAL
           MOVE 0 TO WS-REGION-BASE-TOTAL.

       WRITE-PRODUCT-SUBTOTAL.
           MOVE WS-PROD-ENT-CODE (WS-PROD-SUB) TO WS-LINE-PRODUCT
           PERFORM LOOK-UP-PRODUCT-NAME THRU LOOK-UP-PRODUCT-NAME-EXIT
           MOVE WS-PRODUCT-NAME TO WS-LINE-PRODUCT-NAME
           MOVE WS-PROD-ENT-RECORDS (WS-PROD-SUB)
               TO WS-LINE-PROD-RECORDS
           MOVE WS-PROD-ENT-TOTAL (WS-PROD-SUB) TO WS-LINE-PROD-TOTAL
           MOVE WS-PRODUCT-SUBTOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINES-GENERATED
           ADD 1 TO WS-SUMMARY-COUNT.

      *================================================================
      *  DISTRIBUTION MODE - THE BRANCH-ORDERED SWEEP THAT DRIVES

           MOVE WS-DIST-RECORD-COUNT TO WR-DIST-RECORDS
           MOVE WS-BRANCH-TOTAL TO WR-DIST-TOTAL
           MOVE WS-BRANCH-BASE-TOTAL TO WR-DIST-BASE-TOTAL
           MOVE WS-DIST-TRAILER-LINE TO DIST-LINE
           WRITE DIST-LINE
           CLOSE DISTFILE
       WRITE-FINAL-TOTALS.
           IF WS-PREV-BRANCH NOT = SPACES
               PERFORM WRITE-BRANCH-SUBTOTAL
               PERFORM WRITE-REGION-SUBTOTAL
           END-IF
           MOVE WS-GRAND-TOTAL TO WS-LINE-GRAND
           MOVE WS-GRAND-BASE-TOTAL TO WS-LINE-GRAND-BASE
           MOVE WS-GRAND-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINES-GENERATED

           IF WS-CSV-ENABLED
               MOVE WS-GRAND-TOTAL TO WS-CSV-AMOUNT
               MOVE WS-GRAND-BASE-TOTAL TO WS-CSV-BASE-AMOUNT
               STRING "GRANDTOTAL" DELIMITED BY SIZE
                   ",,," DELIMITED BY SIZE
                   WS-CSV-AMOUNT DELIMITED BY SIZE
                   ",,," DELIMITED BY SIZE
                   WS-CSV-BASE-AMOUNT DELIMITED BY SIZE
                   INTO CSV-LINE
               WRITE CSV-LINE
           END-IF

           IF WS-CCY-COUNT > 0
               MOVE WS-CURRENCY-HEADING TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-LINES-GENERATED
               PERFORM WRITE-CURRENCY-TOTAL
                   VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-COUNT
           END-IF
           IF WS-CCY-OVERFLOW
               DISPLAY "REPORT-GENERATOR: *** WARNING - MORE THAN 20 "
                   "CURRENCIES ON THE MASTER - TOTALS BY CURRENCY "
                   "ARE INCOMPLETE ***"
           END-IF

           IF WS-FX-UNPRICED > 0
               DISPLAY "REPORT-GENERATOR: *** WARNING - "
                   WS-FX-UNPRICED " ACCOUNTS HAVE NO EXCHANGE RATE "
                   "ON OR BEFORE " FXW-AS-OF-DATE " - BASE "
                   "EQUIVALENTS SHOWN AS ZERO ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET ALW-WARNING TO TRUE
               MOVE "FXNORATE" TO ALW-CODE
               MOVE SPACES TO ALW-MESSAGE
               STRING WS-FX-UNPRICED
                   " ACCOUNTS REPORTED WITH NO EXCHANGE RATE"
                   DELIMITED BY SIZE INTO ALW-MESSAGE
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
           END-IF.

      *    ONE LINE PER CURRENCY HELD, WITH THE RATE ITS BASE
      *    EQUIVALENT WAS TAKEN AT AND THE DAY THAT RATE IS FOR.
       WRITE-CURRENCY-TOTAL.
           MOVE WS-CCY-CODE (WS-CCY-SUB) TO WS-LINE-CCY
           MOVE WS-CCY-RECORDS (WS-CCY-SUB) TO WS-LINE-CCY-RECORDS
           MOVE WS-CCY-TOTAL (WS-CCY-SUB) TO WS-LINE-CCY-TOTAL
           MOVE WS-CCY-BASE-TOTAL (WS-CCY-SUB) TO WS-LINE-CCY-BASE
           MOVE WS-CCY-CODE (WS-CCY-SUB) TO FXW-CURRENCY
           PERFORM LOOK-UP-FX-RATE THRU LOOK-UP-FX-RATE-EXIT
           MOVE FXW-RATE TO WS-LINE-CCY-RATE
           IF FXW-FOUND
               MOVE FXW-RATE-DATE TO WS-LINE-CCY-RATE-DATE
           ELSE
               MOVE "NO RATE" TO WS-LINE-CCY-RATE-DATE
           END-IF
           MOVE WS-CURRENCY-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINES-GENERATED
           ADD 1 TO WS-SUMMARY-COUNT

           IF WS-CSV-ENABLED
               MOVE WS-CCY-TOTAL (WS-CCY-SUB) TO WS-CSV-AMOUNT
               MOVE WS-CCY-BASE-TOTAL (WS-CCY-SUB)
                   TO WS-CSV-BASE-AMOUNT
               STRING "CCYTOTAL" DELIMITED BY SIZE
                   ",,," DELIMITED BY SIZE
                   WS-CSV-AMOUNT DELIMITED BY SIZE
                   ",," DELIMITED BY SIZE
                   WS-CCY-CODE (WS-CCY-SUB) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-BASE-AMOUNT DELIMITED BY SIZE
                   INTO CSV-LINE
               WRITE CSV-LINE
           END-IF.

      *================================================================
      *  SEALED MASTER UNLOAD (SEE THE MSTUNLD COPYBOOK). WHEN THE
      *  MASTUNLD DD IS SUPPLIED THE RUN READS THE UNLOAD INSTEAD OF
      *  SWEEPING MASTFILE, SO IT NEEDS NEITHER THE CLUSTER NOR THE
      *  MASTER LOCK. THE UNLOAD IS PROVED FIRST - HEADER PRESENT,
      *  EVERY D RECORD RE-COUNTED AND RE-TOTALLED AGAINST THE
      *  TRAILER MASTER-UNLOAD ONLY WRITES ONCE THE SEAL AGREES - AND
      *  AN UNPROVED UNLOAD REFUSES THE RUN BEFORE ANY OUTPUT IS
      *  WRITTEN. THE FILE IS THEN REOPENED AND LEFT POSITIONED JUST
      *  PAST ITS HEADER FOR READ-NEXT-MASTER.
      *================================================================
       OPEN-MASTER-UNLOAD.
           OPEN INPUT MASTUNLDFILE
           IF WS-MASTUNLD-STATUS NOT = "00"
               DISPLAY "REPORT-GENERATOR: No master unload "
                   "supplied - reading MASTFILE"
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           SET WS-READING-UNLOAD TO TRUE

           MOVE SPACES TO MASTER-UNLOAD-RECORD
           READ MASTUNLDFILE
               AT END
                   CONTINUE
           END-READ
           IF NOT ULD-HEADER
               DISPLAY "REPORT-GENERATOR: *** ERROR - MASTER "
                   "UNLOAD HAS NO HEADER RECORD ***"
               CLOSE MASTUNLDFILE
               SET WS-UNLOAD-BAD TO TRUE
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           MOVE ULD-HDR-BUS-DATE TO WS-UNLOAD-BUS-DATE
           DISPLAY "REPORT-GENERATOR: Reading master unload "
               "for business date " ULD-HDR-BUS-DATE
               " taken " ULD-HDR-TIMESTAMP

           PERFORM PROVE-UNLOAD-ONE-RECORD
               UNTIL WS-UNLOAD-EOF
           CLOSE MASTUNLDFILE

           IF WS-UNLOAD-BAD
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           IF NOT WS-UNLOAD-TRAILED
               DISPLAY "REPORT-GENERATOR: *** ERROR - MASTER "
                   "UNLOAD HAS NO TRAILER - IT WAS NEVER PROVED "
                   "AGAINST THE SEAL ***"
               SET WS-UNLOAD-BAD TO TRUE
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           IF WS-UNLOAD-COUNT NOT = WS-UNLOAD-TRL-COUNT
               OR WS-UNLOAD-TOTAL NOT = WS-UNLOAD-TRL-TOTAL
               DISPLAY "REPORT-GENERATOR: *** ERROR - MASTER "
                   "UNLOAD DOES NOT AGREE WITH ITS TRAILER ***"
               SET WS-UNLOAD-BAD TO TRUE
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           DISPLAY "REPORT-GENERATOR: Master unload proved "
               "to its trailer: " WS-UNLOAD-COUNT " records"

           OPEN INPUT MASTUNLDFILE
           READ MASTUNLDFILE
               AT END
                   CONTINUE
           END-READ.

       OPEN-MASTER-UNLOAD-EXIT.
           EXIT.

       PROVE-UNLOAD-ONE-RECORD.
           READ MASTUNLDFILE
               AT END
                   SET WS-UNLOAD-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ULD-DETAIL
                           MOVE ULD-DATA TO MASTER-RECORD
                           ADD 1 TO WS-UNLOAD-COUNT
                           IF MAST-AMOUNT NUMERIC
                               ADD MAST-AMOUNT TO WS-UNLOAD-TOTAL
                           END-IF
                       WHEN ULD-TRAILER
                           SET WS-UNLOAD-TRAILED TO TRUE
                           MOVE ULD-TRL-COUNT TO WS-UNLOAD-TRL-COUNT
                           MOVE ULD-TRL-TOTAL TO WS-UNLOAD-TRL-TOTAL
                           SET WS-UNLOAD-EOF TO TRUE
                       WHEN OTHER
                           DISPLAY "REPORT-GENERATOR: *** ERROR - "
                               "MASTER UNLOAD RECORD TYPE "
                               ULD-REC-TYPE
                               " IS NOT H, D OR T ***"
                           SET WS-UNLOAD-BAD TO TRUE
                           SET WS-UNLOAD-EOF TO TRUE
                   END-EVALUATE
           END-READ.

      *    THE NEXT MASTER RECORD INTO MASTER-RECORD FROM WHICHEVER
      *    SOURCE THE RUN IS ON; THE UNLOAD'S TRAILER IS END OF FILE.
       READ-NEXT-MASTER.
           IF NOT WS-READING-UNLOAD
               READ MASTFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MAST-EOF-FLAG
               END-READ
               GO TO READ-NEXT-MASTER-EXIT
           END-IF

           READ MASTUNLDFILE
               AT END
                   MOVE 'Y' TO WS-MAST-EOF-FLAG
           END-READ
           IF WS-MAST-EOF-FLAG = 'Y' OR NOT ULD-DETAIL
               MOVE 'Y' TO WS-MAST-EOF-FLAG
               GO TO READ-NEXT-MASTER-EXIT
           END-IF
           MOVE ULD-DATA TO MASTER-RECORD.

       READ-NEXT-MASTER-EXIT.
           EXIT.

       CLOSE-MASTER-INPUT.
           IF WS-READING-UNLOAD
               CLOSE MASTUNLDFILE
           ELSE
               CLOSE MASTFILE
           END-IF.

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
               DISPLAY "REPORT-GENERATOR: *** WARNING - "
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
               DISPLAY "REPORT-GENERATOR: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "REPORT-GENERATOR" TO ALR-PROGRAM
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
