               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
      *    THE SEALED MASTER UNLOAD (SEE THE MSTUNLD COPYBOOK). WITH
      *    THE MASTUNLD DD SUPPLIED THE RUN READS IT INSTEAD OF
      *    MASTFILE; WITHOUT IT THE RUN SWEEPS MASTFILE AS BEFORE.
           SELECT MASTUNLDFILE ASSIGN TO "MASTUNLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTUNLD-STATUS.
      *    THE INDEXED AUDIT-HISTORY MASTER (SEE AUDHREC) SUPPLIES
      *    EACH SELECTED ACCOUNT'S YEAR-TO-DATE MOVEMENTS THE SAME
      *    WAY ACCT-STATEMENT ACCUMULATES A RANGE - ONE KEYED RANGE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDH-KEY
               FILE STATUS IS WS-AUDMAST-STATUS.
      *    THE EXCHANGE RATES - THE THRESHOLD IS IN BASE-CURRENCY
      *    DOLLARS, SO A FOREIGN-CURRENCY BALANCE IS JUDGED ON ITS
      *    BASE EQUIVALENT.
           SELECT FXRATEFILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-KEY
               FILE STATUS IS FXW-STATUS.
      *    THE PERIOD BALANCE STATISTICS BAL-STATS STORES (SEE
      *    BALSREC), READ BY ACCOUNT FOR THE PERIOD NAMED IN THE
      *    PERIOD PARAMETER. WITHOUT THE PARAMETER IT IS NOT OPENED.
           SELECT BALSTATFILE ASSIGN TO "BALSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALS-KEY
               FILE STATUS IS WS-BALSTAT-STATUS.
           SELECT REGFILE ASSIGN TO "REGFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGPROOFFILE ASSIGN TO "REGPROOF"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  AUDMASTFILE.
           COPY "audhrec".

       FD  FXRATEFILE.
           COPY "fxrrec".

       FD  BALSTATFILE.
           COPY "balsrec".

      *================================================================
      *  THE RETURN FILE - FIXED FORMAT WITH HEADER AND TRAILER
      *  CONTROL TOTALS, ONE D RECORD PER SELECTED ACCOUNT CARRYING
      *  THE BALANCE AND THE YEAR-TO-DATE MOVEMENT COUNT AND NET.
      *  REG-BALANCE AND THE YTD NET ARE IN THE ACCOUNT'S CURRENCY
      *  (REG-CURRENCY); REG-BASE-BALANCE IS THE BALANCE'S BASE-
      *  CURRENCY EQUIVALENT, WHICH IS WHAT THE THRESHOLD IS TESTED
      *  AGAINST, AND THE TRAILER CARRIES THEIR TOTAL.
      *
      *  WITH A PERIOD PARAMETER EACH D RECORD ALSO CARRIES THE
      *  ACCOUNT'S AVERAGE DAILY, LOWEST AND HIGHEST BALANCE AND
      *  DAYS BELOW ZERO OVER THAT PERIOD FROM BALSTAT, IN THE
      *  ACCOUNT'S CURRENCY, WITH THE DAYS THEY WERE AVERAGED OVER.
      *  REG-STATS-HELD IS Y WHEN THEY WERE FOUND, U WHEN FOUND BUT
      *  FROM A REPLAY THAT DID NOT PROVE, AND N (FIGURES ZERO) WHEN
      *  THERE ARE NONE. THE HEADER NAMES THE PERIOD AND THE TRAILER
      *  COUNTS THE RECORDS HOLDING FIGURES AND TOTALS THEIR AVERAGES.
      *================================================================
       FD  REGFILE.
       01  REG-RECORD.
           05  FILLER              PIC X(01).
           05  REG-YTD-NET         PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  REG-CURRENCY        PIC X(03).
           05  FILLER              PIC X(01).
           05  REG-BASE-BALANCE    PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  REG-STATS-HELD      PIC X(01).
           05  FILLER              PIC X(01).
           05  REG-AVG-BALANCE     PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  REG-MIN-BALANCE     PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  REG-MAX-BALANCE     PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  REG-DAYS-NEGATIVE   PIC 9(03).
           05  FILLER              PIC X(01).
           05  REG-DAYS-OPEN       PIC 9(03).

       01  REG-HEADER-RECORD REDEFINES REG-RECORD.
           05  REH-REC-TYPE        PIC X(01).
           05  REH-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  REH-THRESHOLD       PIC 9(09).
           05  FILLER              PIC X(01).
           05  REH-STATS-PERIOD    PIC X(08).
           05  FILLER              PIC X(117).

       01  REG-TRAILER-RECORD REDEFINES REG-RECORD.
           05  RET-REC-TYPE        PIC X(01).
           05  FILLER              PIC X(01).
           05  RET-YTD-NET-TOTAL   PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  RET-BASE-TOTAL      PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  RET-STATS-COUNT     PIC 9(07).
           05  FILLER              PIC X(01).
           05  RET-AVG-TOTAL       PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(61).

       FD  REGPROOFFILE.
       01  REGPROOF-LINE           PIC X(132).

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
       01  WS-AUDMAST-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-MAST-EOF-FLAG        PIC X       VALUE 'N'.
       01  WS-AUD-EOF-SW           PIC X       VALUE 'N'.
           88  WS-AUD-RANGE-DONE               VALUE 'Y'.
       01  WS-AUDMAST-ON-SW        PIC X       VALUE 'N'.
           88  WS-AUDMAST-ON                   VALUE 'Y'.
       01  WS-BALSTAT-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BALSTAT-ON-SW        PIC X       VALUE 'N'.
           88  WS-BALSTAT-ON                   VALUE 'Y'.
       01  WS-RUN-DATE             PIC 9(8).

       01  WS-PARM-STRING          PIC X(80)   VALUE SPACES.
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN            PIC X(30)   OCCURS 3 TIMES
                                    VALUE SPACES.
       01  WS-TOKEN-IDX            PIC 9(2)    VALUE 0.
       01  WS-KEY-PART             PIC X(20)   VALUE SPACES.
       01  WS-THRESHOLD            PIC 9(9)    VALUE 0.
       01  WS-YTD-YEAR             PIC 9(4)    VALUE 0.
       01  WS-YTD-FROM-DATE        PIC 9(8)    VALUE 0.
       01  WS-STATS-PERIOD         PIC X(8)    VALUE SPACES.

       01  WS-SELECT-KEY           PIC X(10)   VALUE SPACES.
       01  WS-YTD-MOVES            PIC 9(5)    VALUE 0.
       01  WS-SELECTED-COUNT       PIC 9(7)    VALUE 0.
       01  WS-SELECTED-TOTAL       PIC S9(13)V99 VALUE 0.
       01  WS-SELECTED-YTD-NET     PIC S9(13)V99 VALUE 0.
       01  WS-SWEEP-BASE-TOTAL     PIC S9(13)V99 VALUE 0.
       01  WS-SELECTED-BASE-TOTAL  PIC S9(13)V99 VALUE 0.
       01  WS-STATS-COUNT          PIC 9(7)    VALUE 0.
       01  WS-STATS-AVG-TOTAL      PIC S9(13)V99 VALUE 0.
      *    ACCOUNTS WHOSE CURRENCY HAS NO RATE CANNOT BE JUDGED
      *    AGAINST THE THRESHOLD - THE RETURN IS INCOMPLETE (RC=8).
       01  WS-UNPRICED-COUNT       PIC 9(7)    VALUE 0.
       01  WS-AMOUNT-DISPLAY       PIC -(13)9.99.

       01  WS-PROOF-LINE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WP-AMOUNT           PIC -(13)9.99.

           COPY "fxrwrk".

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REG-EXTRACT: Starting large-balance extract"
                   "PARAMETER IS REQUIRED, E.G. THRESH=000500000 "
                   "(WHOLE DOLLARS) ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           DISPLAY "REG-EXTRACT: Threshold " WS-THRESHOLD
               "  YTD from " WS-YTD-FROM-DATE

           IF WS-STATS-PERIOD NOT = SPACES
               AND WS-STATS-PERIOD NOT NUMERIC
               DISPLAY "REG-EXTRACT: *** ERROR - PERIOD "
                   WS-STATS-PERIOD " MUST BE A DATE, E.G. "
                   "PERIOD=20261231 ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM OPEN-MASTER-UNLOAD THRU OPEN-MASTER-UNLOAD-EXIT
           IF WS-UNLOAD-BAD
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           IF NOT WS-READING-UNLOAD
               OPEN INPUT MASTFILE
               IF WS-MASTFILE-STATUS NOT = "00"
                   DISPLAY "REG-EXTRACT: *** ERROR - MASTFILE OPEN "
                       "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
                   MOVE 8 TO RETURN-CODE
                   PERFORM RAISE-RUN-END-ALERT
                       THRU RAISE-RUN-END-ALERT-EXIT
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO MAST-KEY
               START MASTFILE KEY IS NOT LESS THAN MAST-KEY
                   INVALID KEY
                       DISPLAY "REG-EXTRACT: Master file is empty"
                       MOVE 'Y' TO WS-MAST-EOF-FLAG
               END-START
           END-IF

      *    RATES AS OF THE DATE THE BALANCES ARE FOR - THE UNLOAD'S
      *    BUSINESS DATE WHEN READING ONE, OTHERWISE THE RUN DATE.
           MOVE WS-RUN-DATE TO FXW-AS-OF-DATE
           IF WS-READING-UNLOAD AND WS-UNLOAD-BUS-DATE NOT = SPACES
               MOVE WS-UNLOAD-BUS-DATE TO FXW-AS-OF-DATE
           END-IF
           PERFORM LOAD-FX-RATES THRU LOAD-FX-RATES-EXIT
           IF FXW-FILE-MISSING
               DISPLAY "REG-EXTRACT: Exchange rate file not "
                   "available - only base-currency accounts price"
           ELSE
               DISPLAY "REG-EXTRACT: Exchange rates loaded: "
                   FXW-RATE-COUNT
           END-IF

           OPEN INPUT AUDMASTFILE
           IF WS-AUDMAST-STATUS = "00"
               SET WS-AUDMAST-ON TO TRUE
                   "AVAILABLE - YTD COLUMNS WILL BE ZERO ***"
           END-IF

           IF WS-STATS-PERIOD NOT = SPACES
               OPEN INPUT BALSTATFILE
               IF WS-BALSTAT-STATUS = "00"
                   SET WS-BALSTAT-ON TO TRUE
               ELSE
                   DISPLAY "REG-EXTRACT: *** WARNING - BALSTAT NOT "
                       "AVAILABLE - BALANCE STATISTICS WILL BE "
                       "ZERO ***"
               END-IF
           END-IF

           OPEN OUTPUT REGFILE
           OPEN OUTPUT REGPROOFFILE
           PERFORM WRITE-RETURN-HEADER

           PERFORM SWEEP-MASTER-LOOP
               UNTIL WS-MAST-EOF-FLAG = 'Y'

           PERFORM WRITE-RETURN-TRAILER
           PERFORM WRITE-PROOF-PAGE

           PERFORM CLOSE-MASTER-INPUT
           IF WS-AUDMAST-ON
               CLOSE AUDMASTFILE
           END-IF
           IF WS-BALSTAT-ON
               CLOSE BALSTATFILE
           END-IF
           CLOSE REGFILE
           CLOSE REGPROOFFILE

           DISPLAY "REG-EXTRACT: Accounts swept:    " WS-SWEEP-COUNT
           DISPLAY "REG-EXTRACT: Accounts selected: "
               WS-SELECTED-COUNT
           IF WS-STATS-PERIOD NOT = SPACES
               DISPLAY "REG-EXTRACT: With statistics:   "
                   WS-STATS-COUNT
           END-IF

           IF WS-SELECTED-COUNT = 0
               DISPLAY "REG-EXTRACT: No balances over the threshold"
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-UNPRICED-COUNT > 0
               DISPLAY "REG-EXTRACT: *** ERROR - " WS-UNPRICED-COUNT
                   " ACCOUNTS HAVE NO EXCHANGE RATE ON OR BEFORE "
                   FXW-AS-OF-DATE " - RETURN IS INCOMPLETE ***"
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       PARSE-RUN-PARAMETERS.
           END-IF

           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)

           PERFORM APPLY-ONE-TOKEN THRU APPLY-ONE-TOKEN-EXIT
               VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > 3.

       PARSE-RUN-PARAMETERS-EXIT.
           EXIT.
                   MOVE WS-VAL-PART(1:9) TO WS-THRESHOLD
               WHEN "YEAR"
                   MOVE WS-VAL-PART(1:4) TO WS-YTD-YEAR
               WHEN "PERIOD"
                   MOVE WS-VAL-PART(1:8) TO WS-STATS-PERIOD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

       SWEEP-MASTER-LOOP.
           PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
           IF WS-MAST-EOF-FLAG NOT = 'Y'
               PERFORM JUDGE-ONE-ACCOUNT
                   THRU JUDGE-ONE-ACCOUNT-EXIT
           END-IF.

      *================================================================
      *  ONE ACTIVE ACCOUNT - COUNTED INTO THE SWEEP TOTALS EITHER
           ADD 1 TO WS-SWEEP-COUNT
           ADD MAST-AMOUNT TO WS-SWEEP-TOTAL

           MOVE MAST-CURRENCY TO FXW-CURRENCY
           IF FXW-CURRENCY = SPACES
               MOVE FXW-BASE-CURRENCY TO FXW-CURRENCY
           END-IF
           MOVE MAST-AMOUNT TO FXW-AMOUNT
           PERFORM CONVERT-TO-BASE THRU CONVERT-TO-BASE-EXIT
           IF NOT FXW-FOUND
               ADD 1 TO WS-UNPRICED-COUNT
               DISPLAY "REG-EXTRACT: ERROR - no exchange rate for "
                   "currency " FXW-CURRENCY " key " MAST-KEY
               GO TO JUDGE-ONE-ACCOUNT-EXIT
           END-IF
           ADD FXW-BASE-AMOUNT TO WS-SWEEP-BASE-TOTAL

           IF FXW-BASE-AMOUNT NOT > WS-THRESHOLD
               GO TO JUDGE-ONE-ACCOUNT-EXIT
           END-IF

           ADD 1 TO WS-SELECTED-COUNT
           ADD MAST-AMOUNT TO WS-SELECTED-TOTAL
           ADD WS-YTD-NET TO WS-SELECTED-YTD-NET
           ADD FXW-BASE-AMOUNT TO WS-SELECTED-BASE-TOTAL

           MOVE SPACES TO REG-RECORD
           MOVE "D" TO REG-REC-TYPE
           MOVE MAST-AMOUNT TO REG-BALANCE
           MOVE WS-YTD-MOVES TO REG-YTD-MOVES
           MOVE WS-YTD-NET TO REG-YTD-NET
           MOVE FXW-CURRENCY TO REG-CURRENCY
           MOVE FXW-BASE-AMOUNT TO REG-BASE-BALANCE
           PERFORM MOVE-BALANCE-STATISTICS
               THRU MOVE-BALANCE-STATISTICS-EXIT
           WRITE REG-RECORD.

       JUDGE-ONE-ACCOUNT-EXIT.
       ACCUMULATE-ONE-MOVEMENT-EXIT.
           EXIT.

      *================================================================
      *  THE PERIOD BALANCE STATISTICS FOR THE SELECTED ACCOUNT (SEE
      *  BALSREC/BAL-STATS) INTO THE D RECORD, OR ZEROS AND AN N
      *  FLAG WHEN NO PERIOD WAS ASKED FOR OR THE ACCOUNT HAS NONE.
      *================================================================
       MOVE-BALANCE-STATISTICS.
           MOVE "N" TO REG-STATS-HELD
           MOVE 0 TO REG-AVG-BALANCE
           MOVE 0 TO REG-MIN-BALANCE
           MOVE 0 TO REG-MAX-BALANCE
           MOVE 0 TO REG-DAYS-NEGATIVE
           MOVE 0 TO REG-DAYS-OPEN
           IF NOT WS-BALSTAT-ON
               GO TO MOVE-BALANCE-STATISTICS-EXIT
           END-IF

           MOVE MAST-KEY TO BALS-ACCOUNT
           MOVE WS-STATS-PERIOD TO BALS-PERIOD
           READ BALSTATFILE
               INVALID KEY
                   GO TO MOVE-BALANCE-STATISTICS-EXIT
           END-READ

           IF BALS-PROVED
               MOVE "Y" TO REG-STATS-HELD
           ELSE
               MOVE "U" TO REG-STATS-HELD
           END-IF
           MOVE BALS-AVERAGE-BALANCE TO REG-AVG-BALANCE
           MOVE BALS-MINIMUM-BALANCE TO REG-MIN-BALANCE
           MOVE BALS-MAXIMUM-BALANCE TO REG-MAX-BALANCE
           MOVE BALS-DAYS-NEGATIVE TO REG-DAYS-NEGATIVE
           MOVE BALS-DAYS-OPEN TO REG-DAYS-OPEN
           ADD 1 TO WS-STATS-COUNT
           ADD BALS-AVERAGE-BALANCE TO WS-STATS-AVG-TOTAL.

       MOVE-BALANCE-STATISTICS-EXIT.
           EXIT.

       WRITE-RETURN-HEADER.
           MOVE SPACES TO REG-RECORD
           MOVE "H" TO REH-REC-TYPE
           MOVE WS-RUN-DATE TO REH-RUN-DATE
           MOVE WS-THRESHOLD TO REH-THRESHOLD
           MOVE WS-STATS-PERIOD TO REH-STATS-PERIOD
           WRITE REG-RECORD.

       WRITE-RETURN-TRAILER.
           MOVE WS-SELECTED-COUNT TO RET-COUNT
           MOVE WS-SELECTED-TOTAL TO RET-BALANCE-TOTAL
           MOVE WS-SELECTED-YTD-NET TO RET-YTD-NET-TOTAL
           MOVE WS-SELECTED-BASE-TOTAL TO RET-BASE-TOTAL
           MOVE WS-STATS-COUNT TO RET-STATS-COUNT
           MOVE WS-STATS-AVG-TOTAL TO RET-AVG-TOTAL
           WRITE REG-RECORD.

      *================================================================
      *  THE PROOF PAGE TIES THE EXTRACT TO THE MASTER FILE SWEEP:
      *  EVERY ACTIVE ACCOUNT WAS EITHER SELECTED OR LEFT BEHIND,
      *  AND THE TWO PILES TOGETHER ARE THE WHOLE ACTIVE MASTER.
      *  THE TOTALS ARE SHOWN AS HELD (EACH ACCOUNT IN ITS OWN
      *  CURRENCY) AND AGAIN IN THE BASE CURRENCY THE THRESHOLD WAS
      *  APPLIED IN; ACCOUNTS THAT COULD NOT BE PRICED ARE IN THE
      *  SWEEP BUT IN NEITHER BASE PILE.
      *================================================================
       WRITE-PROOF-PAGE.
           MOVE "LARGE-BALANCE RETURN PROOF" TO REGPROOF-LINE
           MOVE WS-PROOF-LINE TO REGPROOF-LINE
           WRITE REGPROOF-LINE

           MOVE "ACTIVE ACCOUNTS SWEPT / BASE TOTAL" TO WP-LABEL
           COMPUTE WP-COUNT = WS-SWEEP-COUNT - WS-UNPRICED-COUNT
           MOVE WS-SWEEP-BASE-TOTAL TO WP-AMOUNT
           MOVE WS-PROOF-LINE TO REGPROOF-LINE
           WRITE REGPROOF-LINE

           MOVE "SELECTED OVER THRESHOLD / BASE TOTAL" TO WP-LABEL
           MOVE WS-SELECTED-COUNT TO WP-COUNT
           MOVE WS-SELECTED-BASE-TOTAL TO WP-AMOUNT
           MOVE WS-PROOF-LINE TO REGPROOF-LINE
           WRITE REGPROOF-LINE

           MOVE "BELOW THRESHOLD / BASE TOTAL" TO WP-LABEL
           COMPUTE WP-COUNT = WS-SWEEP-COUNT - WS-UNPRICED-COUNT
               - WS-SELECTED-COUNT
           COMPUTE WP-AMOUNT =
               WS-SWEEP-BASE-TOTAL - WS-SELECTED-BASE-TOTAL
           MOVE WS-PROOF-LINE TO REGPROOF-LINE
           WRITE REGPROOF-LINE

           IF WS-UNPRICED-COUNT > 0
               MOVE "NOT PRICED - NO EXCHANGE RATE" TO WP-LABEL
               MOVE WS-UNPRICED-COUNT TO WP-COUNT
               MOVE 0 TO WP-AMOUNT
               MOVE WS-PROOF-LINE TO REGPROOF-LINE
               WRITE REGPROOF-LINE
           END-IF

           MOVE "SELECTED YTD NET MOVEMENT" TO WP-LABEL
           MOVE 0 TO WP-COUNT
           MOVE WS-SELECTED-YTD-NET TO WP-AMOUNT
           MOVE WS-PROOF-LINE TO REGPROOF-LINE
           WRITE REGPROOF-LINE

           IF WS-STATS-PERIOD NOT = SPACES
               MOVE "SELECTED WITH STATS / AVG TOTAL" TO WP-LABEL
               MOVE WS-STATS-COUNT TO WP-COUNT
               MOVE WS-STATS-AVG-TOTAL TO WP-AMOUNT
               MOVE WS-PROOF-LINE TO REGPROOF-LINE
               WRITE REGPROOF-LINE
           END-IF

           MOVE SPACES TO REGPROOF-LINE
           MOVE "SELECTED PLUS BELOW-THRESHOLD EQUALS THE ACTIVE MAST
      -        "ER SWEEP BY CONSTRUCTION" TO REGPROOF-LINE
           WRITE REGPROOF-LINE.

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
               DISPLAY "REG-EXTRACT: No master unload "
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
               DISPLAY "REG-EXTRACT: *** ERROR - MASTER "
                   "UNLOAD HAS NO HEADER RECORD ***"
               CLOSE MASTUNLDFILE
               SET WS-UNLOAD-BAD TO TRUE
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           MOVE ULD-HDR-BUS-DATE TO WS-UNLOAD-BUS-DATE
           DISPLAY "REG-EXTRACT: Reading master unload "
               "for business date " ULD-HDR-BUS-DATE
               " taken " ULD-HDR-TIMESTAMP

           PERFORM PROVE-UNLOAD-ONE-RECORD
               UNTIL WS-UNLOAD-EOF
           CLOSE MASTUNLDFILE

           IF WS-UNLOAD-BAD
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           IF NOT WS-UNLOAD-TRAILED
               DISPLAY "REG-EXTRACT: *** ERROR - MASTER "
                   "UNLOAD HAS NO TRAILER - IT WAS NEVER PROVED "
                   "AGAINST THE SEAL ***"
               SET WS-UNLOAD-BAD TO TRUE
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           IF WS-UNLOAD-COUNT NOT = WS-UNLOAD-TRL-COUNT
               OR WS-UNLOAD-TOTAL NOT = WS-UNLOAD-TRL-TOTAL
               DISPLAY "REG-EXTRACT: *** ERROR - MASTER "
                   "UNLOAD DOES NOT AGREE WITH ITS TRAILER ***"
               SET WS-UNLOAD-BAD TO TRUE
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           DISPLAY "REG-EXTRACT: Master unload proved "
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
                           DISPLAY "REG-EXTRACT: *** ERROR - "
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
               DISPLAY "REG-EXTRACT: *** WARNING - "
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
               DISPLAY "REG-EXTRACT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "REG-EXTRACT" TO ALR-PROGRAM
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
