           SELECT RPCOUNTFILE ASSIGN TO "RPCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *================================================================
      *  THE FOUR STAGE HANDOFF RECORDS - EACH STAGE'S RECORD COUNT
      *  PLUS ITS ACCUMULATED DOLLAR TOTALS, LAID OUT EXACTLY AS THE
      *  WRITING PROGRAM'S WRITE-COUNT-HANDOFF BUILDS THEM. THE
      *  DPCOUNT AND RPCOUNT FIRST RECORDS ARE FOLLOWED BY ONE "CCY "
      *  RECORD PER CURRENCY HELD ON THE MASTER.
      *================================================================
       FD  FPCOUNTFILE.
       01  FPCOUNT-RECORD.
           05  FILLER               PIC X(1).
           05  DPCOUNT-MAST-TOTAL   PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
       01  DPCOUNT-CCY-RECORD.
           05  DPCOUNT-CCY-TAG      PIC X(4).
           05  DPCOUNT-CCY-CODE     PIC X(3).
           05  FILLER               PIC X(1).
           05  DPCOUNT-CCY-NET-APPLIED PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X(1).
           05  DPCOUNT-CCY-NET-CHANGE PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X(1).
           05  DPCOUNT-CCY-MAST-TOTAL PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.

       FD  RPCOUNTFILE.
       01  RPCOUNT-RECORD.
           05  FILLER               PIC X(1).
           05  RPCOUNT-AMOUNT       PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X(1).
           05  RPCOUNT-BASE-AMOUNT  PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
       01  RPCOUNT-CCY-RECORD.
           05  RPCOUNT-CCY-TAG      PIC X(4).
           05  RPCOUNT-CCY-CODE     PIC X(3).
           05  FILLER               PIC X(1).
           05  RPCOUNT-CCY-AMOUNT   PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X(1).
           05  RPCOUNT-CCY-BASE-AMOUNT PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X(1).
           05  RPCOUNT-CCY-RECORDS  PIC 9(7).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FP-STATUS             PIC X(2)   VALUE SPACES.
       01  WS-DP-NET-CHANGE         PIC S9(11)V99 VALUE 0.
       01  WS-DP-MAST-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-RP-AMOUNT             PIC S9(11)V99 VALUE 0.
       01  WS-RP-BASE-AMOUNT        PIC S9(11)V99 VALUE 0.
       01  WS-AMOUNT-DISPLAY        PIC -(11)9.99.

       01  WS-TIE-OUT-SW            PIC X      VALUE 'Y'.
       01  WS-WARNING-SW            PIC X      VALUE 'N'.
           88  WS-WARNING-RAISED               VALUE 'Y'.

      *----------------------------------------------------------------
      *  THE SAME PROOF IN EACH CURRENCY, FROM THE "CCY " RECORDS
      *  BEHIND THE DPCOUNT AND RPCOUNT FIRST RECORDS. A HANDOFF
      *  WITHOUT THEM (AN EXCEPTIONS-ONLY REPORT RUN) IS PROVED IN
      *  TOTAL ONLY.
      *----------------------------------------------------------------
       01  WS-HANDOFF-EOF-SW        PIC X      VALUE 'N'.
           88  WS-HANDOFF-EOF                  VALUE 'Y'.
       01  WS-DP-CCY-LINES          PIC 9(3)   VALUE 0.
       01  WS-RP-CCY-LINES          PIC 9(3)   VALUE 0.
       01  WS-CCY-COUNT             PIC 9(2)   VALUE 0.
       01  WS-CCY-SUB               PIC 9(2)   VALUE 0.
       01  WS-CCY-WANTED            PIC X(3)   VALUE SPACES.
       01  WS-CCY-FOUND-SW          PIC X      VALUE 'N'.
           88  WS-CCY-FOUND                    VALUE 'Y'.
       01  WS-CCY-OVERFLOW-SW       PIC X      VALUE 'N'.
           88  WS-CCY-OVERFLOW                 VALUE 'Y'.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY         OCCURS 40 TIMES.
               10  WS-CCY-CODE          PIC X(3).
               10  WS-CCY-DP-NET-APPLIED PIC S9(11)V99.
               10  WS-CCY-DP-NET-CHANGE PIC S9(11)V99.
               10  WS-CCY-DP-MAST-TOTAL PIC S9(11)V99.
               10  WS-CCY-RP-AMOUNT     PIC S9(11)V99.
               10  WS-CCY-RP-BASE-AMOUNT PIC S9(11)V99.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PIPELINE-RECONCILE: Reconciling stage counts..."
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

      *================================================================
           MOVE WS-RP-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "PIPELINE-RECONCILE: RP grand total:     "
               WS-AMOUNT-DISPLAY
           MOVE WS-RP-BASE-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "PIPELINE-RECONCILE: RP base equivalent: "
               WS-AMOUNT-DISPLAY

           IF WS-FP-STATUS = "00" AND WS-SV-STATUS = "00"
               IF WS-FP-AMOUNT NOT = WS-SV-AMOUNT
                       "GRAND TOTAL DOES NOT EQUAL MASTER TOTAL "
                       "AFTER POSTING ***"
               END-IF
           END-IF

           PERFORM RECONCILE-ONE-CURRENCY
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           IF WS-CCY-OVERFLOW
               SET WS-WARNING-RAISED TO TRUE
               DISPLAY "PIPELINE-RECONCILE: *** WARNING - MORE "
                   "CURRENCIES THAN THE TABLE HOLDS - PROVED IN "
                   "TOTAL ONLY BEYOND THE FIRST 40 ***"
           END-IF.

       RECONCILE-DOLLAR-TOTALS-EXIT.
           EXIT.

      *    EACH CURRENCY'S MASTER NET CHANGE MUST EQUAL ITS NET OF
      *    APPLIED TRANSACTIONS, AND - WHEN BOTH HANDOFFS CARRY
      *    CURRENCY RECORDS - ITS REPORTED TOTAL MUST EQUAL ITS
      *    MASTER TOTAL AFTER POSTING (A CURRENCY MISSING FROM ONE
      *    SIDE COUNTS AS ZERO THERE).
       RECONCILE-ONE-CURRENCY.
           MOVE WS-CCY-DP-MAST-TOTAL (WS-CCY-SUB) TO WS-AMOUNT-DISPLAY
           DISPLAY "PIPELINE-RECONCILE: " WS-CCY-CODE (WS-CCY-SUB)
               " master total:   " WS-AMOUNT-DISPLAY
           MOVE WS-CCY-RP-AMOUNT (WS-CCY-SUB) TO WS-AMOUNT-DISPLAY
           DISPLAY "PIPELINE-RECONCILE: " WS-CCY-CODE (WS-CCY-SUB)
               " reported total: " WS-AMOUNT-DISPLAY
           MOVE WS-CCY-RP-BASE-AMOUNT (WS-CCY-SUB) TO WS-AMOUNT-DISPLAY
           DISPLAY "PIPELINE-RECONCILE: " WS-CCY-CODE (WS-CCY-SUB)
               " base equivalent:" WS-AMOUNT-DISPLAY

           IF WS-CCY-DP-NET-APPLIED (WS-CCY-SUB)
               NOT = WS-CCY-DP-NET-CHANGE (WS-CCY-SUB)
               MOVE 'N' TO WS-TIE-OUT-SW
               DISPLAY "PIPELINE-RECONCILE: *** DOLLAR MISMATCH - "
                   WS-CCY-CODE (WS-CCY-SUB) " MASTER NET CHANGE "
                   "DOES NOT EQUAL NET OF APPLIED TRANSACTIONS ***"
           END-IF

           IF WS-DP-CCY-LINES > 0 AND WS-RP-CCY-LINES > 0
               IF WS-CCY-RP-AMOUNT (WS-CCY-SUB)
                   NOT = WS-CCY-DP-MAST-TOTAL (WS-CCY-SUB)
                   SET WS-WARNING-RAISED TO TRUE
                   DISPLAY "PIPELINE-RECONCILE: *** WARNING - "
                       WS-CCY-CODE (WS-CCY-SUB) " REPORT TOTAL "
                       "DOES NOT EQUAL MASTER TOTAL AFTER "
                       "POSTING ***"
               END-IF
           END-IF.

       READ-FP-COUNT.
           MOVE 0 TO WS-FP-COUNT
           OPEN INPUT FPCOUNTFILE
                   MOVE DPCOUNT-NET-CHANGE TO WS-DP-NET-CHANGE
                   MOVE DPCOUNT-MAST-TOTAL TO WS-DP-MAST-TOTAL
           END-READ
           MOVE 'N' TO WS-HANDOFF-EOF-SW
           PERFORM READ-DP-CCY-RECORD THRU READ-DP-CCY-RECORD-EXIT
               UNTIL WS-HANDOFF-EOF
           CLOSE DPCOUNTFILE.

       READ-DP-COUNT-EXIT.
           EXIT.

       READ-DP-CCY-RECORD.
           READ DPCOUNTFILE
               AT END
                   SET WS-HANDOFF-EOF TO TRUE
                   GO TO READ-DP-CCY-RECORD-EXIT
           END-READ
           IF WS-DP-STATUS NOT = "00"
               SET WS-HANDOFF-EOF TO TRUE
               GO TO READ-DP-CCY-RECORD-EXIT
           END-IF
           IF DPCOUNT-CCY-TAG NOT = "CCY "
               GO TO READ-DP-CCY-RECORD-EXIT
           END-IF
           ADD 1 TO WS-DP-CCY-LINES
           MOVE DPCOUNT-CCY-CODE TO WS-CCY-WANTED
           PERFORM FIND-CCY-ENTRY THRU FIND-CCY-ENTRY-EXIT
           IF WS-CCY-SUB = 0
               GO TO READ-DP-CCY-RECORD-EXIT
           END-IF
           MOVE DPCOUNT-CCY-NET-APPLIED
               TO WS-CCY-DP-NET-APPLIED (WS-CCY-SUB)
           MOVE DPCOUNT-CCY-NET-CHANGE
               TO WS-CCY-DP-NET-CHANGE (WS-CCY-SUB)
           MOVE DPCOUNT-CCY-MAST-TOTAL
               TO WS-CCY-DP-MAST-TOTAL (WS-CCY-SUB).

       READ-DP-CCY-RECORD-EXIT.
           EXIT.

       READ-RP-COUNT.
           MOVE 0 TO WS-RP-COUNT
           OPEN INPUT RPCOUNTFILE
               NOT AT END
                   MOVE RPCOUNT-RECORDS TO WS-RP-COUNT
                   MOVE RPCOUNT-AMOUNT TO WS-RP-AMOUNT
                   IF RPCOUNT-BASE-AMOUNT NUMERIC
                       MOVE RPCOUNT-BASE-AMOUNT TO WS-RP-BASE-AMOUNT
                   END-IF
           END-READ
           MOVE 'N' TO WS-HANDOFF-EOF-SW
           PERFORM READ-RP-CCY-RECORD THRU READ-RP-CCY-RECORD-EXIT
               UNTIL WS-HANDOFF-EOF
           CLOSE RPCOUNTFILE.

       READ-RP-COUNT-EXIT.
           EXIT.

       READ-RP-CCY-RECORD.
           READ RPCOUNTFILE
               AT END
                   SET WS-HANDOFF-EOF TO TRUE
                   GO TO READ-RP-CCY-RECORD-EXIT
           END-READ
           IF WS-RP-STATUS NOT = "00"
               SET WS-HANDOFF-EOF TO TRUE
               GO TO READ-RP-CCY-RECORD-EXIT
           END-IF
           IF RPCOUNT-CCY-TAG NOT = "CCY "
               GO TO READ-RP-CCY-RECORD-EXIT
           END-IF
           ADD 1 TO WS-RP-CCY-LINES
           MOVE RPCOUNT-CCY-CODE TO WS-CCY-WANTED
           PERFORM FIND-CCY-ENTRY THRU FIND-CCY-ENTRY-EXIT
           IF WS-CCY-SUB = 0
               GO TO READ-RP-CCY-RECORD-EXIT
           END-IF
           MOVE RPCOUNT-CCY-AMOUNT TO WS-CCY-RP-AMOUNT (WS-CCY-SUB)
           MOVE RPCOUNT-CCY-BASE-AMOUNT
               TO WS-CCY-RP-BASE-AMOUNT (WS-CCY-SUB).

       READ-RP-CCY-RECORD-EXIT.
           EXIT.

      *    THE CURRENCY'S ENTRY IN WS-CCY-SUB, ADDED IF NEW; ZERO WHEN
      *    THE TABLE IS FULL.
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
           IF WS-CCY-COUNT NOT < 40
               SET WS-CCY-OVERFLOW TO TRUE
               MOVE 0 TO WS-CCY-SUB
               GO TO FIND-CCY-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-CCY-COUNT
           MOVE WS-CCY-COUNT TO WS-CCY-SUB
           MOVE WS-CCY-WANTED TO WS-CCY-CODE (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-DP-NET-APPLIED (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-DP-NET-CHANGE (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-DP-MAST-TOTAL (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-RP-AMOUNT (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-RP-BASE-AMOUNT (WS-CCY-SUB).

       FIND-CCY-ENTRY-EXIT.
           EXIT.

       SCAN-CCY-TABLE.
           IF WS-CCY-CODE (WS-CCY-SUB) = WS-CCY-WANTED
               MOVE 'Y' TO WS-CCY-FOUND-SW
           END-IF.

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
               DISPLAY "PIPELINE-RECONCILE: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "PIPELINE-RECONCILE" TO ALR-PROGRAM
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
