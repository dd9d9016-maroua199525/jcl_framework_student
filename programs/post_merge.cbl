           SELECT MASTLOCKFILE ASSIGN TO "MASTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTLOCK-STATUS.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  DPSPLIT-RECORDS     PIC 9(7).
           05  FILLER              PIC X(1).
           05  DPSPLIT-PART-COUNT  PIC 9(7)   OCCURS 4 TIMES.
       01  DPSPLIT-CCY-RECORD.
           05  DPSPLIT-CCY-TAG     PIC X(1).
           05  FILLER              PIC X(1).
           05  DPSPLIT-CCY-BEFORE  PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  DPSPLIT-CCY-CODE    PIC X(3).

       FD  AUDIT1FILE.
       01  AUDIT1-RECORD           PIC X(120).

       FD  AUDIT2FILE.
       01  AUDIT2-RECORD           PIC X(120).

       FD  AUDIT3FILE.
       01  AUDIT3-RECORD           PIC X(120).

       FD  AUDIT4FILE.
       01  AUDIT4-RECORD           PIC X(120).

       FD  AUDITOUTFILE.
       01  AUDITOUT-RECORD         PIC X(120).

       FD  DPCNT1FILE.
       01  DPCNT1-RECORD           PIC X(100).
           05  DPCOUNT-DELETES     PIC 9(5).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  DPCOUNT-REINSTATES  PIC 9(5).
       01  DPCOUNT-CCY-RECORD.
           05  DPCOUNT-CCY-TAG     PIC X(4).
           05  DPCOUNT-CCY-CODE    PIC X(3).
           05  FILLER              PIC X(1).
           05  DPCOUNT-CCY-NET-APPLIED PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  DPCOUNT-CCY-NET-CHANGE PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  DPCOUNT-CCY-MAST-TOTAL PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.

       FD  RUNCTLFILE.
           COPY "runctl".
       FD  MASTLOCKFILE.
           COPY "mstlock".

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE "00".
       01  WS-DPSPLIT-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-NET-CHANGE           PIC S9(11)V99 VALUE 0.
       01  WS-AMOUNT-DISPLAY       PIC -(11)9.99.

      *----------------------------------------------------------------
      *  THE SAME PROOF IN EACH CURRENCY (SEE DATA-PROCESSOR) - THE
      *  SPLIT STEP'S BEFORE TOTALS AND THE PARTITIONS' NETS ARRIVE
      *  AS CURRENCY RECORDS BEHIND THE FIRST RECORD OF EACH
      *  HANDOFF, READ THROUGH THE OVERLAY BELOW.
      *----------------------------------------------------------------
       01  WS-PART-CCY-REC.
           05  WPC-TAG             PIC X(4).
           05  WPC-CODE            PIC X(3).
           05  FILLER              PIC X(1).
           05  WPC-NET-APPLIED     PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(78).
       01  WS-CCY-EOF-FLAG         PIC X       VALUE 'N'.
       01  WS-CCY-COUNT            PIC 9(2)    VALUE 0.
       01  WS-CCY-SUB              PIC 9(2)    VALUE 0.
       01  WS-CCY-WANTED           PIC X(3)    VALUE SPACES.
       01  WS-CCY-FOUND-SW         PIC X       VALUE 'N'.
           88  WS-CCY-FOUND                    VALUE 'Y'.
       01  WS-CCY-OVERFLOW-SW      PIC X       VALUE 'N'.
           88  WS-CCY-OVERFLOW                 VALUE 'Y'.
       01  WS-CCY-UNPROVED         PIC 9(2)    VALUE 0.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY        OCCURS 20 TIMES.
               10  WS-CCY-CODE         PIC X(3).
               10  WS-CCY-TOTAL-BEFORE PIC S9(11)V99.
               10  WS-CCY-NET-APPLIED  PIC S9(11)V99.
               10  WS-CCY-TOTAL-AFTER  PIC S9(11)V99.
               10  WS-CCY-NET-CHANGE   PIC S9(11)V99.

           COPY "fxrwrk".

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "POST-MERGE: Merging partition posting streams"
               DISPLAY "POST-MERGE: *** ERROR - DPSPLIT HANDOFF "
                   "NOT AVAILABLE - WAS THE SPLIT STEP RUN? ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF
           READ DPSPLITFILE
                   DISPLAY "POST-MERGE: *** ERROR - DPSPLIT "
                       "HANDOFF IS EMPTY ***"
                   MOVE 8 TO RETURN-CODE
                   PERFORM RAISE-RUN-END-ALERT
                       THRU RAISE-RUN-END-ALERT-EXIT
                   STOP RUN
           END-READ
           MOVE DPSPLIT-PARTS TO WS-PARTS-COUNT
           MOVE DPSPLIT-TOTAL-BEFORE TO WS-TOTAL-BEFORE
           MOVE DPSPLIT-RECORDS TO WS-RECORDS-IN
           MOVE 'N' TO WS-CCY-EOF-FLAG
           PERFORM READ-SPLIT-CCY-RECORD
               UNTIL WS-CCY-EOF-FLAG = 'Y'
                  OR WS-DPSPLIT-STATUS NOT = "00"
           CLOSE DPSPLITFILE
           DISPLAY "POST-MERGE: Partitions to merge: " WS-PARTS-COUNT

           PERFORM ACQUIRE-MASTER-LOCK THRU ACQUIRE-MASTER-LOCK-EXIT
           IF WS-LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

                   "THE MESSAGES ABOVE ***"
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       GET-BUSINESS-DATE.
                       READ DPCNT1FILE INTO WS-PART-COUNT-REC
                           AT END CONTINUE
                       END-READ
                       MOVE 'N' TO WS-CCY-EOF-FLAG
                       PERFORM READ-DPCNT1-CCY-RECORD
                           UNTIL WS-CCY-EOF-FLAG = 'Y'
                              OR WS-DPCNTN-STATUS NOT = "00"
                       CLOSE DPCNT1FILE
                   END-IF
               WHEN 2
                       READ DPCNT2FILE INTO WS-PART-COUNT-REC
                           AT END CONTINUE
                       END-READ
                       MOVE 'N' TO WS-CCY-EOF-FLAG
                       PERFORM READ-DPCNT2-CCY-RECORD
                           UNTIL WS-CCY-EOF-FLAG = 'Y'
                              OR WS-DPCNTN-STATUS NOT = "00"
                       CLOSE DPCNT2FILE
                   END-IF
               WHEN 3
                       READ DPCNT3FILE INTO WS-PART-COUNT-REC
                           AT END CONTINUE
                       END-READ
                       MOVE 'N' TO WS-CCY-EOF-FLAG
                       PERFORM READ-DPCNT3-CCY-RECORD
                           UNTIL WS-CCY-EOF-FLAG = 'Y'
                              OR WS-DPCNTN-STATUS NOT = "00"
                       CLOSE DPCNT3FILE
                   END-IF
               WHEN OTHER
                       READ DPCNT4FILE INTO WS-PART-COUNT-REC
                           AT END CONTINUE
                       END-READ
                       MOVE 'N' TO WS-CCY-EOF-FLAG
                       PERFORM READ-DPCNT4-CCY-RECORD
                           UNTIL WS-CCY-EOF-FLAG = 'Y'
                              OR WS-DPCNTN-STATUS NOT = "00"
                       CLOSE DPCNT4FILE
                   END-IF
           END-EVALUATE
       GATHER-ONE-PARTITION-EXIT.
           EXIT.

       READ-SPLIT-CCY-RECORD.
           READ DPSPLITFILE
               AT END
                   MOVE 'Y' TO WS-CCY-EOF-FLAG
               NOT AT END
                   IF DPSPLIT-CCY-TAG = "C"
                       MOVE DPSPLIT-CCY-CODE TO WS-CCY-WANTED
                       PERFORM FIND-CCY-ENTRY
                           THRU FIND-CCY-ENTRY-EXIT
                       IF WS-CCY-SUB > 0
                           MOVE DPSPLIT-CCY-BEFORE
                               TO WS-CCY-TOTAL-BEFORE (WS-CCY-SUB)
                       END-IF
                   END-IF
           END-READ.

       READ-DPCNT1-CCY-RECORD.
           READ DPCNT1FILE INTO WS-PART-CCY-REC
               AT END
                   MOVE 'Y' TO WS-CCY-EOF-FLAG
               NOT AT END
                   PERFORM ADD-PART-CCY-NET
           END-READ.

       READ-DPCNT2-CCY-RECORD.
           READ DPCNT2FILE INTO WS-PART-CCY-REC
               AT END
                   MOVE 'Y' TO WS-CCY-EOF-FLAG
               NOT AT END
                   PERFORM ADD-PART-CCY-NET
           END-READ.

       READ-DPCNT3-CCY-RECORD.
           READ DPCNT3FILE INTO WS-PART-CCY-REC
               AT END
                   MOVE 'Y' TO WS-CCY-EOF-FLAG
               NOT AT END
                   PERFORM ADD-PART-CCY-NET
           END-READ.

       READ-DPCNT4-CCY-RECORD.
           READ DPCNT4FILE INTO WS-PART-CCY-REC
               AT END
                   MOVE 'Y' TO WS-CCY-EOF-FLAG
               NOT AT END
                   PERFORM ADD-PART-CCY-NET
           END-READ.

       ADD-PART-CCY-NET.
           IF WPC-TAG = "CCY " AND WPC-NET-APPLIED NUMERIC
               MOVE WPC-CODE TO WS-CCY-WANTED
               PERFORM FIND-CCY-ENTRY THRU FIND-CCY-ENTRY-EXIT
               IF WS-CCY-SUB > 0
                   ADD WPC-NET-APPLIED
                       TO WS-CCY-NET-APPLIED (WS-CCY-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  FINDS (OR OPENS) THE PROOF-TABLE ENTRY FOR THE CURRENCY IN
      *  WS-CCY-WANTED, LEAVING ITS SUBSCRIPT IN WS-CCY-SUB - OR
      *  ZERO WHEN THE TABLE IS FULL.
      *----------------------------------------------------------------
       FIND-CCY-ENTRY.
           IF WS-CCY-WANTED = SPACES
               MOVE FXW-BASE-CURRENCY TO WS-CCY-WANTED
           END-IF
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
           MOVE 0 TO WS-CCY-TOTAL-BEFORE (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-NET-APPLIED (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-TOTAL-AFTER (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-NET-CHANGE (WS-CCY-SUB).

       FIND-CCY-ENTRY-EXIT.
           EXIT.

       SCAN-CCY-TABLE.
           IF WS-CCY-CODE (WS-CCY-SUB) = WS-CCY-WANTED
               MOVE 'Y' TO WS-CCY-FOUND-SW
           END-IF.

      *================================================================
      *  AUDIT MERGE - THE PARTITION AUDIT FILES ARE COPIED IN
      *  PARTITION (KEY-RANGE) ORDER INTO THE SINGLE AUDITLOG THE
               GO TO PROVE-AND-HAND-OFF-EXIT
           END-IF

           MOVE 0 TO WS-CCY-UNPROVED
           PERFORM PROVE-ONE-CURRENCY
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           IF WS-CCY-OVERFLOW
               DISPLAY "POST-MERGE: *** WARNING - MORE CURRENCIES "
                   "THAN THE PROOF TABLE HOLDS - PROVED ACROSS THE "
                   "FILE ONLY ***"
           END-IF
           IF WS-CCY-UNPROVED > 0
               DISPLAY "POST-MERGE: *** ERROR - " WS-CCY-UNPROVED
                   " CURRENCIES DO NOT PROVE ***"
               MOVE 8 TO RETURN-CODE
               GO TO PROVE-AND-HAND-OFF-EXIT
           END-IF

           OPEN OUTPUT DPCOUNTFILE
           MOVE WS-RECORDS-IN TO DPCOUNT-RECORDS
           MOVE WS-SUM-NET-APPLIED TO DPCOUNT-NET-APPLIED
           MOVE WS-SUM-DELETES TO DPCOUNT-DELETES
           MOVE WS-SUM-REINSTATES TO DPCOUNT-REINSTATES
           WRITE DPCOUNT-RECORD
           PERFORM WRITE-CCY-COUNT-HANDOFF
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           CLOSE DPCOUNTFILE

           PERFORM WRITE-MASTER-SEAL THRU WRITE-MASTER-SEAL-EXIT.
                   ADD 1 TO WS-SWEEP-COUNT
                   IF MAST-AMOUNT NUMERIC
                       ADD MAST-AMOUNT TO WS-TOTAL-AFTER
                       MOVE MAST-CURRENCY TO WS-CCY-WANTED
                       PERFORM FIND-CCY-ENTRY THRU FIND-CCY-ENTRY-EXIT
                       IF WS-CCY-SUB > 0
                           ADD MAST-AMOUNT
                               TO WS-CCY-TOTAL-AFTER (WS-CCY-SUB)
                       END-IF
                   END-IF
           END-READ.

       PROVE-ONE-CURRENCY.
           COMPUTE WS-CCY-NET-CHANGE (WS-CCY-SUB) =
               WS-CCY-TOTAL-AFTER (WS-CCY-SUB)
               - WS-CCY-TOTAL-BEFORE (WS-CCY-SUB)
           IF WS-CCY-NET-CHANGE (WS-CCY-SUB)
               NOT = WS-CCY-NET-APPLIED (WS-CCY-SUB)
               ADD 1 TO WS-CCY-UNPROVED
               MOVE WS-CCY-NET-CHANGE (WS-CCY-SUB)
                   TO WS-AMOUNT-DISPLAY
               DISPLAY "POST-MERGE: " WS-CCY-CODE (WS-CCY-SUB)
                   " master net change: " WS-AMOUNT-DISPLAY
               MOVE WS-CCY-NET-APPLIED (WS-CCY-SUB)
                   TO WS-AMOUNT-DISPLAY
               DISPLAY "POST-MERGE: " WS-CCY-CODE (WS-CCY-SUB)
                   " partition nets:    " WS-AMOUNT-DISPLAY
           END-IF.

       WRITE-CCY-COUNT-HANDOFF.
           MOVE SPACES TO DPCOUNT-CCY-RECORD
           MOVE "CCY " TO DPCOUNT-CCY-TAG
           MOVE WS-CCY-CODE (WS-CCY-SUB) TO DPCOUNT-CCY-CODE
           MOVE WS-CCY-NET-APPLIED (WS-CCY-SUB)
               TO DPCOUNT-CCY-NET-APPLIED
           MOVE WS-CCY-NET-CHANGE (WS-CCY-SUB)
               TO DPCOUNT-CCY-NET-CHANGE
           MOVE WS-CCY-TOTAL-AFTER (WS-CCY-SUB)
               TO DPCOUNT-CCY-MAST-TOTAL
           WRITE DPCOUNT-CCY-RECORD.

      *----------------------------------------------------------------
      *  THE MERGE CLOSES THE DATAPROC REGISTRY ENTRY THE SPLIT STEP
      *  LEFT OPEN - THE DATE ONLY COUNTS AS POSTED ONCE THE
                       DISPLAY "POST-MERGE: *** WARNING - "
                           "OVERRIDING MASTER LOCK HELD BY "
                           MLK-HOLDER " SINCE " MLK-TIMESTAMP " ***"
                       SET ALW-WARNING TO TRUE
                       MOVE "LOCKOVRD" TO ALW-CODE
                       MOVE SPACES TO ALW-MESSAGE
                       STRING "LOCK HELD BY " MLK-HOLDER
                           " SINCE " MLK-TIMESTAMP " OVERRIDDEN"
                           DELIMITED BY SIZE INTO ALW-MESSAGE
                       PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
                   ELSE
                       DISPLAY "POST-MERGE: *** ERROR - "
                           "MASTER FILE IS LOCKED BY " MLK-HOLDER
                           "THE OVERRIDE PARAMETER ONLY IF THAT "
                           "RUN IS DEAD ***"
                       SET WS-LOCK-REFUSED TO TRUE
                       SET ALW-CRITICAL TO TRUE
                       MOVE "MSTLOCK" TO ALW-CODE
                       MOVE SPACES TO ALW-MESSAGE
                       STRING "LOCKED BY " MLK-HOLDER
                           " SINCE " MLK-TIMESTAMP " - RUN REFUSED"
                           DELIMITED BY SIZE INTO ALW-MESSAGE
                       PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
                       GO TO ACQUIRE-MASTER-LOCK-EXIT
                   END-IF
               END-IF

       RELEASE-MASTER-LOCK-EXIT.
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
               DISPLAY "POST-MERGE: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "POST-MERGE" TO ALR-PROGRAM
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
