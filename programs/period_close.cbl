               ALTERNATE RECORD KEY IS MAST-BRANCH
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTFILE-STATUS.
      *    THE SEALED MASTER UNLOAD (SEE THE MSTUNLD COPYBOOK). WITH
      *    THE MASTUNLD DD SUPPLIED THE RUN READS IT INSTEAD OF
      *    MASTFILE; WITHOUT IT THE RUN SWEEPS MASTFILE AS BEFORE.
           SELECT MASTUNLDFILE ASSIGN TO "MASTUNLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTUNLD-STATUS.
           SELECT SNAPFILE ASSIGN TO "SNAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAPFILE-STATUS.
      *    EACH BRANCH'S REGION (BRCH-REGION) DECIDES WHICH REGION
      *    SNAPSHOT ITS FIGURES ROLL UP TO.
           SELECT BRANCHFILE ASSIGN TO "BRANCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRCH-CODE
               FILE STATUS IS WS-BRANCHFILE-STATUS.
      *    THE CLOSE ONLY READS THE MASTER, BUT ITS SNAPSHOT MUST
      *    NOT BE SWEPT WHILE A POSTING OR BACKOUT IS MID-FLIGHT -
      *    SO IT TAKES THE SAME EXCLUSIVE-USE LOCK AS THE UPDATERS.
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
       FD  MASTFILE.
           COPY "mastrec".

       FD  MASTUNLDFILE.
           COPY "mstunld".

       FD  SNAPFILE.
           COPY "snaprec".

       FD  BRANCHFILE.
           COPY "brnchrec".

       FD  MASTLOCKFILE.
           COPY "mstlock".

       FD  MASTSEALFILE.
           COPY "mstseal".

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTSEAL-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-SEAL-BROKEN-SW       PIC X       VALUE 'N'.
       01  WS-SEAL-EOF-SW          PIC X       VALUE 'N'.
           88  WS-SEAL-EOF                     VALUE 'Y'.
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
       01  WS-SNAPFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-MAST-EOF-FLAG        PIC X       VALUE 'N'.

       01  WS-GRAND-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-BRANCHES-WRITTEN     PIC 9(5)    VALUE 0.

      *----------------------------------------------------------------
      *  REGION ROLL-UP. EACH BRANCH SNAPSHOT IS ADDED INTO ITS
      *  REGION'S ENTRY AS IT IS WRITTEN, AND ONE REGION SNAPSHOT
      *  PER ENTRY IS WRITTEN AFTER THE GRAND TOTAL. A BRANCH NOT ON
      *  BRANCHFILE, OR WITH NO REGION, ROLLS UP UNDER "????" SO THE
      *  REGIONS STILL ADD UP TO *ALL. WITHOUT BRANCHFILE NO REGION
      *  RECORDS ARE WRITTEN AT ALL AND THE CLOSE ENDS RC=4.
      *----------------------------------------------------------------
       01  WS-BRANCHFILE-STATUS    PIC X(2)    VALUE SPACES.
       01  WS-REGIONS-ON-SW        PIC X       VALUE 'N'.
           88  WS-REGIONS-ON                   VALUE 'Y'.
       01  WS-REGION-PROBLEM-SW    PIC X       VALUE 'N'.
           88  WS-REGION-PROBLEM               VALUE 'Y'.
       01  WS-BRANCH-REGION        PIC X(4)    VALUE SPACES.
       01  WS-REGIONS-WRITTEN      PIC 9(5)    VALUE 0.
       01  WS-RGN-COUNT            PIC 9(4)    VALUE 0.
       01  WS-RGN-SUB              PIC 9(4)    VALUE 0.
       01  WS-RGN-FOUND-SW         PIC X       VALUE 'N'.
           88  WS-RGN-FOUND                    VALUE 'Y'.
       01  WS-RGN-TABLE.
           05  WS-RGN-ENTRY        OCCURS 500 TIMES.
               10  WS-RGN-ENT-CODE     PIC X(4).
               10  WS-RGN-ENT-RECORDS  PIC 9(7).
               10  WS-RGN-ENT-TOTAL    PIC S9(11)V99.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PERIOD-CLOSE: Starting period close snapshot..."
           END-IF
           DISPLAY "PERIOD-CLOSE: Closing period " WS-PERIOD-END

      *    THE SEALED MASTER UNLOAD WAS PROVED AGAINST THE SEAL UNDER
      *    THE MASTER LOCK WHEN IT WAS TAKEN, SO A CLOSE READING IT
      *    NEEDS NEITHER AND CAN RUN ALONGSIDE THE NEXT UPDATE JOB.
           PERFORM OPEN-MASTER-UNLOAD THRU OPEN-MASTER-UNLOAD-EXIT
           IF WS-UNLOAD-BAD
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF
           IF WS-READING-UNLOAD
               AND WS-UNLOAD-BUS-DATE NOT = WS-PERIOD-END
               DISPLAY "PERIOD-CLOSE: *** WARNING - MASTER UNLOAD "
                   "IS FOR BUSINESS DATE " WS-UNLOAD-BUS-DATE
                   ", NOT THE PERIOD END - CONFIRM IT IS THE LAST "
                   "POSTING OF THE PERIOD ***"
           END-IF

           IF NOT WS-READING-UNLOAD
               PERFORM ACQUIRE-MASTER-LOCK
                   THRU ACQUIRE-MASTER-LOCK-EXIT
               IF WS-LOCK-REFUSED
                   MOVE 8 TO RETURN-CODE
                   PERFORM RAISE-RUN-END-ALERT
                       THRU RAISE-RUN-END-ALERT-EXIT
                   STOP RUN
               END-IF

               PERFORM VERIFY-MASTER-SEAL THRU VERIFY-MASTER-SEAL-EXIT
               IF WS-SEAL-BROKEN AND NOT WS-OVERRIDE-REQUESTED
                   DISPLAY "PERIOD-CLOSE: *** RUN REFUSED - RERUN "
                       "WITH THE OVERRIDE PARAMETER ONLY AFTER THE "
                       "OUT-OF-BAND CHANGE IS UNDERSTOOD ***"
                   PERFORM RELEASE-MASTER-LOCK
                       THRU RELEASE-MASTER-LOCK-EXIT
                   MOVE 8 TO RETURN-CODE
                   PERFORM RAISE-RUN-END-ALERT
                       THRU RAISE-RUN-END-ALERT-EXIT
                   STOP RUN
               END-IF

               OPEN INPUT MASTFILE
               IF WS-MASTFILE-STATUS NOT = "00"
                   DISPLAY "PERIOD-CLOSE: *** ERROR - MASTFILE OPEN "
                       "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
                   PERFORM RELEASE-MASTER-LOCK
                       THRU RELEASE-MASTER-LOCK-EXIT
                   MOVE 8 TO RETURN-CODE
                   PERFORM RAISE-RUN-END-ALERT
                       THRU RAISE-RUN-END-ALERT-EXIT
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO MAST-BRANCH
               START MASTFILE KEY IS NOT LESS THAN MAST-BRANCH
                   INVALID KEY
                       DISPLAY "PERIOD-CLOSE: Master file is empty"
                       MOVE 'Y' TO WS-MAST-EOF-FLAG
               END-START
           END-IF

           PERFORM OPEN-SNAPSHOT-FILE THRU OPEN-SNAPSHOT-FILE-EXIT
           IF WS-SNAPFILE-STATUS NOT = "00"
               DISPLAY "PERIOD-CLOSE: *** ERROR - SNAPFILE OPEN "
                   "FAILED, STATUS: " WS-SNAPFILE-STATUS " ***"
               PERFORM CLOSE-MASTER-INPUT
               PERFORM RELEASE-MASTER-LOCK
                   THRU RELEASE-MASTER-LOCK-EXIT
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT BRANCHFILE
           IF WS-BRANCHFILE-STATUS = "00"
               SET WS-REGIONS-ON TO TRUE
           ELSE
               DISPLAY "PERIOD-CLOSE: *** WARNING - BRANCHFILE NOT "
                   "AVAILABLE, STATUS: " WS-BRANCHFILE-STATUS
                   " - NO REGION SNAPSHOTS WRITTEN ***"
               SET WS-REGION-PROBLEM TO TRUE
           END-IF

           PERFORM SWEEP-MASTER-LOOP
               UNTIL WS-MAST-EOF-FLAG = 'Y'
               PERFORM WRITE-BRANCH-SNAPSHOT
           END-IF
           PERFORM WRITE-GRAND-TOTAL-SNAPSHOT
           IF WS-REGIONS-ON
               PERFORM WRITE-REGION-SNAPSHOT
                   THRU WRITE-REGION-SNAPSHOT-EXIT
                   VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB > WS-RGN-COUNT
               CLOSE BRANCHFILE
           END-IF

           PERFORM CLOSE-MASTER-INPUT
           CLOSE SNAPFILE

           PERFORM RELEASE-MASTER-LOCK THRU RELEASE-MASTER-LOCK-EXIT
           DISPLAY "PERIOD-CLOSE: Period close completed"
           DISPLAY "PERIOD-CLOSE: Branches snapshotted: "
               WS-BRANCHES-WRITTEN
           DISPLAY "PERIOD-CLOSE: Regions snapshotted:  "
               WS-REGIONS-WRITTEN
           DISPLAY "PERIOD-CLOSE: Records counted:      "
               WS-GRAND-COUNT

           IF WS-REGION-PROBLEM
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       PARSE-RUN-PARAMETERS.
           EXIT.

       SWEEP-MASTER-LOOP.
           PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
           IF WS-MAST-EOF-FLAG NOT = 'Y'
               PERFORM ACCUMULATE-ONE-RECORD
                   THRU ACCUMULATE-ONE-RECORD-EXIT
           END-IF.

       ACCUMULATE-ONE-RECORD.
      *    INACTIVE (LOGICALLY DELETED) RECORDS STAY OFF THE PERIOD
           END-WRITE
           ADD 1 TO WS-BRANCHES-WRITTEN

           IF WS-REGIONS-ON
               PERFORM ACCUMULATE-REGION-TOTAL
                   THRU ACCUMULATE-REGION-TOTAL-EXIT
           END-IF

           MOVE 0 TO WS-BRANCH-COUNT
           MOVE 0 TO WS-BRANCH-TOTAL.

       ACCUMULATE-REGION-TOTAL.
           MOVE WS-PREV-BRANCH TO BRCH-CODE
           READ BRANCHFILE
               INVALID KEY
                   MOVE SPACES TO BRCH-REGION
           END-READ
           MOVE BRCH-REGION TO WS-BRANCH-REGION
           IF WS-BRANCH-REGION = SPACES
               MOVE "????" TO WS-BRANCH-REGION
           END-IF

           MOVE 'N' TO WS-RGN-FOUND-SW
           PERFORM CHECK-ONE-REGION
               VARYING WS-RGN-SUB FROM 1 BY 1
               UNTIL WS-RGN-SUB > WS-RGN-COUNT
                  OR WS-RGN-FOUND
           IF WS-RGN-FOUND
      *        THE SCAN LEAVES THE SUBSCRIPT ONE PAST THE HIT.
               SUBTRACT 1 FROM WS-RGN-SUB
           ELSE
               IF WS-RGN-COUNT = 500
                   DISPLAY "PERIOD-CLOSE: *** WARNING - REGION TABLE "
                       "FULL - BRANCH " WS-PREV-BRANCH " LEFT OUT OF "
                       "THE REGION SNAPSHOTS ***"
                   SET WS-REGION-PROBLEM TO TRUE
                   GO TO ACCUMULATE-REGION-TOTAL-EXIT
               END-IF
               ADD 1 TO WS-RGN-COUNT
               MOVE WS-RGN-COUNT TO WS-RGN-SUB
               MOVE WS-BRANCH-REGION TO WS-RGN-ENT-CODE (WS-RGN-SUB)
               MOVE 0 TO WS-RGN-ENT-RECORDS (WS-RGN-SUB)
               MOVE 0 TO WS-RGN-ENT-TOTAL (WS-RGN-SUB)
           END-IF

           ADD WS-BRANCH-COUNT TO WS-RGN-ENT-RECORDS (WS-RGN-SUB)
           ADD WS-BRANCH-TOTAL TO WS-RGN-ENT-TOTAL (WS-RGN-SUB).

       ACCUMULATE-REGION-TOTAL-EXIT.
           EXIT.

       CHECK-ONE-REGION.
           IF WS-RGN-ENT-CODE (WS-RGN-SUB) = WS-BRANCH-REGION
               SET WS-RGN-FOUND TO TRUE
           END-IF.

       WRITE-GRAND-TOTAL-SNAPSHOT.
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-PERIOD-END TO SNAP-PERIOD
                   REWRITE SNAP-RECORD
           END-WRITE.

      *================================================================
      *  ONE REGION SNAPSHOT PER REGION PER PERIOD, REWRITTEN ON A
      *  RERUN LIKE THE BRANCH RECORDS. A REGION CODE THAT IS ALREADY
      *  ON FILE FOR THE PERIOD AS A BRANCH RECORD IS NEVER
      *  OVERWRITTEN - THE CLASH IS REPORTED AND THE CLOSE ENDS RC=4.
      *================================================================
       WRITE-REGION-SNAPSHOT.
           MOVE WS-PERIOD-END TO SNAP-PERIOD
           MOVE WS-RGN-ENT-CODE (WS-RGN-SUB) TO SNAP-BRANCH
           READ SNAPFILE
               INVALID KEY
                   MOVE SPACES TO SNAP-LEVEL
               NOT INVALID KEY
                   IF NOT SNAP-IS-REGION
                       DISPLAY "PERIOD-CLOSE: *** WARNING - REGION "
                           WS-RGN-ENT-CODE (WS-RGN-SUB)
                           " IS ALSO A BRANCH CODE - REGION SNAPSHOT "
                           "NOT WRITTEN ***"
                       SET WS-REGION-PROBLEM TO TRUE
                       GO TO WRITE-REGION-SNAPSHOT-EXIT
                   END-IF
           END-READ

           MOVE SPACES TO SNAP-RECORD
           MOVE WS-PERIOD-END TO SNAP-PERIOD
           MOVE WS-RGN-ENT-CODE (WS-RGN-SUB) TO SNAP-BRANCH
           MOVE WS-RGN-ENT-RECORDS (WS-RGN-SUB) TO SNAP-RECORD-COUNT
           MOVE WS-RGN-ENT-TOTAL (WS-RGN-SUB) TO SNAP-AMOUNT-TOTAL
           SET SNAP-IS-REGION TO TRUE
           WRITE SNAP-RECORD
               INVALID KEY
                   REWRITE SNAP-RECORD
           END-WRITE
           ADD 1 TO WS-REGIONS-WRITTEN.

       WRITE-REGION-SNAPSHOT-EXIT.
           EXIT.

      *================================================================
      *  MASTER FILE EXCLUSIVE-USE LOCK (SEE THE MSTLOCK COPYBOOK).
      *  ACQUIRED BEFORE MASTFILE IS TOUCHED AND BLANKED ON CLEAN
                       DISPLAY "PERIOD-CLOSE: *** WARNING - "
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
                       DISPLAY "PERIOD-CLOSE: *** ERROR - "
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
                   "WRITTEN BY " SEAL-WRITER " AT " SEAL-TIMESTAMP
                   " - AN OUT-OF-BAND CHANGE HAS TOUCHED THE "
                   "MASTER ***"
               SET ALW-CRITICAL TO TRUE
               MOVE "MSTSEAL" TO ALW-CODE
               MOVE SPACES TO ALW-MESSAGE
               STRING "BROKEN SEAL - WRITTEN BY " SEAL-WRITER " AT "
                   SEAL-TIMESTAMP DELIMITED BY SIZE INTO ALW-MESSAGE
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
           ELSE
               DISPLAY "PERIOD-CLOSE: Master seal verified"
           END-IF.
                       ADD MAST-AMOUNT TO WS-SEAL-SWEEP-TOTAL
                   END-IF
           END-READ.

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
               DISPLAY "PERIOD-CLOSE: No master unload "
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
               DISPLAY "PERIOD-CLOSE: *** ERROR - MASTER "
                   "UNLOAD HAS NO HEADER RECORD ***"
               CLOSE MASTUNLDFILE
               SET WS-UNLOAD-BAD TO TRUE
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           MOVE ULD-HDR-BUS-DATE TO WS-UNLOAD-BUS-DATE
           DISPLAY "PERIOD-CLOSE: Reading master unload "
               "for business date " ULD-HDR-BUS-DATE
               " taken " ULD-HDR-TIMESTAMP

           PERFORM PROVE-UNLOAD-ONE-RECORD
               UNTIL WS-UNLOAD-EOF
           CLOSE MASTUNLDFILE

           IF WS-UNLOAD-BAD
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           IF NOT WS-UNLOAD-TRAILED
               DISPLAY "PERIOD-CLOSE: *** ERROR - MASTER "
                   "UNLOAD HAS NO TRAILER - IT WAS NEVER PROVED "
                   "AGAINST THE SEAL ***"
               SET WS-UNLOAD-BAD TO TRUE
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           IF WS-UNLOAD-COUNT NOT = WS-UNLOAD-TRL-COUNT
               OR WS-UNLOAD-TOTAL NOT = WS-UNLOAD-TRL-TOTAL
               DISPLAY "PERIOD-CLOSE: *** ERROR - MASTER "
                   "UNLOAD DOES NOT AGREE WITH ITS TRAILER ***"
               SET WS-UNLOAD-BAD TO TRUE
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           DISPLAY "PERIOD-CLOSE: Master unload proved "
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
                           DISPLAY "PERIOD-CLOSE: *** ERROR - "
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
               DISPLAY "PERIOD-CLOSE: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "PERIOD-CLOSE" TO ALR-PROGRAM
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
