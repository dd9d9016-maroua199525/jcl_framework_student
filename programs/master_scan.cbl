               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
      *    THE SEALED MASTER UNLOAD (SEE THE MSTUNLD COPYBOOK). WITH
      *    THE MASTUNLD DD SUPPLIED THE RUN READS IT INSTEAD OF
      *    MASTFILE; WITHOUT IT THE RUN SWEEPS MASTFILE AS BEFORE.
           SELECT MASTUNLDFILE ASSIGN TO "MASTUNLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTUNLD-STATUS.
           SELECT BRANCHFILE ASSIGN TO "BRANCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SNAPFILE-STATUS.
           SELECT SCANRPTFILE ASSIGN TO "SCANRPT"
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

       FD  BRANCHFILE.
           COPY "brnchrec".

       FD  SCANRPTFILE.
       01  SCANRPT-LINE            PIC X(132).

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
       01  WS-BRANCHFILE-STATUS    PIC X(2)    VALUE SPACES.
       01  WS-SNAPFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-MAST-EOF-FLAG        PIC X       VALUE 'N'.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WD-TOTAL-AMOUNT     PIC -(11)9.99.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MASTER-SCAN: Starting master file integrity scan"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

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
                   DISPLAY "MASTER-SCAN: *** ERROR - MASTFILE OPEN "
                       "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
                   MOVE 8 TO RETURN-CODE
                   PERFORM RAISE-RUN-END-ALERT
                       THRU RAISE-RUN-END-ALERT-EXIT
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO MAST-KEY
               START MASTFILE KEY IS NOT LESS THAN MAST-KEY
                   INVALID KEY
                       DISPLAY "MASTER-SCAN: Master file is empty"
                       MOVE 'Y' TO WS-MAST-EOF-FLAG
               END-START
           END-IF

           OPEN INPUT BRANCHFILE
           IF WS-BRANCHFILE-STATUS = "00"
               SET WS-BRANCH-EDITS-ON TO TRUE
           MOVE WS-RPT-HEADER-LINE TO SCANRPT-LINE
           WRITE SCANRPT-LINE

           PERFORM SWEEP-MASTER-LOOP
               UNTIL WS-MAST-EOF-FLAG = 'Y'

               THRU FIND-LATEST-SNAPSHOT-EXIT
           PERFORM WRITE-SCAN-TOTALS

           PERFORM CLOSE-MASTER-INPUT
           IF WS-BRANCH-EDITS-ON
               CLOSE BRANCHFILE
           END-IF
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       SWEEP-MASTER-LOOP.
           PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
           IF WS-MAST-EOF-FLAG NOT = 'Y'
               ADD 1 TO WS-RECORDS-READ
               PERFORM SCAN-ONE-RECORD THRU SCAN-ONE-RECORD-EXIT
           END-IF.

      *================================================================
      *  ONE MASTER RECORD, EVERY FIELD JUDGED: A NON-NUMERIC AMOUNT
           MOVE 0 TO WD-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO SCANRPT-LINE
           WRITE SCANRPT-LINE.

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
               DISPLAY "MASTER-SCAN: No master unload "
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
               DISPLAY "MASTER-SCAN: *** ERROR - MASTER "
                   "UNLOAD HAS NO HEADER RECORD ***"
               CLOSE MASTUNLDFILE
               SET WS-UNLOAD-BAD TO TRUE
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           MOVE ULD-HDR-BUS-DATE TO WS-UNLOAD-BUS-DATE
           DISPLAY "MASTER-SCAN: Reading master unload "
               "for business date " ULD-HDR-BUS-DATE
               " taken " ULD-HDR-TIMESTAMP

           PERFORM PROVE-UNLOAD-ONE-RECORD
               UNTIL WS-UNLOAD-EOF
           CLOSE MASTUNLDFILE

           IF WS-UNLOAD-BAD
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           IF NOT WS-UNLOAD-TRAILED
               DISPLAY "MASTER-SCAN: *** ERROR - MASTER "
                   "UNLOAD HAS NO TRAILER - IT WAS NEVER PROVED "
                   "AGAINST THE SEAL ***"
               SET WS-UNLOAD-BAD TO TRUE
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           IF WS-UNLOAD-COUNT NOT = WS-UNLOAD-TRL-COUNT
               OR WS-UNLOAD-TOTAL NOT = WS-UNLOAD-TRL-TOTAL
               DISPLAY "MASTER-SCAN: *** ERROR - MASTER "
                   "UNLOAD DOES NOT AGREE WITH ITS TRAILER ***"
               SET WS-UNLOAD-BAD TO TRUE
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           DISPLAY "MASTER-SCAN: Master unload proved "
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
                           DISPLAY "MASTER-SCAN: *** ERROR - "
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
               DISPLAY "MASTER-SCAN: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "MASTER-SCAN" TO ALR-PROGRAM
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
