      *    MASTFILE IS READ IN BRANCH ORDER VIA THE MAST-BRANCH
      *    ALTERNATE KEY (SEE DEFINE_MASTFILE_AIX.JCL), THE SAME WAY
      *    REPORT-GENERATOR DRIVES ITS CONTROL BREAK, SO EACH
      *    BRANCH'S AGING LINES COME OUT TOGETHER. THE MASTER UNLOAD
      *    BELOW IS ALREADY IN THAT ORDER. THE BRANCH LINES ARE THEN
      *    SORTED INTO REGION ORDER FOR THE REGION BREAK.
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
      *    EACH BRANCH'S REGION (BRCH-REGION), AND THE REGION'S NAME
      *    AND MANAGER. BOTH OPTIONAL - WITHOUT BRANCHFILE EVERY
      *    BRANCH FALLS UNDER REGION "????".
           SELECT BRANCHFILE ASSIGN TO "BRANCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRCH-CODE
               FILE STATUS IS WS-BRANCHFILE-STATUS.
           SELECT REGNFILE ASSIGN TO "REGNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGN-CODE
               FILE STATUS IS WS-REGNFILE-STATUS.
           SELECT SORTFILE ASSIGN TO "SORTWK".
           SELECT AGERPTFILE ASSIGN TO "AGERPT"
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

       FD  REGNFILE.
           COPY "regnrec".

      *    ONE ROW PER BRANCH - ITS FIVE AGING BUCKETS.
       SD  SORTFILE.
       01  SORT-RECORD.
           05  SORT-KEY-PART.
               10  SORT-REGION     PIC X(04).
               10  SORT-BRANCH     PIC X(04).
           05  SORT-BUCKET         OCCURS 5 TIMES.
               10  SORT-BKT-COUNT      PIC 9(7).
               10  SORT-BKT-AMOUNT     PIC S9(11)V99.

       FD  AGERPTFILE.
       01  AGERPT-LINE             PIC X(132).

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
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RECORDS-READ         PIC 9(7)    VALUE 0.
       01  WS-BAD-DATE-COUNT       PIC 9(5)    VALUE 0.
       01  WS-PREV-BRANCH          PIC X(4)    VALUE SPACES.
       01  WS-BRANCHFILE-STATUS    PIC X(2)    VALUE SPACES.
       01  WS-BRANCHES-ON-SW       PIC X       VALUE 'N'.
           88  WS-BRANCHES-ON                  VALUE 'Y'.
       01  WS-REGNFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-REGION-NAMES-SW      PIC X       VALUE 'N'.
           88  WS-REGION-NAMES-ON              VALUE 'Y'.
       01  WS-SORT-EOF-SW          PIC X       VALUE 'N'.
           88  WS-SORT-EOF                     VALUE 'Y'.
       01  WS-PREV-REGION          PIC X(4)    VALUE SPACES.
       01  WS-REGIONS-WRITTEN      PIC 9(5)    VALUE 0.

      *----------------------------------------------------------------
      *  AGING BUCKETS - DAYS BETWEEN MAST-DATE AND THE RUN DATE:
           05  WS-BR-BUCKET        OCCURS 5 TIMES.
               10  WS-BR-BKT-COUNT     PIC 9(7).
               10  WS-BR-BKT-AMOUNT    PIC S9(11)V99.
       01  WS-REGION-BUCKETS.
           05  WS-RG-BUCKET        OCCURS 5 TIMES.
               10  WS-RG-BKT-COUNT     PIC 9(7).
               10  WS-RG-BKT-AMOUNT    PIC S9(11)V99.
       01  WS-GRAND-BUCKETS.
           05  WS-GR-BUCKET        OCCURS 5 TIMES.
               10  WS-GR-BKT-COUNT     PIC 9(7).
       01  WS-COUNT-LINE.
           05  WG-CNT-BRANCH       PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WG-CNT-LABEL        PIC X(7)    VALUE "COUNT".
           05  WG-CNT-BUCKET       OCCURS 5 TIMES.
               10  WG-CNT-VALUE    PIC ZZZZZZ9.
               10  FILLER          PIC X(7).
       01  WS-AMOUNT-LINE.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WG-AMT-LABEL        PIC X(7)    VALUE "AMOUNT".
           05  WG-AMT-BUCKET       OCCURS 5 TIMES.
               10  WG-AMT-VALUE    PIC -(9)9.99.
               10  FILLER          PIC X(1).

      *    EACH REGION OPENS WITH ITS NAME AND MANAGER AND CLOSES
      *    WITH ITS TOTALS ON THE COUNT AND AMOUNT LINES ABOVE,
      *    LABELLED "RGN CNT" AND "RGN AMT".
       01  WS-REGION-HEADING.
           05  FILLER              PIC X(7)    VALUE "REGION ".
           05  WG-RGN-CODE         PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WG-RGN-NAME         PIC X(15).
           05  FILLER              PIC X(10)   VALUE "  MANAGER ".
           05  WG-RGN-MANAGER      PIC X(20).

       01  WS-LABEL-HOLD           PIC X(4)    VALUE SPACES.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "AGING-REPORT: Starting aging analysis..."
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           MOVE WS-CD-SERIAL TO WS-RUN-SERIAL

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
                   DISPLAY "AGING-REPORT: *** ERROR - MASTFILE OPEN "
                       "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
                   MOVE 8 TO RETURN-CODE
                   PERFORM RAISE-RUN-END-ALERT
                       THRU RAISE-RUN-END-ALERT-EXIT
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO MAST-BRANCH
               START MASTFILE KEY IS NOT LESS THAN MAST-BRANCH
                   INVALID KEY
                       DISPLAY "AGING-REPORT: Master file is empty"
                       MOVE 'Y' TO WS-MAST-EOF-FLAG
               END-START
           END-IF

           OPEN INPUT BRANCHFILE
           IF WS-BRANCHFILE-STATUS = "00"
               SET WS-BRANCHES-ON TO TRUE
           ELSE
               DISPLAY "AGING-REPORT: *** WARNING - BRANCHFILE NOT "
                   "AVAILABLE - EVERY BRANCH REPORTED UNDER REGION "
                   "???? ***"
           END-IF
           OPEN INPUT REGNFILE
           IF WS-REGNFILE-STATUS = "00"
               SET WS-REGION-NAMES-ON TO TRUE
           END-IF

           OPEN OUTPUT AGERPTFILE
           PERFORM WRITE-REPORT-HEADER

           SORT SORTFILE
               ON ASCENDING KEY SORT-KEY-PART
               INPUT PROCEDURE IS GATHER-BRANCH-AGING
                   THRU GATHER-BRANCH-AGING-EXIT
               OUTPUT PROCEDURE IS PRINT-BRANCH-AGING
                   THRU PRINT-BRANCH-AGING-EXIT
           PERFORM WRITE-GRAND-AGING

           PERFORM CLOSE-MASTER-INPUT
           CLOSE AGERPTFILE
           IF WS-BRANCHES-ON
               CLOSE BRANCHFILE
           END-IF
           IF WS-REGION-NAMES-ON
               CLOSE REGNFILE
           END-IF

           DISPLAY "AGING-REPORT: Aging analysis completed"
           DISPLAY "AGING-REPORT: Records aged:     " WS-RECORDS-READ
           DISPLAY "AGING-REPORT: Regions reported: "
               WS-REGIONS-WRITTEN
           DISPLAY "AGING-REPORT: Unreadable dates: "
               WS-BAD-DATE-COUNT

               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

      *================================================================
      *  GATHER (THE SORT'S INPUT PROCEDURE) - THE MASTER SWEEP, ONE
      *  ROW RELEASED PER BRANCH AT THE BRANCH BREAK.
      *================================================================
       GATHER-BRANCH-AGING.
           PERFORM SWEEP-MASTER-LOOP
               UNTIL WS-MAST-EOF-FLAG = 'Y'

           IF WS-PREV-BRANCH NOT = SPACES
               PERFORM RELEASE-BRANCH-AGING
           END-IF.

       GATHER-BRANCH-AGING-EXIT.
           EXIT.

       SWEEP-MASTER-LOOP.
           PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
           IF WS-MAST-EOF-FLAG NOT = 'Y'
               PERFORM AGE-ONE-RECORD
                   THRU AGE-ONE-RECORD-EXIT
           END-IF.

       AGE-ONE-RECORD.
      *    INACTIVE (LOGICALLY DELETED) RECORDS ARE CLOSED, NOT

           IF MAST-BRANCH NOT = WS-PREV-BRANCH
               AND WS-PREV-BRANCH NOT = SPACES
               PERFORM RELEASE-BRANCH-AGING
           END-IF
           MOVE MAST-BRANCH TO WS-PREV-BRANCH
           ADD 1 TO WS-RECORDS-READ
       CONVERT-DATE-TO-SERIAL-EXIT.
           EXIT.

       RELEASE-BRANCH-AGING.
           MOVE SPACES TO SORT-RECORD
           MOVE WS-PREV-BRANCH TO SORT-BRANCH
           MOVE "????" TO SORT-REGION
           IF WS-BRANCHES-ON
               MOVE WS-PREV-BRANCH TO BRCH-CODE
               READ BRANCHFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BRCH-REGION NOT = SPACES
                           MOVE BRCH-REGION TO SORT-REGION
                       END-IF
               END-READ
           END-IF
           PERFORM MOVE-BUCKET-TO-SORT
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           RELEASE SORT-RECORD

           PERFORM CLEAR-BRANCH-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5.

       MOVE-BUCKET-TO-SORT.
           MOVE WS-BR-BKT-COUNT (WS-BUCKET-SUB)
               TO SORT-BKT-COUNT (WS-BUCKET-SUB)
           MOVE WS-BR-BKT-AMOUNT (WS-BUCKET-SUB)
               TO SORT-BKT-AMOUNT (WS-BUCKET-SUB).

      *================================================================
      *  PRINT (THE SORT'S OUTPUT PROCEDURE) - A CONTROL BREAK ON THE
      *  REGION ABOVE THE BRANCH LINES. EACH REGION'S BRANCHES PRINT
      *  UNDER ITS HEADING IN BRANCH ORDER, FOLLOWED BY ITS TOTALS.
      *================================================================
       PRINT-BRANCH-AGING.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE SPACES TO WS-PREV-REGION
           PERFORM RETURN-BRANCH-AGING THRU RETURN-BRANCH-AGING-EXIT
               UNTIL WS-SORT-EOF
           IF WS-PREV-REGION NOT = SPACES
               PERFORM WRITE-REGION-AGING
           END-IF.

       PRINT-BRANCH-AGING-EXIT.
           EXIT.

       RETURN-BRANCH-AGING.
           RETURN SORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO RETURN-BRANCH-AGING-EXIT
           END-RETURN

           IF SORT-REGION NOT = WS-PREV-REGION
               IF WS-PREV-REGION NOT = SPACES
                   PERFORM WRITE-REGION-AGING
               END-IF
               MOVE SORT-REGION TO WS-PREV-REGION
               PERFORM WRITE-REGION-HEADING
                   THRU WRITE-REGION-HEADING-EXIT
           END-IF

           PERFORM MOVE-SORT-TO-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           PERFORM WRITE-BRANCH-AGING.

       RETURN-BRANCH-AGING-EXIT.
           EXIT.

       MOVE-SORT-TO-BUCKET.
           MOVE SORT-BKT-COUNT (WS-BUCKET-SUB)
               TO WS-BR-BKT-COUNT (WS-BUCKET-SUB)
           MOVE SORT-BKT-AMOUNT (WS-BUCKET-SUB)
               TO WS-BR-BKT-AMOUNT (WS-BUCKET-SUB)
           ADD SORT-BKT-COUNT (WS-BUCKET-SUB)
               TO WS-RG-BKT-COUNT (WS-BUCKET-SUB)
           ADD SORT-BKT-AMOUNT (WS-BUCKET-SUB)
               TO WS-RG-BKT-AMOUNT (WS-BUCKET-SUB).

       WRITE-REGION-HEADING.
           MOVE SORT-REGION TO WG-RGN-CODE
           MOVE SPACES TO WG-RGN-NAME WG-RGN-MANAGER
           PERFORM CLEAR-REGION-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           IF SORT-REGION = "????"
               MOVE "*NO REGION*" TO WG-RGN-NAME
           ELSE
               IF WS-REGION-NAMES-ON
                   MOVE SORT-REGION TO RGN-CODE
                   READ REGNFILE
                       INVALID KEY
                           MOVE "*NOT ON FILE*" TO WG-RGN-NAME
                       NOT INVALID KEY
                           MOVE RGN-NAME TO WG-RGN-NAME
                           MOVE RGN-MANAGER TO WG-RGN-MANAGER
                   END-READ
               END-IF
           END-IF
           MOVE SPACES TO AGERPT-LINE
           WRITE AGERPT-LINE
           MOVE WS-REGION-HEADING TO AGERPT-LINE
           WRITE AGERPT-LINE.

       WRITE-REGION-HEADING-EXIT.
           EXIT.

       WRITE-BRANCH-AGING.
           MOVE SORT-BRANCH TO WG-CNT-BRANCH
           MOVE "COUNT" TO WG-CNT-LABEL
           MOVE "AMOUNT" TO WG-AMT-LABEL
           PERFORM MOVE-BRANCH-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           MOVE WS-COUNT-LINE TO AGERPT-LINE
           WRITE AGERPT-LINE
           MOVE WS-AMOUNT-LINE TO AGERPT-LINE
           WRITE AGERPT-LINE.

       WRITE-REGION-AGING.
           MOVE WS-PREV-REGION TO WG-CNT-BRANCH
           MOVE "RGN CNT" TO WG-CNT-LABEL
           MOVE "RGN AMT" TO WG-AMT-LABEL
           PERFORM MOVE-REGION-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           MOVE WS-COUNT-LINE TO AGERPT-LINE
           WRITE AGERPT-LINE
           MOVE WS-AMOUNT-LINE TO AGERPT-LINE
           WRITE AGERPT-LINE
           ADD 1 TO WS-REGIONS-WRITTEN.

       MOVE-REGION-BUCKET.
           MOVE WS-RG-BKT-COUNT (WS-BUCKET-SUB)
               TO WG-CNT-VALUE (WS-BUCKET-SUB)
           MOVE WS-RG-BKT-AMOUNT (WS-BUCKET-SUB)
               TO WG-AMT-VALUE (WS-BUCKET-SUB).

       CLEAR-REGION-BUCKET.
           MOVE 0 TO WS-RG-BKT-COUNT (WS-BUCKET-SUB)
           MOVE 0 TO WS-RG-BKT-AMOUNT (WS-BUCKET-SUB).

       MOVE-BRANCH-BUCKET.
           MOVE WS-BR-BKT-COUNT (WS-BUCKET-SUB)
           MOVE SPACES TO AGERPT-LINE
           WRITE AGERPT-LINE
           MOVE "*ALL" TO WG-CNT-BRANCH
           MOVE "COUNT" TO WG-CNT-LABEL
           MOVE "AMOUNT" TO WG-AMT-LABEL
           PERFORM MOVE-GRAND-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           WRITE AGERPT-LINE
           MOVE WS-COLUMN-HEADING TO AGERPT-LINE
           WRITE AGERPT-LINE.

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
               DISPLAY "AGING-REPORT: No master unload "
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
               DISPLAY "AGING-REPORT: *** ERROR - MASTER "
                   "UNLOAD HAS NO HEADER RECORD ***"
               CLOSE MASTUNLDFILE
               SET WS-UNLOAD-BAD TO TRUE
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           MOVE ULD-HDR-BUS-DATE TO WS-UNLOAD-BUS-DATE
           DISPLAY "AGING-REPORT: Reading master unload "
               "for business date " ULD-HDR-BUS-DATE
               " taken " ULD-HDR-TIMESTAMP

           PERFORM PROVE-UNLOAD-ONE-RECORD
               UNTIL WS-UNLOAD-EOF
           CLOSE MASTUNLDFILE

           IF WS-UNLOAD-BAD
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           IF NOT WS-UNLOAD-TRAILED
               DISPLAY "AGING-REPORT: *** ERROR - MASTER "
                   "UNLOAD HAS NO TRAILER - IT WAS NEVER PROVED "
                   "AGAINST THE SEAL ***"
               SET WS-UNLOAD-BAD TO TRUE
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           IF WS-UNLOAD-COUNT NOT = WS-UNLOAD-TRL-COUNT
               OR WS-UNLOAD-TOTAL NOT = WS-UNLOAD-TRL-TOTAL
               DISPLAY "AGING-REPORT: *** ERROR - MASTER "
                   "UNLOAD DOES NOT AGREE WITH ITS TRAILER ***"
               SET WS-UNLOAD-BAD TO TRUE
               GO TO OPEN-MASTER-UNLOAD-EXIT
           END-IF
           DISPLAY "AGING-REPORT: Master unload proved "
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
                           DISPLAY "AGING-REPORT: *** ERROR - "
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
               DISPLAY "AGING-REPORT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "AGING-REPORT" TO ALR-PROGRAM
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
