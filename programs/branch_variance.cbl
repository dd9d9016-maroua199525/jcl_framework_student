               ACCESS MODE IS RANDOM
               RECORD KEY IS BRCH-CODE
               FILE STATUS IS WS-BRANCHFILE-STATUS.
      *    REGION NAMES AND MANAGERS FOR THE REGION TOTAL LINES.
      *    OPTIONAL - WITHOUT IT THE TOTALS PRINT WITH THE CODE ONLY.
           SELECT REGNFILE ASSIGN TO "REGNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGN-CODE
               FILE STATUS IS WS-REGNFILE-STATUS.
      *    THE VARIANCE ROWS ARE SORTED INTO REGION ORDER (BRCH-REGION
      *    FROM BRANCHFILE) FOR THE REGION BREAK ABOVE THE BRANCHES.
           SELECT SORTFILE ASSIGN TO "SORTWK".
           SELECT VARRPTFILE ASSIGN TO "VARRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCHFILE.
           COPY "brnchrec".

       FD  REGNFILE.
           COPY "regnrec".

       SD  SORTFILE.
       01  SORT-RECORD.
           05  SORT-KEY-PART.
               10  SORT-REGION     PIC X(04).
               10  SORT-BRANCH     PIC X(04).
           05  SORT-BRANCH-NAME    PIC X(20).
           05  SORT-CUR-TOTAL      PIC S9(11)V99.
           05  SORT-PRV-TOTAL      PIC S9(11)V99.
           05  SORT-PRV-FOUND      PIC X(01).
               88  SORT-PRV-IS-FOUND           VALUE "Y".
           05  SORT-ROW-TYPE       PIC X(01).
               88  SORT-IS-DROPPED             VALUE "D".

       FD  VARRPTFILE.
       01  VARRPT-LINE             PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SNAPFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-BRANCHFILE-STATUS    PIC X(2)    VALUE SPACES.
       01  WS-BRANCH-NAMES-SW      PIC X       VALUE 'N'.
           88  WS-BRANCH-NAMES-ON             VALUE 'Y'.
       01  WS-SNAP-EOF-FLAG        PIC X       VALUE 'N'.
       01  WS-REGNFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-REGION-NAMES-SW      PIC X       VALUE 'N'.
           88  WS-REGION-NAMES-ON             VALUE 'Y'.
       01  WS-SORT-EOF-SW          PIC X       VALUE 'N'.
           88  WS-SORT-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE             PIC 9(8).

       01  WS-PARM-STRING          PIC X(80)   VALUE SPACES.
       01  WS-FLAGGED-COUNT        PIC 9(4)    VALUE 0.
       01  WS-LINES-WRITTEN        PIC 9(5)    VALUE 0.

      *----------------------------------------------------------------
      *  THE REGION BREAK. A REGION'S TOTALS ARE THE SUM OF ITS
      *  BRANCHES' LINES AS THEY ARE MAPPED TODAY, SO A BRANCH MOVED
      *  BETWEEN REGIONS CARRIES ITS PRIOR FIGURE WITH IT AND THE
      *  REGION LINE SHOWS TRADING MOVEMENT, NOT THE REMAPPING.
      *  BRANCHES WITH NO REGION FALL UNDER "????".
      *----------------------------------------------------------------
       01  WS-PREV-REGION          PIC X(4)    VALUE SPACES.
       01  WS-RGN-CUR-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-RGN-PRV-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-RGN-PRV-FOUND-SW     PIC X       VALUE 'N'.
           88  WS-RGN-PRV-FOUND               VALUE 'Y'.
       01  WS-REGIONS-WRITTEN      PIC 9(5)    VALUE 0.
       01  WS-REGIONS-FLAGGED      PIC 9(4)    VALUE 0.

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(25)   VALUE
               "BRANCH VARIANCE  PERIOD ".
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WV-FLAG             PIC X(3).

       01  WS-REGION-LINE.
           05  FILLER              PIC X(7)    VALUE "REGION ".
           05  WR-REGION           PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-REGION-NAME      PIC X(15).
           05  WR-CUR-TOTAL        PIC -(9)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-PRV-TOTAL        PIC -(9)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-CHANGE           PIC -(9)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-PERCENT          PIC -(3)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-FLAG             PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WR-MANAGER          PIC X(20).

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BRANCH-VARIANCE: Starting variance report..."
               DISPLAY "BRANCH-VARIANCE: *** ERROR - CURPER AND "
                   "PRVPER PARAMETERS ARE BOTH REQUIRED ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

               DISPLAY "BRANCH-VARIANCE: *** ERROR - SNAPFILE OPEN "
                   "FAILED, STATUS: " WS-SNAPFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT BRANCHFILE
           IF WS-BRANCHFILE-STATUS = "00"
               SET WS-BRANCH-NAMES-ON TO TRUE
           ELSE
               DISPLAY "BRANCH-VARIANCE: *** WARNING - BRANCHFILE NOT "
                   "AVAILABLE - EVERY BRANCH REPORTED UNDER REGION "
                   "???? ***"
           END-IF
           OPEN INPUT REGNFILE
           IF WS-REGNFILE-STATUS = "00"
               SET WS-REGION-NAMES-ON TO TRUE
           END-IF

           OPEN OUTPUT VARRPTFILE

           PERFORM LOAD-CURRENT-PERIOD THRU LOAD-CURRENT-PERIOD-EXIT

           SORT SORTFILE
               ON ASCENDING KEY SORT-KEY-PART
               INPUT PROCEDURE IS GATHER-VARIANCE-ROWS
                   THRU GATHER-VARIANCE-ROWS-EXIT
               OUTPUT PROCEDURE IS PRINT-VARIANCE-ROWS
                   THRU PRINT-VARIANCE-ROWS-EXIT

           CLOSE SNAPFILE
           CLOSE VARRPTFILE
           IF WS-BRANCH-NAMES-ON
               CLOSE BRANCHFILE
           END-IF
           IF WS-REGION-NAMES-ON
               CLOSE REGNFILE
           END-IF

           DISPLAY "BRANCH-VARIANCE: Report completed"
           DISPLAY "BRANCH-VARIANCE: Branches reported: "
               WS-LINES-WRITTEN
           DISPLAY "BRANCH-VARIANCE: Branches flagged:  "
               WS-FLAGGED-COUNT
           DISPLAY "BRANCH-VARIANCE: Regions reported:  "
               WS-REGIONS-WRITTEN
           DISPLAY "BRANCH-VARIANCE: Regions flagged:   "
               WS-REGIONS-FLAGGED

           IF WS-FLAGGED-COUNT > 0
               OR WS-REGIONS-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
               DISPLAY "BRANCH-VARIANCE: *** ONE OR MORE BRANCHES OR "
                   "REGIONS MOVED BEYOND THE THRESHOLD ***"
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       PARSE-RUN-PARAMETERS.
                       MOVE 'Y' TO WS-SNAP-EOF-FLAG
                   ELSE
                       IF NOT SNAP-IS-GRAND-TOTAL
                          AND NOT SNAP-IS-REGION
                           IF WS-CUR-COUNT < 500
                               ADD 1 TO WS-CUR-COUNT
                               SET WS-CUR-IDX TO WS-CUR-COUNT
           END-READ.

      *================================================================
      *  GATHER (THE SORT'S INPUT PROCEDURE) - ONE ROW PER BRANCH ON
      *  THIS PERIOD'S SNAPSHOT WITH ITS PRIOR FIGURE, THEN ONE PER
      *  BRANCH THAT HAS DROPPED OUT SINCE LAST PERIOD, EACH CARRYING
      *  ITS REGION FOR THE SORT.
      *================================================================
       GATHER-VARIANCE-ROWS.
           PERFORM RELEASE-ONE-BRANCH THRU RELEASE-ONE-BRANCH-EXIT
               VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-CUR-COUNT

           PERFORM REPORT-DROPPED-BRANCHES
               THRU REPORT-DROPPED-BRANCHES-EXIT.

       GATHER-VARIANCE-ROWS-EXIT.
           EXIT.

       RELEASE-ONE-BRANCH.
           MOVE SPACES TO SORT-RECORD
           MOVE WS-PRIOR-PERIOD TO SNAP-PERIOD
           MOVE WS-CUR-ENT-BRANCH (WS-CUR-SUB) TO SNAP-BRANCH
           MOVE 'N' TO SORT-PRV-FOUND
           MOVE 0 TO SORT-PRV-TOTAL
           READ SNAPFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT SNAP-IS-REGION
                       SET SORT-PRV-IS-FOUND TO TRUE
                       MOVE SNAP-AMOUNT-TOTAL TO SORT-PRV-TOTAL
                   END-IF
           END-READ

           MOVE WS-CUR-ENT-BRANCH (WS-CUR-SUB) TO SORT-BRANCH
           PERFORM LOOK-UP-BRANCH THRU LOOK-UP-BRANCH-EXIT
           MOVE WS-CUR-ENT-TOTAL (WS-CUR-SUB) TO SORT-CUR-TOTAL
           RELEASE SORT-RECORD.

       RELEASE-ONE-BRANCH-EXIT.
           EXIT.

      *================================================================
                       MOVE 'Y' TO WS-SNAP-EOF-FLAG
                   ELSE
                       IF NOT SNAP-IS-GRAND-TOTAL
                          AND NOT SNAP-IS-REGION
                           PERFORM FIND-CURRENT-BRANCH
                           IF NOT WS-CUR-FOUND
                               PERFORM REPORT-DROPPED-BRANCH
           EXIT.

       REPORT-DROPPED-BRANCH.
           MOVE SPACES TO SORT-RECORD
           MOVE SNAP-BRANCH TO SORT-BRANCH
           PERFORM LOOK-UP-BRANCH THRU LOOK-UP-BRANCH-EXIT
           MOVE "*NOT IN THIS PERIOD*" TO SORT-BRANCH-NAME
           MOVE 0 TO SORT-CUR-TOTAL
           MOVE SNAP-AMOUNT-TOTAL TO SORT-PRV-TOTAL
           SET SORT-PRV-IS-FOUND TO TRUE
           SET SORT-IS-DROPPED TO TRUE
           RELEASE SORT-RECORD.

      *    THE BRANCH'S NAME AND REGION. A BRANCH NOT ON BRANCHFILE,
      *    OR WITH NO REGION, IS REPORTED UNDER "????".
       LOOK-UP-BRANCH.
           MOVE SPACES TO SORT-BRANCH-NAME
           MOVE "????" TO SORT-REGION
           IF NOT WS-BRANCH-NAMES-ON
               GO TO LOOK-UP-BRANCH-EXIT
           END-IF

           MOVE SORT-BRANCH TO BRCH-CODE
           READ BRANCHFILE
               INVALID KEY
                   MOVE "*NOT ON BRANCH FILE*" TO SORT-BRANCH-NAME
               NOT INVALID KEY
                   MOVE BRCH-NAME TO SORT-BRANCH-NAME
                   IF BRCH-REGION NOT = SPACES
                       MOVE BRCH-REGION TO SORT-REGION
                   END-IF
           END-READ.

       LOOK-UP-BRANCH-EXIT.
           EXIT.

      *================================================================
      *  PRINT (THE SORT'S OUTPUT PROCEDURE) - A CONTROL BREAK ON THE
      *  REGION ABOVE THE BRANCH LINES. EACH REGION'S BRANCHES PRINT
      *  IN BRANCH ORDER, FOLLOWED BY THE REGION'S OWN VARIANCE LINE.
      *================================================================
       PRINT-VARIANCE-ROWS.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE SPACES TO WS-PREV-REGION
           PERFORM RETURN-ONE-ROW THRU RETURN-ONE-ROW-EXIT
               UNTIL WS-SORT-EOF
           IF WS-PREV-REGION NOT = SPACES
               PERFORM WRITE-REGION-TOTAL THRU WRITE-REGION-TOTAL-EXIT
           END-IF.

       PRINT-VARIANCE-ROWS-EXIT.
           EXIT.

       RETURN-ONE-ROW.
           RETURN SORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO RETURN-ONE-ROW-EXIT
           END-RETURN

           IF SORT-REGION NOT = WS-PREV-REGION
               IF WS-PREV-REGION NOT = SPACES
                   PERFORM WRITE-REGION-TOTAL
                       THRU WRITE-REGION-TOTAL-EXIT
               END-IF
               MOVE SORT-REGION TO WS-PREV-REGION
               MOVE 0 TO WS-RGN-CUR-TOTAL
               MOVE 0 TO WS-RGN-PRV-TOTAL
               MOVE 'N' TO WS-RGN-PRV-FOUND-SW
           END-IF

           ADD SORT-CUR-TOTAL TO WS-RGN-CUR-TOTAL
           ADD SORT-PRV-TOTAL TO WS-RGN-PRV-TOTAL
           IF SORT-PRV-IS-FOUND
               SET WS-RGN-PRV-FOUND TO TRUE
           END-IF

           IF SORT-IS-DROPPED
               PERFORM PRINT-DROPPED-BRANCH
           ELSE
               PERFORM PRINT-ONE-BRANCH
           END-IF.

       RETURN-ONE-ROW-EXIT.
           EXIT.

      *    ONE BRANCH'S VARIANCE LINE - THIS PERIOD AGAINST LAST, WITH
      *    DOLLAR AND PERCENT CHANGE AND A FLAG WHEN THE MOVE EXCEEDS
      *    THE THRESHOLD. A BRANCH WITH NO PRIOR SNAPSHOT IS REPORTED
      *    AS NEW AND ALWAYS FLAGGED.
       PRINT-ONE-BRANCH.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SORT-BRANCH TO WV-BRANCH
           MOVE SORT-BRANCH-NAME TO WV-BRANCH-NAME
           MOVE SORT-CUR-TOTAL TO WV-CUR-TOTAL
           MOVE SORT-PRV-TOTAL TO WV-PRV-TOTAL

           COMPUTE WS-DOLLAR-CHANGE =
               SORT-CUR-TOTAL - SORT-PRV-TOTAL
           MOVE WS-DOLLAR-CHANGE TO WV-CHANGE

           IF NOT SORT-PRV-IS-FOUND
               MOVE "NEW" TO WV-FLAG
               MOVE 0 TO WV-PERCENT
               ADD 1 TO WS-FLAGGED-COUNT
           ELSE
               IF SORT-PRV-TOTAL = 0
                   MOVE 0 TO WS-PERCENT-CHANGE
               ELSE
                   COMPUTE WS-PERCENT-CHANGE ROUNDED =
                       (WS-DOLLAR-CHANGE * 100) / SORT-PRV-TOTAL
               END-IF
               MOVE WS-PERCENT-CHANGE TO WV-PERCENT
               IF WS-PERCENT-CHANGE > WS-FLAG-THRESHOLD
                   OR WS-PERCENT-CHANGE < (0 - WS-FLAG-THRESHOLD)
                   MOVE "***" TO WV-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-IF

           MOVE WS-DETAIL-LINE TO VARRPT-LINE
           WRITE VARRPT-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       PRINT-DROPPED-BRANCH.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SORT-BRANCH TO WV-BRANCH
           MOVE SORT-BRANCH-NAME TO WV-BRANCH-NAME
           MOVE 0 TO WV-CUR-TOTAL
           MOVE SORT-PRV-TOTAL TO WV-PRV-TOTAL
           COMPUTE WS-DOLLAR-CHANGE = 0 - SORT-PRV-TOTAL
           MOVE WS-DOLLAR-CHANGE TO WV-CHANGE
           MOVE -100 TO WV-PERCENT
           MOVE "***" TO WV-FLAG
           ADD 1 TO WS-LINES-WRITTEN
           ADD 1 TO WS-FLAGGED-COUNT.

      *    THE REGION'S VARIANCE LINE, FLAGGED ON THE SAME THRESHOLD
      *    AS A BRANCH. A REGION NONE OF WHOSE BRANCHES TRADED LAST
      *    PERIOD IS NEW.
       WRITE-REGION-TOTAL.
           MOVE SPACES TO WR-FLAG
           MOVE WS-PREV-REGION TO WR-REGION
           PERFORM LOOK-UP-REGION THRU LOOK-UP-REGION-EXIT
           MOVE WS-RGN-CUR-TOTAL TO WR-CUR-TOTAL
           MOVE WS-RGN-PRV-TOTAL TO WR-PRV-TOTAL

           COMPUTE WS-DOLLAR-CHANGE =
               WS-RGN-CUR-TOTAL - WS-RGN-PRV-TOTAL
           MOVE WS-DOLLAR-CHANGE TO WR-CHANGE

           IF NOT WS-RGN-PRV-FOUND
               MOVE "NEW" TO WR-FLAG
               MOVE 0 TO WR-PERCENT
               ADD 1 TO WS-REGIONS-FLAGGED
           ELSE
               IF WS-RGN-PRV-TOTAL = 0
                   MOVE 0 TO WS-PERCENT-CHANGE
               ELSE
                   COMPUTE WS-PERCENT-CHANGE ROUNDED =
                       (WS-DOLLAR-CHANGE * 100) / WS-RGN-PRV-TOTAL
               END-IF
               MOVE WS-PERCENT-CHANGE TO WR-PERCENT
               IF WS-PERCENT-CHANGE > WS-FLAG-THRESHOLD
                   OR WS-PERCENT-CHANGE < (0 - WS-FLAG-THRESHOLD)
                   MOVE "***" TO WR-FLAG
                   ADD 1 TO WS-REGIONS-FLAGGED
               END-IF
           END-IF

           MOVE WS-REGION-LINE TO VARRPT-LINE
           WRITE VARRPT-LINE
           MOVE SPACES TO VARRPT-LINE
           WRITE VARRPT-LINE
           ADD 1 TO WS-REGIONS-WRITTEN.

       WRITE-REGION-TOTAL-EXIT.
           EXIT.

       LOOK-UP-REGION.
           MOVE SPACES TO WR-REGION-NAME WR-MANAGER
           IF WR-REGION = "????"
               MOVE "*NO REGION*" TO WR-REGION-NAME
               GO TO LOOK-UP-REGION-EXIT
           END-IF
           IF NOT WS-REGION-NAMES-ON
               GO TO LOOK-UP-REGION-EXIT
           END-IF

           MOVE WR-REGION TO RGN-CODE
           READ REGNFILE
               INVALID KEY
                   MOVE "*NOT ON FILE*" TO WR-REGION-NAME
               NOT INVALID KEY
                   MOVE RGN-NAME TO WR-REGION-NAME
                   MOVE RGN-MANAGER TO WR-MANAGER
           END-READ.

       LOOK-UP-REGION-EXIT.
           EXIT.

       WRITE-REPORT-HEADER.
           WRITE VARRPT-LINE
           MOVE WS-COLUMN-HEADING TO VARRPT-LINE
           WRITE VARRPT-LINE.

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
               DISPLAY "BRANCH-VARIANCE: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "BRANCH-VARIANCE" TO ALR-PROGRAM
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
