       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-FLOW.
       AUTHOR. JCL-FRAMEWORK-DEMO.
      *================================================================
      *  MONTHLY ACCOUNT FLOW BY BRANCH. FOR EACH BRANCH, STARTS FROM
      *  LAST PERIOD'S ACTIVE ACCOUNT COUNT ON THE SNAPSHOT FILE AND
      *  WALKS THE PERIOD'S OPENINGS, CLOSURES, REINSTATEMENTS AND
      *  BRANCH-MERGE TRANSFERS FROM THE AUDIT-HISTORY MASTER
      *  (AUDMAST) TO A CLOSING COUNT, WHICH IS THEN PROVED AGAINST
      *  THIS PERIOD'S SNAPSHOT FROM PERIOD-CLOSE. NEW ACCOUNTS ARE
      *  SHOWN WITH THEIR OPENING BALANCES AND CLOSURES WITH THEIR
      *  CLOSING BALANCES. A BRANCH WHOSE WALKED COUNT DISAGREES
      *  WITH ITS SNAPSHOT IS FLAGGED AND THE RUN ENDS RC=4.
      *
      *  THE PERIOD'S MOVEMENTS ARE THOSE STAMPED AFTER THE LAST
      *  POSTING RUN OF THE PRIOR PERIOD ENDED AND NO LATER THAN THE
      *  LAST POSTING RUN OF THIS PERIOD ENDED (THE DATAPROC END
      *  TIMES ON RUNCTL), SO A NIGHT POSTED AFTER MIDNIGHT STILL
      *  FALLS IN THE PERIOD ITS BUSINESS DATE BELONGS TO. WITH NO
      *  RUNCTL ENTRY THE CUT-OFF IS THE END OF THE PERIOD DATE.
      *
      *  A MERGE RECORD (TYPE B) NAMES ONLY THE BRANCH THE ACCOUNT
      *  WENT TO; BRANCH-MERGE LEAVES THE BRANCH IT CAME FROM AND
      *  ITS STATUS IN THE LINK KEY. AN OLDER MERGE RECORD WITHOUT
      *  THEM TAKES BOTH FROM THE ACCOUNT'S EARLIER MOVEMENTS, AND
      *  ONE WITH NO EARLIER MOVEMENT IS COUNTED OUT OF BRANCH ????.
      *  ONLY ACTIVE ACCOUNTS ARE COUNTED IN AND OUT - THE SNAPSHOT
      *  COUNTS NOTHING ELSE. ACTIVE ACCOUNTS ARCHIVED IN THE PERIOD
      *  (OPTIONAL ARCHFILE DD) LEAVE THE COUNT AS WELL; A RESTORE
      *  FROM THE ARCHIVE LEAVES NO TRACE AND SHOWS AS A DIFFERENCE.
      *
      *  THE OPENING AND CLOSING BALANCES ARE BASE-CURRENCY
      *  EQUIVALENTS. EACH MOVEMENT IS IN ITS ACCOUNT'S OWN CURRENCY
      *  (AUDH-CURRENCY) AND IS PRICED AT THE LATEST RATE ON FXRATE
      *  DATED ON OR BEFORE THE DAY IT WAS STAMPED. ONE WITH NO RATE
      *  IS LEFT OUT OF THE BALANCES, COUNTED, AND ENDS THE RUN RC=4.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPFILE ASSIGN TO "SNAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAPFILE-STATUS.
           SELECT AUDMASTFILE ASSIGN TO "AUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDH-KEY
               FILE STATUS IS WS-AUDMAST-STATUS.
           SELECT RUNCTLFILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
      *    THE CUMULATIVE ARCHIVE WRITTEN BY MASTER-ARCHIVE. OPTIONAL -
      *    WITHOUT IT NO ACCOUNT IS TAKEN AS ARCHIVED.
           SELECT ARCHFILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHFILE-STATUS.
      *    THE EXCHANGE RATES FOR THE BASE-CURRENCY BALANCES.
      *    OPTIONAL - WITHOUT IT ONLY BASE-CURRENCY MOVEMENTS PRICE.
           SELECT FXRATEFILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-KEY
               FILE STATUS IS FXW-STATUS.
           SELECT FLOWRPTFILE ASSIGN TO "FLOWRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPFILE.
           COPY "snaprec".

       FD  AUDMASTFILE.
           COPY "audhrec".

       FD  RUNCTLFILE.
           COPY "runctl".

       FD  ARCHFILE.
       01  ARCH-RECORD.
           05  ARCH-DATE           PIC X(8).
           05  FILLER              PIC X(1).
           05  ARCH-DATA           PIC X(87).
           05  ARCH-MASTER REDEFINES ARCH-DATA.
               10  FILLER          PIC X(30).
               10  ARCH-MAST-BRANCH
                                   PIC X(4).
               10  FILLER          PIC X(17).
               10  ARCH-MAST-STATUS
                                   PIC X(1).
                   88  ARCH-MAST-ACTIVE        VALUES "A", " ".
               10  FILLER          PIC X(35).

       FD  FXRATEFILE.
           COPY "fxrrec".

       FD  FLOWRPTFILE.
       01  FLOWRPT-LINE            PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SNAPFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-AUDMAST-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-RUNCTL-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-ARCHFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
           88  WS-EOF                         VALUE 'Y'.

       01  WS-PARM-STRING          PIC X(80)   VALUE SPACES.
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN            PIC X(30)   OCCURS 4 TIMES
                                    VALUE SPACES.
       01  WS-TOKEN-IDX            PIC 9(2)    VALUE 0.
       01  WS-KEY-PART             PIC X(20)   VALUE SPACES.
       01  WS-VAL-PART             PIC X(20)   VALUE SPACES.

       01  WS-CURRENT-PERIOD       PIC X(8)    VALUE SPACES.
       01  WS-PRIOR-PERIOD         PIC X(8)    VALUE SPACES.
       01  WS-LOAD-PERIOD          PIC X(8)    VALUE SPACES.
       01  WS-LOAD-COUNT           PIC 9(4)    VALUE 0.
       01  WS-LOADING-OPENING-SW   PIC X       VALUE 'N'.
           88  WS-LOADING-OPENING             VALUE 'Y'.

      *----------------------------------------------------------------
      *  THE MOVEMENT WINDOW - AFTER WS-FROM-CUTOFF, UP TO AND
      *  INCLUDING WS-TO-CUTOFF, IN THE AUDIT TIMESTAMP'S OWN FORM.
      *----------------------------------------------------------------
       01  WS-FROM-CUTOFF          PIC X(14)   VALUE SPACES.
       01  WS-TO-CUTOFF            PIC X(14)   VALUE SPACES.
       01  WS-FROM-SOURCE          PIC X(6)    VALUE "DATE".
       01  WS-TO-SOURCE            PIC X(6)    VALUE "DATE".

      *----------------------------------------------------------------
      *  WHAT IS KNOWN OF THE ACCOUNT WHOSE MOVEMENTS ARE BEING READ -
      *  AUDMAST IS KEYED ACCOUNT THEN TIMESTAMP, SO EACH ACCOUNT'S
      *  MOVEMENTS ARRIVE TOGETHER AND IN THE ORDER THEY HAPPENED.
      *----------------------------------------------------------------
       01  WS-ACCT-KEY             PIC X(10)   VALUE SPACES.
       01  WS-ACCT-BRANCH          PIC X(4)    VALUE SPACES.
       01  WS-ACCT-STATUS          PIC X(1)    VALUE SPACE.
       01  WS-MERGE-FROM-BRANCH    PIC X(4)    VALUE SPACES.
       01  WS-MERGE-STATUS         PIC X(1)    VALUE SPACE.
       01  WS-MOVE-AMOUNT          PIC S9(7)V99 VALUE 0.
       01  WS-MOVE-BASE-AMOUNT     PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      *  ONE ENTRY PER BRANCH SEEN ON EITHER SNAPSHOT OR IN THE
      *  PERIOD'S MOVEMENTS, KEPT IN BRANCH ORDER AS ENTRIES ARE
      *  ADDED SO THE REPORT COMES OUT IN BRANCH ORDER.
      *----------------------------------------------------------------
       01  WS-BR-COUNT             PIC 9(4)    VALUE 0.
       01  WS-BR-SUB               PIC 9(4)    VALUE 0.
       01  WS-BR-SHIFT             PIC 9(4)    VALUE 0.
       01  WS-BR-SLOT              PIC 9(4)    VALUE 0.
       01  WS-BR-SLOT-FOUND-SW     PIC X       VALUE 'N'.
           88  WS-BR-SLOT-FOUND               VALUE 'Y'.
       01  WS-FIND-BRANCH          PIC X(4)    VALUE SPACES.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY         OCCURS 500 TIMES.
               10  WS-BR-CODE          PIC X(4).
               10  WS-BR-OPENING       PIC 9(7).
               10  WS-BR-NEW-COUNT     PIC 9(7).
               10  WS-BR-NEW-AMOUNT    PIC S9(11)V99.
               10  WS-BR-CLOSED-COUNT  PIC 9(7).
               10  WS-BR-CLOSED-AMOUNT PIC S9(11)V99.
               10  WS-BR-REINST-COUNT  PIC 9(7).
               10  WS-BR-MERGED-IN     PIC 9(7).
               10  WS-BR-MERGED-OUT    PIC 9(7).
               10  WS-BR-ARCHIVED      PIC 9(7).
               10  WS-BR-SNAPSHOT      PIC 9(7).
       01  WS-BR-TABLE-FULL-SW     PIC X       VALUE 'N'.
           88  WS-BR-TABLE-FULL               VALUE 'Y'.

       01  WS-CLOSING-COUNT        PIC S9(7)   VALUE 0.
       01  WS-DIFFERENCE           PIC S9(7)   VALUE 0.

       01  WS-TOTALS.
           05  WS-TOT-OPENING      PIC 9(7)    VALUE 0.
           05  WS-TOT-NEW-COUNT    PIC 9(7)    VALUE 0.
           05  WS-TOT-NEW-AMOUNT   PIC S9(11)V99 VALUE 0.
           05  WS-TOT-CLOSED-COUNT PIC 9(7)    VALUE 0.
           05  WS-TOT-CLOSED-AMOUNT
                                   PIC S9(11)V99 VALUE 0.
           05  WS-TOT-REINST-COUNT PIC 9(7)    VALUE 0.
           05  WS-TOT-MERGED-IN    PIC 9(7)    VALUE 0.
           05  WS-TOT-MERGED-OUT   PIC 9(7)    VALUE 0.
           05  WS-TOT-ARCHIVED     PIC 9(7)    VALUE 0.
           05  WS-TOT-SNAPSHOT     PIC 9(7)    VALUE 0.

       01  WS-MOVEMENTS-READ       PIC 9(9)    VALUE 0.
       01  WS-MOVEMENTS-IN-PERIOD  PIC 9(7)    VALUE 0.
       01  WS-ARCHIVES-READ        PIC 9(7)    VALUE 0.
       01  WS-INACTIVE-MERGES      PIC 9(7)    VALUE 0.
       01  WS-UNKNOWN-MERGES       PIC 9(7)    VALUE 0.
       01  WS-FLAGGED-COUNT        PIC 9(4)    VALUE 0.
       01  WS-LINES-WRITTEN        PIC 9(5)    VALUE 0.
       01  WS-FX-UNPRICED          PIC 9(7)    VALUE 0.

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(21)   VALUE
               "ACCOUNT FLOW  PERIOD ".
           05  WO-CUR-PERIOD       PIC X(8).
           05  FILLER              PIC X(6)    VALUE " FROM ".
           05  WO-PRV-PERIOD       PIC X(8).
           05  FILLER              PIC X(18)   VALUE
               "  MOVEMENTS AFTER ".
           05  WO-FROM-CUTOFF      PIC X(14).
           05  FILLER              PIC X(2)    VALUE " (".
           05  WO-FROM-SOURCE      PIC X(6).
           05  FILLER              PIC X(6)    VALUE ") TO ".
           05  WO-TO-CUTOFF        PIC X(14).
           05  FILLER              PIC X(2)    VALUE " (".
           05  WO-TO-SOURCE        PIC X(6).
           05  FILLER              PIC X(1)    VALUE ")".

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(6)    VALUE "BRCH".
           05  FILLER              PIC X(9)    VALUE "OPENING".
           05  FILLER              PIC X(7)    VALUE "   NEW".
           05  FILLER              PIC X(15)   VALUE
               "  OPENING BALS".
           05  FILLER              PIC X(7)    VALUE "CLOSED".
           05  FILLER              PIC X(15)   VALUE
               "  CLOSING BALS".
           05  FILLER              PIC X(8)    VALUE "REINST".
           05  FILLER              PIC X(8)    VALUE "MRG IN".
           05  FILLER              PIC X(8)    VALUE "MRGOUT".
           05  FILLER              PIC X(8)    VALUE "ARCHVD".
           05  FILLER              PIC X(10)   VALUE " CLOSING".
           05  FILLER              PIC X(9)    VALUE "SNAPSHOT".
           05  FILLER              PIC X(9)    VALUE "   DIFF".
           05  FILLER              PIC X(4)    VALUE "FLAG".

       01  WS-DETAIL-LINE.
           05  WO-BRANCH           PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-OPENING          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-NEW-COUNT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WO-NEW-AMOUNT       PIC -(9)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-CLOSED-COUNT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WO-CLOSED-AMOUNT    PIC -(9)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-REINST-COUNT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-MERGED-IN        PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-MERGED-OUT       PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-ARCHIVED         PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-CLOSING          PIC -ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-SNAPSHOT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-DIFFERENCE       PIC -ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WO-FLAG             PIC X(3).

       01  WS-NOTE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WO-NOTE-COUNT       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WO-NOTE-TEXT        PIC X(70).

           COPY "fxrwrk".
           COPY "fxhwrk".

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACCT-FLOW: Starting account flow report..."

           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT

           IF WS-CURRENT-PERIOD = SPACES
               OR WS-PRIOR-PERIOD = SPACES
               DISPLAY "ACCT-FLOW: *** ERROR - CURPER AND "
                   "PRVPER PARAMETERS ARE BOTH REQUIRED ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           IF WS-CURRENT-PERIOD NOT NUMERIC
               OR WS-PRIOR-PERIOD NOT NUMERIC
               OR WS-PRIOR-PERIOD NOT < WS-CURRENT-PERIOD
               DISPLAY "ACCT-FLOW: *** ERROR - CURPER "
                   WS-CURRENT-PERIOD " AND PRVPER " WS-PRIOR-PERIOD
                   " MUST BE DATES WITH PRVPER THE EARLIER ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT SNAPFILE
           IF WS-SNAPFILE-STATUS NOT = "00"
               DISPLAY "ACCT-FLOW: *** ERROR - SNAPFILE OPEN "
                   "FAILED, STATUS: " WS-SNAPFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

      *    BOTH SNAPSHOTS MUST BE THERE - WITHOUT LAST PERIOD'S THERE
      *    IS NOTHING TO START THE WALK FROM, AND WITHOUT THIS
      *    PERIOD'S THE CLOSE HAS NOT RUN AND THERE IS NOTHING TO
      *    PROVE THE WALK AGAINST.
           SET WS-LOADING-OPENING TO TRUE
           MOVE WS-PRIOR-PERIOD TO WS-LOAD-PERIOD
           PERFORM LOAD-PERIOD-SNAPSHOT THRU LOAD-PERIOD-SNAPSHOT-EXIT
           IF WS-LOAD-COUNT = 0
               DISPLAY "ACCT-FLOW: *** ERROR - NO SNAPSHOT FOR "
                   "PRVPER " WS-PRIOR-PERIOD " - OPENING COUNTS "
                   "UNKNOWN ***"
               CLOSE SNAPFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           MOVE 'N' TO WS-LOADING-OPENING-SW
           MOVE WS-CURRENT-PERIOD TO WS-LOAD-PERIOD
           PERFORM LOAD-PERIOD-SNAPSHOT THRU LOAD-PERIOD-SNAPSHOT-EXIT
           CLOSE SNAPFILE
           IF WS-LOAD-COUNT = 0
               DISPLAY "ACCT-FLOW: *** ERROR - NO SNAPSHOT FOR "
                   "CURPER " WS-CURRENT-PERIOD " - HAS THE PERIOD "
                   "BEEN CLOSED? ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM FIND-PERIOD-CUTOFFS THRU FIND-PERIOD-CUTOFFS-EXIT
           PERFORM OPEN-FX-REFERENCE THRU OPEN-FX-REFERENCE-EXIT

           OPEN INPUT AUDMASTFILE
           IF WS-AUDMAST-STATUS NOT = "00"
               DISPLAY "ACCT-FLOW: *** ERROR - AUDMAST OPEN "
                   "FAILED, STATUS: " WS-AUDMAST-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM READ-ONE-MOVEMENT THRU READ-ONE-MOVEMENT-EXIT
               UNTIL WS-EOF
           CLOSE AUDMASTFILE

           PERFORM COUNT-ARCHIVED-ACCOUNTS
               THRU COUNT-ARCHIVED-ACCOUNTS-EXIT

           OPEN OUTPUT FLOWRPTFILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM REPORT-ONE-BRANCH THRU REPORT-ONE-BRANCH-EXIT
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
           PERFORM WRITE-REPORT-TOTALS
           CLOSE FLOWRPTFILE

           DISPLAY "ACCT-FLOW: Report completed"
           DISPLAY "ACCT-FLOW: Movements read:      " WS-MOVEMENTS-READ
           DISPLAY "ACCT-FLOW: Movements in period: "
               WS-MOVEMENTS-IN-PERIOD
           DISPLAY "ACCT-FLOW: Branches reported:   " WS-LINES-WRITTEN
           DISPLAY "ACCT-FLOW: Branches flagged:    " WS-FLAGGED-COUNT
           DISPLAY "ACCT-FLOW: Movements unpriced:  " WS-FX-UNPRICED

           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
               DISPLAY "ACCT-FLOW: *** ONE OR MORE BRANCHES DO NOT "
                   "PROVE TO THE PERIOD SNAPSHOT ***"
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

      *    AN UNPRICED MOVEMENT, OR A RATE HISTORY TOO LONG FOR ITS
      *    TABLE, LEAVES THE BALANCE COLUMNS SHORT.
           IF WS-FX-UNPRICED > 0 OR FXH-DROPPED-COUNT > 0
               DISPLAY "ACCT-FLOW: *** WARNING - "
                   WS-FX-UNPRICED " MOVEMENTS HAVE NO EXCHANGE RATE "
                   "- LEFT OUT OF THE BALANCES ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET ALW-WARNING TO TRUE
               MOVE "FXNORATE" TO ALW-CODE
               MOVE SPACES TO ALW-MESSAGE
               STRING WS-FX-UNPRICED
                   " FLOW MOVEMENTS WITH NO EXCHANGE RATE"
                   DELIMITED BY SIZE INTO ALW-MESSAGE
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
           END-IF

      *    AS IN BRANCH-VARIANCE, A BRANCH PAST THE TABLE CAP IS
      *    MISSING FROM THE REPORT ALTOGETHER, SO THE PROOF IS NOT
      *    WHOLE AND THE RUN FAILS.
           IF WS-BR-TABLE-FULL
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       PARSE-RUN-PARAMETERS.
           IF WS-PARM-STRING = SPACES
               GO TO PARSE-RUN-PARAMETERS-EXIT
           END-IF

           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)

           PERFORM APPLY-ONE-TOKEN THRU APPLY-ONE-TOKEN-EXIT
               VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > 4.

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
               WHEN "CURPER"
                   MOVE WS-VAL-PART(1:8) TO WS-CURRENT-PERIOD
               WHEN "PRVPER"
                   MOVE WS-VAL-PART(1:8) TO WS-PRIOR-PERIOD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-ONE-TOKEN-EXIT.
           EXIT.

      *================================================================
      *  ONE PERIOD'S BRANCH RECORDS FROM THE SNAPSHOT FILE - THE
      *  PRIOR PERIOD'S GIVE EACH BRANCH ITS OPENING COUNT, THIS
      *  PERIOD'S THE COUNT THE WALK MUST PROVE TO. THE *ALL RECORD
      *  IS PASSED OVER; THE REPORT TOTALS ITS OWN.
      *================================================================
       LOAD-PERIOD-SNAPSHOT.
           MOVE 0 TO WS-LOAD-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-LOAD-PERIOD TO SNAP-PERIOD
           MOVE LOW-VALUES TO SNAP-BRANCH
           START SNAPFILE KEY IS NOT LESS THAN SNAP-KEY
               INVALID KEY
                   GO TO LOAD-PERIOD-SNAPSHOT-EXIT
           END-START

           PERFORM LOAD-ONE-SNAPSHOT THRU LOAD-ONE-SNAPSHOT-EXIT
               UNTIL WS-EOF.

       LOAD-PERIOD-SNAPSHOT-EXIT.
           EXIT.

       LOAD-ONE-SNAPSHOT.
           READ SNAPFILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO LOAD-ONE-SNAPSHOT-EXIT
           END-READ

           IF SNAP-PERIOD NOT = WS-LOAD-PERIOD
               SET WS-EOF TO TRUE
               GO TO LOAD-ONE-SNAPSHOT-EXIT
           END-IF

      *    THE GRAND TOTAL AND THE REGION ROLL-UPS ARE NOT BRANCHES.
           IF SNAP-IS-GRAND-TOTAL OR SNAP-IS-REGION
               GO TO LOAD-ONE-SNAPSHOT-EXIT
           END-IF

           ADD 1 TO WS-LOAD-COUNT
           MOVE SNAP-BRANCH TO WS-FIND-BRANCH
           PERFORM FIND-BRANCH-ENTRY THRU FIND-BRANCH-ENTRY-EXIT
           IF WS-BR-SUB = 0
               GO TO LOAD-ONE-SNAPSHOT-EXIT
           END-IF

           IF WS-LOADING-OPENING
               MOVE SNAP-RECORD-COUNT TO WS-BR-OPENING (WS-BR-SUB)
           ELSE
               MOVE SNAP-RECORD-COUNT TO WS-BR-SNAPSHOT (WS-BR-SUB)
           END-IF.

       LOAD-ONE-SNAPSHOT-EXIT.
           EXIT.

      *================================================================
      *  THE MOVEMENT WINDOW. EACH END IS THE END TIME OF THE LAST
      *  POSTING RUN (DATAPROC ON RUNCTL) FOR A BUSINESS DATE UP TO
      *  AND INCLUDING THAT PERIOD DATE - RUNCTL IS KEYED DATE THEN
      *  STAGE, SO THE LAST ONE READ IS THE LATEST. AN END WITH NO
      *  POSTING RUN ON RUNCTL FALLS BACK TO THE END OF THE PERIOD
      *  DATE ITSELF, AND THE HEADER SAYS WHICH WAS USED.
      *================================================================
       FIND-PERIOD-CUTOFFS.
           MOVE SPACES TO WS-FROM-CUTOFF WS-TO-CUTOFF
           STRING WS-PRIOR-PERIOD "235959"
               DELIMITED BY SIZE INTO WS-FROM-CUTOFF
           STRING WS-CURRENT-PERIOD "235959"
               DELIMITED BY SIZE INTO WS-TO-CUTOFF

           OPEN INPUT RUNCTLFILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ACCT-FLOW: *** WARNING - RUNCTL NOT "
                   "AVAILABLE, STATUS " WS-RUNCTL-STATUS
                   " - PERIOD DATES USED AS CUT-OFFS ***"
               GO TO FIND-PERIOD-CUTOFFS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM CHECK-ONE-RUNCTL THRU CHECK-ONE-RUNCTL-EXIT
               UNTIL WS-EOF
           CLOSE RUNCTLFILE.

       FIND-PERIOD-CUTOFFS-EXIT.
           EXIT.

       CHECK-ONE-RUNCTL.
           READ RUNCTLFILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO CHECK-ONE-RUNCTL-EXIT
           END-READ

           IF RUNCTL-DATE > WS-CURRENT-PERIOD
               SET WS-EOF TO TRUE
               GO TO CHECK-ONE-RUNCTL-EXIT
           END-IF

           IF RUNCTL-STAGE NOT = "DATAPROC"
               OR NOT RUNCTL-ENDED
               OR RUNCTL-END-TIME = SPACES
               GO TO CHECK-ONE-RUNCTL-EXIT
           END-IF

           IF RUNCTL-DATE NOT > WS-PRIOR-PERIOD
               MOVE RUNCTL-END-TIME TO WS-FROM-CUTOFF
               MOVE "RUNCTL" TO WS-FROM-SOURCE
           END-IF
           MOVE RUNCTL-END-TIME TO WS-TO-CUTOFF
           MOVE "RUNCTL" TO WS-TO-SOURCE.

       CHECK-ONE-RUNCTL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE EXCHANGE RATES FOR THE MOVEMENT WINDOW - THOSE IN FORCE
      *  AS IT OPENS, AND EVERY RATE DATED INSIDE IT, SO EACH
      *  MOVEMENT PRICES AT ITS OWN DAY'S RATE.
      *----------------------------------------------------------------
       OPEN-FX-REFERENCE.
           MOVE WS-FROM-CUTOFF (1:8) TO FXW-AS-OF-DATE
           PERFORM LOAD-FX-RATES THRU LOAD-FX-RATES-EXIT
           IF FXW-FILE-MISSING
               DISPLAY "ACCT-FLOW: Exchange rate file not "
                   "available - only base-currency movements price"
               GO TO OPEN-FX-REFERENCE-EXIT
           END-IF
           MOVE WS-TO-CUTOFF (1:8) TO FXH-TO-DATE
           PERFORM LOAD-FX-HISTORY THRU LOAD-FX-HISTORY-EXIT
           DISPLAY "ACCT-FLOW: Exchange rates loaded:   "
               FXW-RATE-COUNT " OPENING, " FXH-COUNT " IN PERIOD".

       OPEN-FX-REFERENCE-EXIT.
           EXIT.

      *================================================================
      *  ONE AUDMAST RECORD. EVERY RECORD, IN THE WINDOW OR NOT,
      *  UPDATES WHAT IS KNOWN OF ITS ACCOUNT'S BRANCH AND STATUS SO
      *  A LATER MERGE RECORD WITHOUT ITS OLD BRANCH CAN BE PLACED.
      *================================================================
       READ-ONE-MOVEMENT.
           READ AUDMASTFILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO READ-ONE-MOVEMENT-EXIT
           END-READ
           ADD 1 TO WS-MOVEMENTS-READ

           IF AUDH-ACCT-KEY NOT = WS-ACCT-KEY
               MOVE AUDH-ACCT-KEY TO WS-ACCT-KEY
               MOVE SPACES TO WS-ACCT-BRANCH
               MOVE SPACE TO WS-ACCT-STATUS
           END-IF

           IF AUDH-TIMESTAMP > WS-FROM-CUTOFF
               AND AUDH-TIMESTAMP NOT > WS-TO-CUTOFF
               PERFORM COUNT-ONE-MOVEMENT THRU COUNT-ONE-MOVEMENT-EXIT
           END-IF

           IF AUDH-BRANCH NOT = SPACES
               MOVE AUDH-BRANCH TO WS-ACCT-BRANCH
           END-IF
           EVALUATE AUDH-TRAN-TYPE
               WHEN "A"
               WHEN "R"
                   MOVE "A" TO WS-ACCT-STATUS
               WHEN "D"
                   MOVE "I" TO WS-ACCT-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-ONE-MOVEMENT-EXIT.
           EXIT.

       COUNT-ONE-MOVEMENT.
           IF AUDH-TRAN-TYPE NOT = "A" AND "D" AND "R" AND "B"
               GO TO COUNT-ONE-MOVEMENT-EXIT
           END-IF
           ADD 1 TO WS-MOVEMENTS-IN-PERIOD

           IF AUDH-TRAN-TYPE = "B"
               PERFORM COUNT-ONE-MERGE THRU COUNT-ONE-MERGE-EXIT
               GO TO COUNT-ONE-MOVEMENT-EXIT
           END-IF

           MOVE AUDH-BRANCH TO WS-FIND-BRANCH
           PERFORM FIND-BRANCH-ENTRY THRU FIND-BRANCH-ENTRY-EXIT
           IF WS-BR-SUB = 0
               GO TO COUNT-ONE-MOVEMENT-EXIT
           END-IF

           EVALUATE AUDH-TRAN-TYPE
               WHEN "A"
                   ADD 1 TO WS-BR-NEW-COUNT (WS-BR-SUB)
                   MOVE AUDH-NEW-AMOUNT TO WS-MOVE-AMOUNT
                   PERFORM PRICE-ONE-MOVEMENT
                       THRU PRICE-ONE-MOVEMENT-EXIT
                   ADD WS-MOVE-BASE-AMOUNT
                       TO WS-BR-NEW-AMOUNT (WS-BR-SUB)
               WHEN "D"
                   ADD 1 TO WS-BR-CLOSED-COUNT (WS-BR-SUB)
                   MOVE AUDH-OLD-AMOUNT TO WS-MOVE-AMOUNT
                   PERFORM PRICE-ONE-MOVEMENT
                       THRU PRICE-ONE-MOVEMENT-EXIT
                   ADD WS-MOVE-BASE-AMOUNT
                       TO WS-BR-CLOSED-AMOUNT (WS-BR-SUB)
               WHEN "R"
                   ADD 1 TO WS-BR-REINST-COUNT (WS-BR-SUB)
           END-EVALUATE.

       COUNT-ONE-MOVEMENT-EXIT.
           EXIT.

      *    WS-MOVE-AMOUNT, IN THE ACCOUNT'S OWN CURRENCY (SPACES ARE
      *    THE BASE CURRENCY), TO ITS BASE EQUIVALENT AT THE RATE IN
      *    FORCE THE DAY THE MOVEMENT WAS STAMPED. NO RATE PRICES IT
      *    AT ZERO.
       PRICE-ONE-MOVEMENT.
           MOVE AUDH-CURRENCY TO FXW-CURRENCY
           IF FXW-CURRENCY = SPACES
               MOVE FXW-BASE-CURRENCY TO FXW-CURRENCY
           END-IF
           MOVE WS-MOVE-AMOUNT TO FXW-AMOUNT
           MOVE AUDH-TIMESTAMP (1:8) TO FXH-ON-DATE
           PERFORM CONVERT-TO-BASE-ON THRU CONVERT-TO-BASE-ON-EXIT
           IF NOT FXW-FOUND
               ADD 1 TO WS-FX-UNPRICED
               DISPLAY "ACCT-FLOW: *** WARNING - no exchange rate "
                   "for " FXW-CURRENCY " on or before "
                   FXH-ON-DATE " - account " AUDH-ACCT-KEY " ***"
           END-IF
           MOVE FXW-BASE-AMOUNT TO WS-MOVE-BASE-AMOUNT.

       PRICE-ONE-MOVEMENT-EXIT.
           EXIT.

      *================================================================
      *  A MERGE MOVES ONE ACCOUNT OUT OF ITS OLD BRANCH AND INTO
      *  AUDH-BRANCH. THE OLD BRANCH AND STATUS COME FROM THE LINK
      *  KEY WHERE BRANCH-MERGE LEFT THEM, OTHERWISE FROM THE
      *  ACCOUNT'S EARLIER MOVEMENTS. AN INACTIVE ACCOUNT IS IN
      *  NEITHER SNAPSHOT COUNT AND SO IS NOT COUNTED HERE EITHER.
      *================================================================
       COUNT-ONE-MERGE.
           IF AUDH-LINK-KEY(1:4) NOT = SPACES
               MOVE AUDH-LINK-KEY(1:4) TO WS-MERGE-FROM-BRANCH
               MOVE AUDH-LINK-KEY(5:1) TO WS-MERGE-STATUS
           ELSE
               MOVE WS-ACCT-BRANCH TO WS-MERGE-FROM-BRANCH
               MOVE WS-ACCT-STATUS TO WS-MERGE-STATUS
           END-IF

           IF WS-MERGE-STATUS = "I"
               ADD 1 TO WS-INACTIVE-MERGES
               GO TO COUNT-ONE-MERGE-EXIT
           END-IF

           IF WS-MERGE-FROM-BRANCH = SPACES
               MOVE "????" TO WS-MERGE-FROM-BRANCH
               ADD 1 TO WS-UNKNOWN-MERGES
           END-IF

           IF WS-MERGE-FROM-BRANCH = AUDH-BRANCH
               GO TO COUNT-ONE-MERGE-EXIT
           END-IF

           MOVE AUDH-BRANCH TO WS-FIND-BRANCH
           PERFORM FIND-BRANCH-ENTRY THRU FIND-BRANCH-ENTRY-EXIT
           IF WS-BR-SUB NOT = 0
               ADD 1 TO WS-BR-MERGED-IN (WS-BR-SUB)
           END-IF

           MOVE WS-MERGE-FROM-BRANCH TO WS-FIND-BRANCH
           PERFORM FIND-BRANCH-ENTRY THRU FIND-BRANCH-ENTRY-EXIT
           IF WS-BR-SUB NOT = 0
               ADD 1 TO WS-BR-MERGED-OUT (WS-BR-SUB)
           END-IF.

       COUNT-ONE-MERGE-EXIT.
           EXIT.

      *================================================================
      *  ACTIVE ACCOUNTS MASTER-ARCHIVE TOOK OFF THE LIVE MASTER IN
      *  THE PERIOD. THE ARCHIVE WRITES NO AUDIT RECORD, SO ITS OWN
      *  DATE STAMP PLACES EACH ONE IN A PERIOD.
      *================================================================
       COUNT-ARCHIVED-ACCOUNTS.
           OPEN INPUT ARCHFILE
           IF WS-ARCHFILE-STATUS NOT = "00"
               DISPLAY "ACCT-FLOW: No archive file - no accounts "
                   "taken as archived"
               GO TO COUNT-ARCHIVED-ACCOUNTS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM CHECK-ONE-ARCHIVE THRU CHECK-ONE-ARCHIVE-EXIT
               UNTIL WS-EOF
           CLOSE ARCHFILE.

       COUNT-ARCHIVED-ACCOUNTS-EXIT.
           EXIT.

       CHECK-ONE-ARCHIVE.
           READ ARCHFILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO CHECK-ONE-ARCHIVE-EXIT
           END-READ
           ADD 1 TO WS-ARCHIVES-READ

           IF ARCH-DATE NOT > WS-PRIOR-PERIOD
               OR ARCH-DATE > WS-CURRENT-PERIOD
               OR NOT ARCH-MAST-ACTIVE
               GO TO CHECK-ONE-ARCHIVE-EXIT
           END-IF

           MOVE ARCH-MAST-BRANCH TO WS-FIND-BRANCH
           PERFORM FIND-BRANCH-ENTRY THRU FIND-BRANCH-ENTRY-EXIT
           IF WS-BR-SUB NOT = 0
               ADD 1 TO WS-BR-ARCHIVED (WS-BR-SUB)
           END-IF.

       CHECK-ONE-ARCHIVE-EXIT.
           EXIT.

      *================================================================
      *  WS-BR-SUB TO THE ENTRY FOR WS-FIND-BRANCH, ADDING A ZEROED
      *  ENTRY IN ITS PLACE IN BRANCH ORDER IF IT IS NOT THERE YET.
      *  A FULL TABLE LEAVES WS-BR-SUB AT ZERO.
      *================================================================
       FIND-BRANCH-ENTRY.
           COMPUTE WS-BR-SLOT = WS-BR-COUNT + 1
           MOVE 'N' TO WS-BR-SLOT-FOUND-SW
           PERFORM CHECK-ONE-SLOT
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
                  OR WS-BR-SLOT-FOUND
           MOVE WS-BR-SLOT TO WS-BR-SUB

           IF WS-BR-SUB NOT > WS-BR-COUNT
               IF WS-BR-CODE (WS-BR-SUB) = WS-FIND-BRANCH
                   GO TO FIND-BRANCH-ENTRY-EXIT
               END-IF
           END-IF

           IF WS-BR-COUNT NOT < 500
               IF NOT WS-BR-TABLE-FULL
                   SET WS-BR-TABLE-FULL TO TRUE
                   DISPLAY "ACCT-FLOW: *** ERROR - branch table "
                       "full at 500 entries - the report is "
                       "incomplete ***"
               END-IF
               MOVE 0 TO WS-BR-SUB
               GO TO FIND-BRANCH-ENTRY-EXIT
           END-IF

           PERFORM SHIFT-ONE-ENTRY
               VARYING WS-BR-SHIFT FROM WS-BR-COUNT BY -1
               UNTIL WS-BR-SHIFT < WS-BR-SUB
           ADD 1 TO WS-BR-COUNT

           MOVE WS-FIND-BRANCH TO WS-BR-CODE (WS-BR-SUB)
           MOVE 0 TO WS-BR-OPENING (WS-BR-SUB)
                     WS-BR-NEW-COUNT (WS-BR-SUB)
                     WS-BR-NEW-AMOUNT (WS-BR-SUB)
                     WS-BR-CLOSED-COUNT (WS-BR-SUB)
                     WS-BR-CLOSED-AMOUNT (WS-BR-SUB)
                     WS-BR-REINST-COUNT (WS-BR-SUB)
                     WS-BR-MERGED-IN (WS-BR-SUB)
                     WS-BR-MERGED-OUT (WS-BR-SUB)
                     WS-BR-ARCHIVED (WS-BR-SUB)
                     WS-BR-SNAPSHOT (WS-BR-SUB).

       FIND-BRANCH-ENTRY-EXIT.
           EXIT.

       CHECK-ONE-SLOT.
           IF WS-BR-CODE (WS-BR-SUB) NOT < WS-FIND-BRANCH
               SET WS-BR-SLOT-FOUND TO TRUE
               MOVE WS-BR-SUB TO WS-BR-SLOT
           END-IF.

       SHIFT-ONE-ENTRY.
           MOVE WS-BR-ENTRY (WS-BR-SHIFT)
               TO WS-BR-ENTRY (WS-BR-SHIFT + 1).

      *================================================================
      *  ONE BRANCH'S FLOW LINE. THE WALKED CLOSING COUNT IS THE
      *  OPENING COUNT PLUS EVERY ACCOUNT THAT CAME INTO THE ACTIVE
      *  BOOK LESS EVERY ONE THAT LEFT IT, AND MUST EQUAL THE
      *  SNAPSHOT PERIOD-CLOSE TOOK FOR THE BRANCH.
      *================================================================
       REPORT-ONE-BRANCH.
           COMPUTE WS-CLOSING-COUNT =
               WS-BR-OPENING (WS-BR-SUB)
               + WS-BR-NEW-COUNT (WS-BR-SUB)
               - WS-BR-CLOSED-COUNT (WS-BR-SUB)
               + WS-BR-REINST-COUNT (WS-BR-SUB)
               + WS-BR-MERGED-IN (WS-BR-SUB)
               - WS-BR-MERGED-OUT (WS-BR-SUB)
               - WS-BR-ARCHIVED (WS-BR-SUB)
           COMPUTE WS-DIFFERENCE =
               WS-CLOSING-COUNT - WS-BR-SNAPSHOT (WS-BR-SUB)

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-BR-CODE (WS-BR-SUB) TO WO-BRANCH
           MOVE WS-BR-OPENING (WS-BR-SUB) TO WO-OPENING
           MOVE WS-BR-NEW-COUNT (WS-BR-SUB) TO WO-NEW-COUNT
           MOVE WS-BR-NEW-AMOUNT (WS-BR-SUB) TO WO-NEW-AMOUNT
           MOVE WS-BR-CLOSED-COUNT (WS-BR-SUB) TO WO-CLOSED-COUNT
           MOVE WS-BR-CLOSED-AMOUNT (WS-BR-SUB) TO WO-CLOSED-AMOUNT
           MOVE WS-BR-REINST-COUNT (WS-BR-SUB) TO WO-REINST-COUNT
           MOVE WS-BR-MERGED-IN (WS-BR-SUB) TO WO-MERGED-IN
           MOVE WS-BR-MERGED-OUT (WS-BR-SUB) TO WO-MERGED-OUT
           MOVE WS-BR-ARCHIVED (WS-BR-SUB) TO WO-ARCHIVED
           MOVE WS-CLOSING-COUNT TO WO-CLOSING
           MOVE WS-BR-SNAPSHOT (WS-BR-SUB) TO WO-SNAPSHOT
           MOVE WS-DIFFERENCE TO WO-DIFFERENCE
           IF WS-DIFFERENCE NOT = 0
               MOVE "***" TO WO-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF

           MOVE WS-DETAIL-LINE TO FLOWRPT-LINE
           WRITE FLOWRPT-LINE
           ADD 1 TO WS-LINES-WRITTEN

           ADD WS-BR-OPENING (WS-BR-SUB) TO WS-TOT-OPENING
           ADD WS-BR-NEW-COUNT (WS-BR-SUB) TO WS-TOT-NEW-COUNT
           ADD WS-BR-NEW-AMOUNT (WS-BR-SUB) TO WS-TOT-NEW-AMOUNT
           ADD WS-BR-CLOSED-COUNT (WS-BR-SUB) TO WS-TOT-CLOSED-COUNT
           ADD WS-BR-CLOSED-AMOUNT (WS-BR-SUB)
               TO WS-TOT-CLOSED-AMOUNT
           ADD WS-BR-REINST-COUNT (WS-BR-SUB) TO WS-TOT-REINST-COUNT
           ADD WS-BR-MERGED-IN (WS-BR-SUB) TO WS-TOT-MERGED-IN
           ADD WS-BR-MERGED-OUT (WS-BR-SUB) TO WS-TOT-MERGED-OUT
           ADD WS-BR-ARCHIVED (WS-BR-SUB) TO WS-TOT-ARCHIVED
           ADD WS-BR-SNAPSHOT (WS-BR-SUB) TO WS-TOT-SNAPSHOT.

       REPORT-ONE-BRANCH-EXIT.
           EXIT.

       WRITE-REPORT-HEADER.
           MOVE WS-CURRENT-PERIOD TO WO-CUR-PERIOD
           MOVE WS-PRIOR-PERIOD TO WO-PRV-PERIOD
           MOVE WS-FROM-CUTOFF TO WO-FROM-CUTOFF
           MOVE WS-FROM-SOURCE TO WO-FROM-SOURCE
           MOVE WS-TO-CUTOFF TO WO-TO-CUTOFF
           MOVE WS-TO-SOURCE TO WO-TO-SOURCE
           MOVE WS-RPT-HEADER-LINE TO FLOWRPT-LINE
           WRITE FLOWRPT-LINE
           MOVE WS-COLUMN-HEADING TO FLOWRPT-LINE
           WRITE FLOWRPT-LINE.

       WRITE-REPORT-TOTALS.
           COMPUTE WS-CLOSING-COUNT =
               WS-TOT-OPENING + WS-TOT-NEW-COUNT - WS-TOT-CLOSED-COUNT
               + WS-TOT-REINST-COUNT + WS-TOT-MERGED-IN
               - WS-TOT-MERGED-OUT - WS-TOT-ARCHIVED
           COMPUTE WS-DIFFERENCE = WS-CLOSING-COUNT - WS-TOT-SNAPSHOT

           MOVE SPACES TO FLOWRPT-LINE
           WRITE FLOWRPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "*ALL" TO WO-BRANCH
           MOVE WS-TOT-OPENING TO WO-OPENING
           MOVE WS-TOT-NEW-COUNT TO WO-NEW-COUNT
           MOVE WS-TOT-NEW-AMOUNT TO WO-NEW-AMOUNT
           MOVE WS-TOT-CLOSED-COUNT TO WO-CLOSED-COUNT
           MOVE WS-TOT-CLOSED-AMOUNT TO WO-CLOSED-AMOUNT
           MOVE WS-TOT-REINST-COUNT TO WO-REINST-COUNT
           MOVE WS-TOT-MERGED-IN TO WO-MERGED-IN
           MOVE WS-TOT-MERGED-OUT TO WO-MERGED-OUT
           MOVE WS-TOT-ARCHIVED TO WO-ARCHIVED
           MOVE WS-CLOSING-COUNT TO WO-CLOSING
           MOVE WS-TOT-SNAPSHOT TO WO-SNAPSHOT
           MOVE WS-DIFFERENCE TO WO-DIFFERENCE
           IF WS-DIFFERENCE NOT = 0
               MOVE "***" TO WO-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO FLOWRPT-LINE
           WRITE FLOWRPT-LINE

           MOVE SPACES TO FLOWRPT-LINE
           WRITE FLOWRPT-LINE
           MOVE WS-INACTIVE-MERGES TO WO-NOTE-COUNT
           MOVE "INACTIVE ACCOUNTS MERGED - NOT COUNTED IN OR OUT"
               TO WO-NOTE-TEXT
           MOVE WS-NOTE-LINE TO FLOWRPT-LINE
           WRITE FLOWRPT-LINE
           MOVE WS-UNKNOWN-MERGES TO WO-NOTE-COUNT
           MOVE "MERGED OUT OF AN UNKNOWN BRANCH - SHOWN AS ????"
               TO WO-NOTE-TEXT
           MOVE WS-NOTE-LINE TO FLOWRPT-LINE
           WRITE FLOWRPT-LINE
           MOVE WS-FLAGGED-COUNT TO WO-NOTE-COUNT
           MOVE "BRANCHES NOT PROVED TO THE PERIOD SNAPSHOT"
               TO WO-NOTE-TEXT
           MOVE WS-NOTE-LINE TO FLOWRPT-LINE
           WRITE FLOWRPT-LINE
           MOVE WS-FX-UNPRICED TO WO-NOTE-COUNT
           MOVE SPACES TO WO-NOTE-TEXT
           STRING "MOVEMENTS WITH NO EXCHANGE RATE - BALANCES ARE "
               FXW-BASE-CURRENCY " AND LEAVE THEM OUT"
               DELIMITED BY SIZE INTO WO-NOTE-TEXT
           MOVE WS-NOTE-LINE TO FLOWRPT-LINE
           WRITE FLOWRPT-LINE.

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
               DISPLAY "ACCT-FLOW: *** WARNING - "
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
               DISPLAY "ACCT-FLOW: *** WARNING - "
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
               DISPLAY "ACCT-FLOW: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "ACCT-FLOW" TO ALR-PROGRAM
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
