       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-HISTORY.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  RATE HISTORY REPORT. RATEFILE KEEPS EVERY RATE A TIER HAS
      *  EVER HAD, EACH UNDER THE DATE IT TOOK EFFECT (SEE RATEREC),
      *  SO THIS RUN SIMPLY LISTS IT IN KEY ORDER - BY BRANCH, BY
      *  TIER, OLDEST FIRST - SHOWING WHEN EACH RATE CHANGED, BY HOW
      *  MUCH, AND WHICH RECORD EACH TIER IS ON AS AT THE BUSINESS
      *  DATE (THE DATE ACCRUAL-ENGINE PRICES AT):
      *      SUPERSEDED  REPLACED BY A LATER RECORD ALREADY IN EFFECT
      *      IN FORCE    THE RATE ACCRUALS USE TODAY
      *      FUTURE      LOADED IN ADVANCE, NOT YET IN EFFECT
      *      WITHDRAWN   THE TIER ENDS ON THIS DATE
      *  BRANCH= LIMITS THE REPORT TO ONE BRANCH CODE (E.G. *ALL).
      *  WHO MADE AND APPROVED EACH CHANGE IS ON REFLOG.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEFILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATEFILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RATEHISTFILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATEFILE.
           COPY "raterec".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  RATEHISTFILE.
       01  RATEHIST-LINE           PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RATEFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-RATE-EOF-SW          PIC X       VALUE 'N'.
           88  WS-RATE-EOF                     VALUE 'Y'.
       01  WS-RUN-PARM             PIC X(40)   VALUE SPACES.
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN       PIC X(20)   OCCURS 2 TIMES
                                    VALUE SPACES.
       01  WS-PARM-TOKEN-IDX       PIC 9(2)    VALUE 0.
       01  WS-PARM-KEY             PIC X(20)   VALUE SPACES.
       01  WS-PARM-VAL             PIC X(20)   VALUE SPACES.
       01  WS-SELECT-BRANCH        PIC X(4)    VALUE SPACES.

      *----------------------------------------------------------------
      *  ONE RECORD IS HELD BACK UNTIL THE NEXT IS READ - ONLY THEN IS
      *  IT KNOWN WHETHER A LATER RECORD OF THE SAME TIER HAS TAKEN
      *  OVER FROM IT. THE PREVIOUS ACTIVE RATE OF THE TIER GIVES
      *  THE SIZE OF EACH CHANGE.
      *----------------------------------------------------------------
       01  WS-HELD-SW              PIC X       VALUE 'N'.
           88  WS-RECORD-HELD                  VALUE 'Y'.
       01  WS-HELD-RECORD.
           05  WS-HELD-BRANCH      PIC X(04).
           05  WS-HELD-TIER        PIC 9(02).
           05  WS-HELD-EFF-DATE    PIC 9(08).
           05  WS-HELD-FLOOR       PIC S9(7)V99.
           05  WS-HELD-PCT         PIC S9(2)V9(4).
           05  WS-HELD-TYPE        PIC X(01).
           05  WS-HELD-REASON      PIC X(04).
           05  WS-HELD-PRODUCT     PIC X(04).
           05  WS-HELD-STATUS      PIC X(01).
               88  WS-HELD-WITHDRAWN           VALUE "W".
           05  FILLER              PIC X(01).
       01  WS-HELD-STATE           PIC X(12)   VALUE SPACES.
       01  WS-PRIOR-PCT-SW         PIC X       VALUE 'N'.
           88  WS-PRIOR-PCT-KNOWN              VALUE 'Y'.
       01  WS-PRIOR-PCT            PIC S9(2)V9(4) VALUE 0.
       01  WS-PCT-CHANGE           PIC S9(2)V9(4) VALUE 0.

       01  WS-TIERS-LISTED         PIC 9(7)    VALUE 0.
       01  WS-RECORDS-LISTED       PIC 9(7)    VALUE 0.
       01  WS-IN-FORCE-COUNT       PIC 9(7)    VALUE 0.
       01  WS-FUTURE-COUNT         PIC 9(7)    VALUE 0.
       01  WS-WITHDRAWN-COUNT      PIC 9(7)    VALUE 0.

      *----------------------------------------------------------------
      *  THE REPORT.
      *----------------------------------------------------------------
       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(36)   VALUE
               "RATE HISTORY BY BRANCH AND TIER".
           05  FILLER              PIC X(18)   VALUE
               "AS AT BUS DATE ".
           05  WP-BUSINESS-DATE    PIC 9(8).
           05  FILLER              PIC X(12)   VALUE "   BRANCH: ".
           05  WP-SELECT-BRANCH    PIC X(4).

       01  WS-TIER-LINE.
           05  FILLER              PIC X(7)    VALUE "BRANCH ".
           05  WP-TIER-BRANCH      PIC X(4).
           05  FILLER              PIC X(7)    VALUE "  TIER ".
           05  WP-TIER-NUMBER      PIC 9(2).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(11)   VALUE "EFFECTIVE".
           05  FILLER              PIC X(16)   VALUE "         FLOOR".
           05  FILLER              PIC X(10)   VALUE "     PCT".
           05  FILLER              PIC X(10)   VALUE "  CHANGE".
           05  FILLER              PIC X(6)    VALUE "TYPE".
           05  FILLER              PIC X(8)    VALUE "REASON".
           05  FILLER              PIC X(9)    VALUE "PRODUCT".
           05  FILLER              PIC X(12)   VALUE "STATUS".

       01  WS-RPT-DETAIL-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  WP-EFF-DATE         PIC X(8).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WP-FLOOR            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WP-PCT              PIC -Z9.9999.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WP-PCT-CHANGE       PIC +Z9.9999.
           05  WP-PCT-CHANGE-X REDEFINES WP-PCT-CHANGE
                                   PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WP-TYPE             PIC X(6).
           05  WP-REASON           PIC X(8).
           05  WP-PRODUCT          PIC X(9).
           05  WP-STATE            PIC X(12).

       01  WS-RPT-NONE-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(30)   VALUE
               "NO RATES ON FILE".

       01  WS-RPT-TOTAL-LINE.
           05  WP-TOTAL-LABEL      PIC X(30).
           05  WP-TOTAL-COUNT      PIC ZZZZZZ9.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RATE-HISTORY: Starting rate history report..."

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT

           OPEN INPUT RATEFILE
           IF WS-RATEFILE-STATUS NOT = "00"
               DISPLAY "RATE-HISTORY: *** ERROR - RATEFILE OPEN "
                   "FAILED, STATUS: " WS-RATEFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT RATEHISTFILE
           MOVE WS-BUSINESS-DATE TO WP-BUSINESS-DATE
           IF WS-SELECT-BRANCH = SPACES
               MOVE "ALL" TO WP-SELECT-BRANCH
           ELSE
               MOVE WS-SELECT-BRANCH TO WP-SELECT-BRANCH
           END-IF
           MOVE WS-RPT-HEADER-LINE TO RATEHIST-LINE
           WRITE RATEHIST-LINE

           PERFORM READ-ONE-RATE THRU READ-ONE-RATE-EXIT
               UNTIL WS-RATE-EOF
           IF WS-RECORD-HELD
               PERFORM LIST-HELD-RATE THRU LIST-HELD-RATE-EXIT
           END-IF

           IF WS-RECORDS-LISTED = 0
               MOVE SPACES TO RATEHIST-LINE
               WRITE RATEHIST-LINE
               MOVE WS-RPT-NONE-LINE TO RATEHIST-LINE
               WRITE RATEHIST-LINE
           END-IF

           PERFORM WRITE-REPORT-TOTALS THRU WRITE-REPORT-TOTALS-EXIT

           CLOSE RATEHISTFILE
           CLOSE RATEFILE

           DISPLAY "RATE-HISTORY: Report completed"
           DISPLAY "RATE-HISTORY: Tiers listed:       "
               WS-TIERS-LISTED
           DISPLAY "RATE-HISTORY: Rate records:       "
               WS-RECORDS-LISTED
           DISPLAY "RATE-HISTORY: Loaded in advance:  "
               WS-FUTURE-COUNT

           MOVE 0 TO RETURN-CODE
           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       PARSE-RUN-PARAMETERS.
           IF WS-RUN-PARM = SPACES
               GO TO PARSE-RUN-PARAMETERS-EXIT
           END-IF

           UNSTRING WS-RUN-PARM DELIMITED BY ","
               INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)

           PERFORM APPLY-ONE-RUN-TOKEN THRU APPLY-ONE-RUN-TOKEN-EXIT
               VARYING WS-PARM-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-PARM-TOKEN-IDX > 2.

       PARSE-RUN-PARAMETERS-EXIT.
           EXIT.

       APPLY-ONE-RUN-TOKEN.
           IF WS-PARM-TOKEN(WS-PARM-TOKEN-IDX) = SPACES
               GO TO APPLY-ONE-RUN-TOKEN-EXIT
           END-IF

           MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
           UNSTRING WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)
               DELIMITED BY "="
               INTO WS-PARM-KEY WS-PARM-VAL

           EVALUATE WS-PARM-KEY
               WHEN "BRANCH"
                   MOVE WS-PARM-VAL(1:4) TO WS-SELECT-BRANCH
               WHEN OTHER
                   DISPLAY "RATE-HISTORY: *** WARNING - unknown "
                       "parameter " WS-PARM-KEY " ignored ***"
           END-EVALUATE.

       APPLY-ONE-RUN-TOKEN-EXIT.
           EXIT.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSDATEFILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUSDATE-RECORD(1:8) TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSDATEFILE
           END-IF
           IF WS-BUSINESS-DATE = 0
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       GET-BUSINESS-DATE-EXIT.
           EXIT.

      *================================================================
      *  EACH RECORD READ SETTLES THE STATUS OF THE ONE HELD BEFORE
      *  IT: A LATER RECORD OF THE SAME TIER THAT IS ALREADY IN
      *  EFFECT MEANS THE HELD ONE HAS BEEN SUPERSEDED.
      *================================================================
       READ-ONE-RATE.
           READ RATEFILE NEXT RECORD
               AT END
                   SET WS-RATE-EOF TO TRUE
                   GO TO READ-ONE-RATE-EXIT
           END-READ

           IF WS-SELECT-BRANCH NOT = SPACES
               AND RATE-BRANCH NOT = WS-SELECT-BRANCH
               GO TO READ-ONE-RATE-EXIT
           END-IF

           IF WS-RECORD-HELD
               IF RATE-BRANCH = WS-HELD-BRANCH
                   AND RATE-TIER = WS-HELD-TIER
                   AND RATE-EFF-DATE NOT > WS-BUSINESS-DATE
                   MOVE "SUPERSEDED" TO WS-HELD-STATE
               END-IF
               PERFORM LIST-HELD-RATE THRU LIST-HELD-RATE-EXIT
           END-IF

           IF NOT WS-RECORD-HELD
               OR RATE-BRANCH NOT = WS-HELD-BRANCH
               OR RATE-TIER NOT = WS-HELD-TIER
               PERFORM START-NEW-TIER THRU START-NEW-TIER-EXIT
           END-IF

           MOVE RATE-RECORD TO WS-HELD-RECORD
           SET WS-RECORD-HELD TO TRUE
           EVALUATE TRUE
               WHEN WS-HELD-WITHDRAWN
                   MOVE "WITHDRAWN" TO WS-HELD-STATE
               WHEN WS-HELD-EFF-DATE > WS-BUSINESS-DATE
                   MOVE "FUTURE" TO WS-HELD-STATE
               WHEN OTHER
                   MOVE "IN FORCE" TO WS-HELD-STATE
           END-EVALUATE.

       READ-ONE-RATE-EXIT.
           EXIT.

       START-NEW-TIER.
           ADD 1 TO WS-TIERS-LISTED
           MOVE 'N' TO WS-PRIOR-PCT-SW
           MOVE RATE-BRANCH TO WP-TIER-BRANCH
           MOVE RATE-TIER TO WP-TIER-NUMBER
           MOVE SPACES TO RATEHIST-LINE
           WRITE RATEHIST-LINE
           MOVE WS-TIER-LINE TO RATEHIST-LINE
           WRITE RATEHIST-LINE
           MOVE WS-COLUMN-HEADING TO RATEHIST-LINE
           WRITE RATEHIST-LINE.

       START-NEW-TIER-EXIT.
           EXIT.

       LIST-HELD-RATE.
           ADD 1 TO WS-RECORDS-LISTED
           EVALUATE WS-HELD-STATE
               WHEN "IN FORCE"
                   ADD 1 TO WS-IN-FORCE-COUNT
               WHEN "FUTURE"
                   ADD 1 TO WS-FUTURE-COUNT
               WHEN "WITHDRAWN"
                   ADD 1 TO WS-WITHDRAWN-COUNT
           END-EVALUATE

           IF WS-HELD-EFF-DATE = 0
               MOVE "ON FILE" TO WP-EFF-DATE
           ELSE
               MOVE WS-HELD-EFF-DATE TO WP-EFF-DATE
           END-IF
           MOVE WS-HELD-STATE TO WP-STATE

           IF WS-HELD-WITHDRAWN
               MOVE ZERO TO WP-FLOOR WP-PCT
               MOVE SPACES TO WP-PCT-CHANGE-X WP-TYPE WP-REASON
                   WP-PRODUCT
               MOVE 'N' TO WS-PRIOR-PCT-SW
               GO TO LIST-HELD-RATE-WRITE
           END-IF

           MOVE WS-HELD-FLOOR TO WP-FLOOR
           MOVE WS-HELD-PCT TO WP-PCT
           MOVE WS-HELD-TYPE TO WP-TYPE
           MOVE WS-HELD-REASON TO WP-REASON
           IF WS-HELD-PRODUCT = SPACES
               MOVE "ANY" TO WP-PRODUCT
           ELSE
               MOVE WS-HELD-PRODUCT TO WP-PRODUCT
           END-IF
           IF WS-PRIOR-PCT-KNOWN
               COMPUTE WS-PCT-CHANGE = WS-HELD-PCT - WS-PRIOR-PCT
               MOVE WS-PCT-CHANGE TO WP-PCT-CHANGE
           ELSE
               MOVE SPACES TO WP-PCT-CHANGE-X
           END-IF
           MOVE WS-HELD-PCT TO WS-PRIOR-PCT
           SET WS-PRIOR-PCT-KNOWN TO TRUE.

       LIST-HELD-RATE-WRITE.
           MOVE WS-RPT-DETAIL-LINE TO RATEHIST-LINE
           WRITE RATEHIST-LINE.

       LIST-HELD-RATE-EXIT.
           EXIT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RATEHIST-LINE
           WRITE RATEHIST-LINE
           MOVE "TIERS LISTED" TO WP-TOTAL-LABEL
           MOVE WS-TIERS-LISTED TO WP-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RATEHIST-LINE
           WRITE RATEHIST-LINE
           MOVE "RATE RECORDS" TO WP-TOTAL-LABEL
           MOVE WS-RECORDS-LISTED TO WP-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RATEHIST-LINE
           WRITE RATEHIST-LINE
           MOVE "RATES IN FORCE" TO WP-TOTAL-LABEL
           MOVE WS-IN-FORCE-COUNT TO WP-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RATEHIST-LINE
           WRITE RATEHIST-LINE
           MOVE "CHANGES LOADED IN ADVANCE" TO WP-TOTAL-LABEL
           MOVE WS-FUTURE-COUNT TO WP-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RATEHIST-LINE
           WRITE RATEHIST-LINE
           MOVE "WITHDRAWALS" TO WP-TOTAL-LABEL
           MOVE WS-WITHDRAWN-COUNT TO WP-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RATEHIST-LINE
           WRITE RATEHIST-LINE.

       WRITE-REPORT-TOTALS-EXIT.
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
               DISPLAY "RATE-HISTORY: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "RATE-HISTORY" TO ALR-PROGRAM
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
