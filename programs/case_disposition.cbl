       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-DISPOSITION.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  REVIEW CASE DISPOSITION. AN INVESTIGATOR CLOSES EACH CASE
      *  ACTIVITY-MONITOR OPENED (SEE CASREC) WITH ONE DISPOSITION
      *  CARD SAYING WHAT WAS FOUND. THE CASE STAYS ON CASEFILE,
      *  MARKED CLOSED, WITH THE DISPOSITION, THE NOTE, WHO CLOSED IT
      *  AND WHEN. ONLY OPERATORS HOLDING CASEDISP AUTHORITY MAY
      *  CLOSE CASES, AND EVERY CARD IS LOGGED TO SECLOG.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASEFILE ASSIGN TO "CASEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASEFILE-STATUS.
           SELECT CASEDISPFILE ASSIGN TO "CASEDISP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    OPERATOR AUTHORITY CARDS (OPERATOR IN COLS 1-8, ACTION IN
      *    COLS 10-17) AND THE CUMULATIVE SECURITY LOG OF EVERY
      *    PRIVILEGED ATTEMPT - WHO, WHAT, WHEN, ALLOWED OR REFUSED.
           SELECT AUTHFILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHFILE-STATUS.
           SELECT SECLOGFILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASEFILE.
           COPY "casrec".

      *================================================================
      *  DISPOSITION CARD - ONE CARD CLOSES ONE OPEN CASE, NAMED BY
      *  ACCOUNT, RULE AND THE DATE IT WAS OPENED. THE OPEN DATE MAY
      *  BE LEFT BLANK WHEN THE ACCOUNT HAS ONLY ONE OPEN CASE UNDER
      *  THAT RULE. THE DISPOSITION IS ONE OF THE CODES IN CASREC;
      *  THE NOTE IS REQUIRED FOR SR AND RX - THE FILING OR EXIT
      *  REFERENCE.
      *================================================================
       FD  CASEDISPFILE.
       01  CDS-RECORD.
           05  CDS-ACCOUNT         PIC X(10).
           05  FILLER              PIC X(01).
           05  CDS-RULE            PIC X(04).
           05  FILLER              PIC X(01).
           05  CDS-OPEN-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  CDS-DISPOSITION     PIC X(02).
               88  CDS-DISP-VALID              VALUES "NF", "EX",
                                                      "SR", "RX".
               88  CDS-DISP-NEEDS-NOTE         VALUES "SR", "RX".
           05  FILLER              PIC X(01).
           05  CDS-NOTE            PIC X(30).
           05  FILLER              PIC X(22).

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  AUTHFILE.
       01  AUTH-RECORD.
           05  AUTH-OPERATOR       PIC X(08).
           05  FILLER              PIC X(01).
           05  AUTH-ACTION         PIC X(08).
           05  FILLER              PIC X(63).

      *    EVERY DISPOSITION CARD IS LOGGED AS WELL AS THE RUN'S
      *    AUTHORITY CHECK, WITH THE ACCOUNT AND RULE IT NAMED IN THE
      *    SUBJECT COLUMNS.
       FD  SECLOGFILE.
       01  SECLOG-RECORD.
           05  SEC-TIMESTAMP       PIC X(14).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  SEC-OPERATOR        PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  SEC-PROGRAM         PIC X(18).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  SEC-ACTION          PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  SEC-VERDICT         PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  SEC-SUBJECT         PIC X(19).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUTHFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-SECLOG-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-AUTH-EOF-SW          PIC X       VALUE 'N'.
           88  WS-AUTH-EOF                     VALUE 'Y'.
       01  WS-OPERATOR-ID          PIC X(8)    VALUE SPACES.
       01  WS-AUTH-ACTION          PIC X(8)    VALUE SPACES.
       01  WS-AUTH-VERDICT         PIC X(8)    VALUE SPACES.
       01  WS-AUTH-ALLOWED-SW      PIC X       VALUE 'N'.
           88  WS-AUTH-ALLOWED                 VALUE 'Y'.
       01  WS-SEC-SUBJECT          PIC X(19)   VALUE SPACES.
       01  WS-CASEFILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)   VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8)   VALUE 0.
       01  WS-BUSINESS-DATE-X      PIC X(8)   VALUE SPACES.
       01  WS-RUN-PARM             PIC X(40)  VALUE SPACES.
       01  WS-PARM-KEY             PIC X(20)  VALUE SPACES.
       01  WS-PARM-VAL             PIC X(20)  VALUE SPACES.
       01  WS-PROGRAM-NAME         PIC X(18)  VALUE "CASE-DISPOSITION".
       01  WS-STAMP-DATE           PIC 9(8)   VALUE 0.
       01  WS-STAMP-TIME           PIC 9(8)   VALUE 0.
       01  WS-EOF-FLAG             PIC X      VALUE 'N'.
       01  WS-CARD-APPLIED-SW      PIC X      VALUE 'N'.
           88  WS-CARD-APPLIED                VALUE 'Y'.
       01  WS-CASE-SCAN-DONE-SW    PIC X      VALUE 'N'.
           88  WS-CASE-SCAN-DONE              VALUE 'Y'.
       01  WS-OPEN-CASE-KEY        PIC X(22)  VALUE SPACES.
       01  WS-OPEN-CASE-COUNT      PIC 9(3)   VALUE 0.
       01  WS-CARDS-READ           PIC 9(5)   VALUE 0.
       01  WS-CASES-CLOSED         PIC 9(5)   VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(5)   VALUE 0.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CASE-DISPOSITION: Starting review case "
               "disposition..."

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM NOT = SPACES
               UNSTRING WS-RUN-PARM DELIMITED BY "="
                   INTO WS-PARM-KEY WS-PARM-VAL
               IF WS-PARM-KEY = "OPER"
                   MOVE WS-PARM-VAL(1:8) TO WS-OPERATOR-ID
               END-IF
           END-IF
           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X

      *    A CLOSED CASE IS THE RECORD THAT ACTIVITY WAS REVIEWED -
      *    ONLY NAMED INVESTIGATORS MAY CLOSE ONE.
           MOVE "CASEDISP" TO WS-AUTH-ACTION
           PERFORM CHECK-OPERATOR-AUTHORITY
               THRU CHECK-OPERATOR-AUTHORITY-EXIT
           IF NOT WS-AUTH-ALLOWED
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN I-O CASEFILE
           IF WS-CASEFILE-STATUS NOT = "00"
               DISPLAY "CASE-DISPOSITION: *** ERROR - CASEFILE OPEN "
                   "FAILED, STATUS: " WS-CASEFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT CASEDISPFILE

           PERFORM READ-MAINT-LOOP
               UNTIL WS-EOF-FLAG = 'Y'

           CLOSE CASEFILE
           CLOSE CASEDISPFILE

           DISPLAY "CASE-DISPOSITION: Disposition completed"
           DISPLAY "CASE-DISPOSITION: Cards read:    " WS-CARDS-READ
           DISPLAY "CASE-DISPOSITION: Cases closed:  "
               WS-CASES-CLOSED
           DISPLAY "CASE-DISPOSITION: Errors found:  "
               WS-ERRORS-FOUND

           IF WS-ERRORS-FOUND > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSDATEFILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUSDATE-RECORD(1:8) NUMERIC
                           MOVE BUSDATE-RECORD(1:8)
                               TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATEFILE
           END-IF
           IF WS-BUSINESS-DATE = 0
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       GET-BUSINESS-DATE-EXIT.
           EXIT.

       READ-MAINT-LOOP.
           READ CASEDISPFILE INTO CDS-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   MOVE 'N' TO WS-CARD-APPLIED-SW
                   PERFORM APPLY-MAINT-CARD
                       THRU APPLY-MAINT-CARD-EXIT
                   PERFORM LOG-MAINT-CARD
                       THRU LOG-MAINT-CARD-EXIT
           END-READ.

       APPLY-MAINT-CARD.
           IF CDS-ACCOUNT = SPACES OR CDS-RULE = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "CASE-DISPOSITION: ERROR - card " WS-CARDS-READ
                   " needs both an account and a rule"
               GO TO APPLY-MAINT-CARD-EXIT
           END-IF
           IF NOT CDS-DISP-VALID
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "CASE-DISPOSITION: ERROR - disposition '"
                   CDS-DISPOSITION "' is not NF, EX, SR or RX for "
                   CDS-ACCOUNT " " CDS-RULE
               GO TO APPLY-MAINT-CARD-EXIT
           END-IF
           IF CDS-DISP-NEEDS-NOTE AND CDS-NOTE = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "CASE-DISPOSITION: ERROR - disposition "
                   CDS-DISPOSITION " needs a reference note for "
                   CDS-ACCOUNT " " CDS-RULE
               GO TO APPLY-MAINT-CARD-EXIT
           END-IF
           IF CDS-OPEN-DATE NOT = SPACES
               AND CDS-OPEN-DATE NOT NUMERIC
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "CASE-DISPOSITION: ERROR - open date must be "
                   "YYYYMMDD for " CDS-ACCOUNT " " CDS-RULE
               GO TO APPLY-MAINT-CARD-EXIT
           END-IF

           IF CDS-OPEN-DATE = SPACES
               PERFORM FIND-OPEN-CASE THRU FIND-OPEN-CASE-EXIT
               IF WS-OPEN-CASE-COUNT = 0
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CASE-DISPOSITION: ERROR - no open case "
                       "for " CDS-ACCOUNT " " CDS-RULE
                   GO TO APPLY-MAINT-CARD-EXIT
               END-IF
               IF WS-OPEN-CASE-COUNT > 1
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CASE-DISPOSITION: ERROR - "
                       WS-OPEN-CASE-COUNT " open cases for "
                       CDS-ACCOUNT " " CDS-RULE
                       " - the open date is needed"
                   GO TO APPLY-MAINT-CARD-EXIT
               END-IF
               MOVE WS-OPEN-CASE-KEY TO CASE-KEY
           ELSE
               MOVE CDS-ACCOUNT TO CASE-ACCOUNT
               MOVE CDS-RULE TO CASE-RULE
               MOVE CDS-OPEN-DATE TO CASE-OPEN-DATE
           END-IF

           READ CASEFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CASE-DISPOSITION: ERROR - case not found: "
                       CDS-ACCOUNT " " CDS-RULE " " CDS-OPEN-DATE
                   GO TO APPLY-MAINT-CARD-EXIT
           END-READ
           IF CASE-CLOSED
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "CASE-DISPOSITION: ERROR - case already "
                   "closed " CASE-CLOSED-DATE " by " CASE-CLOSED-BY
                   ": " CDS-ACCOUNT " " CDS-RULE
               GO TO APPLY-MAINT-CARD-EXIT
           END-IF

           SET CASE-CLOSED TO TRUE
           MOVE CDS-DISPOSITION TO CASE-DISPOSITION
           MOVE CDS-NOTE TO CASE-DISP-NOTE
           MOVE WS-BUSINESS-DATE-X TO CASE-CLOSED-DATE
           MOVE WS-OPERATOR-ID TO CASE-CLOSED-BY
           REWRITE CASE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CASE-DISPOSITION: ERROR - CASEFILE "
                       "REWRITE FAILED FOR " CASE-ACCOUNT
                       ", STATUS: " WS-CASEFILE-STATUS
                   GO TO APPLY-MAINT-CARD-EXIT
           END-REWRITE
           ADD 1 TO WS-CASES-CLOSED
           SET WS-CARD-APPLIED TO TRUE
           DISPLAY "CASE-DISPOSITION: Case " CASE-ACCOUNT " "
               CASE-RULE " opened " CASE-OPEN-DATE " closed "
               CASE-DISPOSITION.

       APPLY-MAINT-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE ACCOUNT'S OPEN CASES UNDER THE CARD'S RULE - A BLANK
      *  OPEN DATE IS ONLY GOOD WHEN THERE IS EXACTLY ONE.
      *----------------------------------------------------------------
       FIND-OPEN-CASE.
           MOVE SPACES TO WS-OPEN-CASE-KEY
           MOVE 0 TO WS-OPEN-CASE-COUNT
           MOVE 'N' TO WS-CASE-SCAN-DONE-SW
           MOVE CDS-ACCOUNT TO CASE-ACCOUNT
           MOVE CDS-RULE TO CASE-RULE
           MOVE LOW-VALUES TO CASE-OPEN-DATE
           START CASEFILE KEY IS NOT LESS THAN CASE-KEY
               INVALID KEY
                   GO TO FIND-OPEN-CASE-EXIT
           END-START
           PERFORM SCAN-ONE-CASE
               UNTIL WS-CASE-SCAN-DONE.

       FIND-OPEN-CASE-EXIT.
           EXIT.

       SCAN-ONE-CASE.
           READ CASEFILE NEXT RECORD
               AT END
                   SET WS-CASE-SCAN-DONE TO TRUE
               NOT AT END
                   IF CASE-ACCOUNT NOT = CDS-ACCOUNT
                       OR CASE-RULE NOT = CDS-RULE
                       SET WS-CASE-SCAN-DONE TO TRUE
                   ELSE
                       IF CASE-OPEN
                           ADD 1 TO WS-OPEN-CASE-COUNT
                           MOVE CASE-KEY TO WS-OPEN-CASE-KEY
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  ONE SECURITY LOG LINE PER CARD, APPLIED OR REJECTED, NAMING
      *  THE ACCOUNT AND RULE IT ACTED ON.
      *----------------------------------------------------------------
       LOG-MAINT-CARD.
           IF CDS-DISP-VALID
               MOVE "CASECLS" TO WS-AUTH-ACTION
           ELSE
               MOVE "CASEBAD" TO WS-AUTH-ACTION
           END-IF
           IF WS-CARD-APPLIED
               MOVE "APPLIED" TO WS-AUTH-VERDICT
           ELSE
               MOVE "REJECTED" TO WS-AUTH-VERDICT
           END-IF
           MOVE SPACES TO WS-SEC-SUBJECT
           STRING CDS-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CDS-RULE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CDS-DISPOSITION DELIMITED BY SIZE
               INTO WS-SEC-SUBJECT
           PERFORM WRITE-SECURITY-LOG
               THRU WRITE-SECURITY-LOG-EXIT.

       LOG-MAINT-CARD-EXIT.
           EXIT.

      *================================================================
      *  OPERATOR AUTHORITY CHECK - THE ACTION IN WS-AUTH-ACTION IS
      *  ALLOWED ONLY IF AN AUTHORITY CARD PAIRS IT WITH THE
      *  OPERATOR NAMED IN THE OPER= PARAMETER. EVERY ATTEMPT IS
      *  WRITTEN TO THE SECURITY LOG, ALLOWED OR NOT. A SHOP THAT
      *  HAS NOT LOADED THE AUTHORITY FILE YET RUNS UNCHECKED - BUT
      *  THE LOG STILL SAYS SO, LOUDLY.
      *================================================================
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'N' TO WS-AUTH-ALLOWED-SW
           OPEN INPUT AUTHFILE
           IF WS-AUTHFILE-STATUS NOT = "00"
               DISPLAY "CASE-DISPOSITION: *** WARNING - NO "
                   "OPERATOR AUTHORITY FILE - PRIVILEGED ACTION "
                   "NOT CHECKED ***"
               SET WS-AUTH-ALLOWED TO TRUE
               MOVE "NOCHECK" TO WS-AUTH-VERDICT
               PERFORM WRITE-SECURITY-LOG
                   THRU WRITE-SECURITY-LOG-EXIT
               GO TO CHECK-OPERATOR-AUTHORITY-EXIT
           END-IF

           MOVE 'N' TO WS-AUTH-EOF-SW
           PERFORM SCAN-ONE-AUTHORITY
               UNTIL WS-AUTH-EOF OR WS-AUTH-ALLOWED
           CLOSE AUTHFILE

           IF WS-AUTH-ALLOWED
               MOVE "ALLOWED" TO WS-AUTH-VERDICT
           ELSE
               MOVE "REFUSED" TO WS-AUTH-VERDICT
               DISPLAY "CASE-DISPOSITION: *** OPERATOR '"
                   WS-OPERATOR-ID "' IS NOT AUTHORIZED FOR "
                   WS-AUTH-ACTION " ***"
           END-IF
           PERFORM WRITE-SECURITY-LOG
               THRU WRITE-SECURITY-LOG-EXIT.

       CHECK-OPERATOR-AUTHORITY-EXIT.
           EXIT.

       SCAN-ONE-AUTHORITY.
           READ AUTHFILE INTO AUTH-RECORD
               AT END
                   SET WS-AUTH-EOF TO TRUE
               NOT AT END
                   IF AUTH-OPERATOR = WS-OPERATOR-ID
                       AND AUTH-ACTION = WS-AUTH-ACTION
                       AND WS-OPERATOR-ID NOT = SPACES
                       SET WS-AUTH-ALLOWED TO TRUE
                   END-IF
           END-READ.

       WRITE-SECURITY-LOG.
           OPEN EXTEND SECLOGFILE
           IF WS-SECLOG-STATUS = "35"
               OPEN OUTPUT SECLOGFILE
           END-IF
           IF WS-SECLOG-STATUS NOT = "00"
               DISPLAY "CASE-DISPOSITION: Security log not "
                   "writable - attempt not recorded"
               GO TO WRITE-SECURITY-LOG-EXIT
           END-IF
           MOVE SPACES TO SECLOG-RECORD
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           STRING WS-STAMP-DATE DELIMITED BY SIZE
               WS-STAMP-TIME DELIMITED BY SIZE
               INTO SEC-TIMESTAMP
           IF WS-OPERATOR-ID = SPACES
               MOVE "*UNKNOWN" TO SEC-OPERATOR
           ELSE
               MOVE WS-OPERATOR-ID TO SEC-OPERATOR
           END-IF
           MOVE WS-PROGRAM-NAME TO SEC-PROGRAM
           MOVE WS-AUTH-ACTION TO SEC-ACTION
           MOVE WS-AUTH-VERDICT TO SEC-VERDICT
           MOVE WS-SEC-SUBJECT TO SEC-SUBJECT
           WRITE SECLOG-RECORD
           CLOSE SECLOGFILE.

       WRITE-SECURITY-LOG-EXIT.
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
               DISPLAY "CASE-DISPOSITION: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "CASE-DISPOSITION" TO ALR-PROGRAM
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
