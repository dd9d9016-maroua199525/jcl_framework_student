       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-ASSIGN.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  NEW-ACCOUNT NUMBER ASSIGNMENT. A BRANCH OPENING ACCOUNTS
      *  ASKS FOR ONE OR MORE NUMBERS HERE INSTEAD OF MAKING THEM UP:
      *      PARM='BRANCH=0300,COUNT=5,OPER=OPERID01'
      *  EACH NUMBER IS THE BRANCH CODE, THE BRANCH'S NEXT FIVE-DIGIT
      *  SEQUENCE FROM ACCTCTL AND A CHECK DIGIT (SEE KEYCHK), SO A
      *  TRANSPOSED OR MISTYPED DIGIT IS CAUGHT WHEREVER THE NUMBER
      *  IS LATER KEYED. A SEQUENCE WHOSE CHECK WOULD BE 10 HAS NO
      *  VALID NUMBER AND IS PASSED OVER, AS IS ANY NUMBER ALREADY
      *  ON MASTFILE. THE CONTROL RECORD IS REWRITTEN AS EACH NUMBER
      *  IS ISSUED, SO A RERUN NEVER HANDS OUT THE SAME NUMBER TWICE.
      *  THE OPERATOR NEEDS AN ACCTNUM CARD ON AUTHFILE (THE ATTEMPT
      *  GOES TO SECLOG EITHER WAY) AND THE BRANCH MUST BE OPEN ON
      *  BRANCHFILE. THE NUMBERS ISSUED ARE LISTED ON ASGNRPT.
      *  RC 0 - ALL NUMBERS ISSUED; RC 8 - REFUSED, OR THE BRANCH
      *  RAN OUT OF SEQUENCES (THOSE ALREADY ISSUED STAND).
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTCTLFILE ASSIGN TO "ACCTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACTL-BRANCH
               FILE STATUS IS WS-ACCTCTL-STATUS.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT BRANCHFILE ASSIGN TO "BRANCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRCH-CODE
               FILE STATUS IS WS-BRANCHFILE-STATUS.
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
           SELECT ASGNRPTFILE ASSIGN TO "ASGNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTCTLFILE.
           COPY "acctctl".

       FD  MASTFILE.
           COPY "mastrec".

       FD  BRANCHFILE.
           COPY "brnchrec".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  AUTHFILE.
       01  AUTH-RECORD.
           05  AUTH-OPERATOR       PIC X(08).
           05  FILLER              PIC X(01).
           05  AUTH-ACTION         PIC X(08).
           05  FILLER              PIC X(63).

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

       FD  ASGNRPTFILE.
       01  ASGNRPT-LINE            PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ACCTCTL-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-BRANCHFILE-STATUS    PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.

       01  WS-AUTHFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-SECLOG-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-AUTH-EOF-SW          PIC X       VALUE 'N'.
           88  WS-AUTH-EOF                     VALUE 'Y'.
       01  WS-OPERATOR-ID          PIC X(8)    VALUE SPACES.
       01  WS-AUTH-ACTION          PIC X(8)    VALUE "ACCTNUM".
       01  WS-AUTH-VERDICT         PIC X(8)    VALUE SPACES.
       01  WS-AUTH-ALLOWED-SW      PIC X       VALUE 'N'.
           88  WS-AUTH-ALLOWED                 VALUE 'Y'.
       01  WS-PROGRAM-NAME         PIC X(18)   VALUE "ACCT-ASSIGN".
       01  WS-STAMP-DATE           PIC 9(8)    VALUE 0.
       01  WS-STAMP-TIME           PIC 9(8)    VALUE 0.

       01  WS-PARM-STRING          PIC X(80)   VALUE SPACES.
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN            PIC X(30)   OCCURS 4 TIMES
                                    VALUE SPACES.
       01  WS-TOKEN-IDX            PIC 9(2)    VALUE 0.
       01  WS-KEY-PART             PIC X(20)   VALUE SPACES.
       01  WS-VAL-PART             PIC X(20)   VALUE SPACES.

      *----------------------------------------------------------------
      *  THE REQUEST - ONE BRANCH, 1 TO 99 NUMBERS (DEFAULT 1).
      *----------------------------------------------------------------
       01  WS-BRANCH               PIC X(4)    VALUE SPACES.
       01  WS-BRANCH-NAME          PIC X(20)   VALUE SPACES.
       01  WS-COUNT-TEXT           PIC X(2)    VALUE SPACES.
       01  WS-COUNT-WANTED         PIC 9(2)    VALUE 1.
       01  WS-FATAL-SW             PIC X       VALUE 'N'.
           88  WS-FATAL-ERROR                  VALUE 'Y'.
       01  WS-EXHAUSTED-SW         PIC X       VALUE 'N'.
           88  WS-SEQUENCE-EXHAUSTED           VALUE 'Y'.
       01  WS-CONTROL-NEW-SW       PIC X       VALUE 'N'.
           88  WS-CONTROL-IS-NEW               VALUE 'Y'.

       01  WS-NEW-KEY.
           05  WS-NEW-KEY-BRANCH   PIC X(4).
           05  WS-NEW-KEY-SEQ      PIC 9(5).
           05  WS-NEW-KEY-CHECK    PIC X(1).

       01  WS-ISSUED-COUNT         PIC 9(5)    VALUE 0.
       01  WS-NO-CHECK-COUNT       PIC 9(5)    VALUE 0.
       01  WS-ON-MASTER-COUNT      PIC 9(5)    VALUE 0.
           COPY "keychk".

       01  WA-HEADER-LINE.
           05  FILLER              PIC X(32)   VALUE
               "NEW ACCOUNT NUMBERS ISSUED  BR ".
           05  WA-HDR-BRANCH       PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WA-HDR-BRANCH-NAME  PIC X(20).
           05  FILLER              PIC X(10)   VALUE "  BUS DTE ".
           05  WA-HDR-DATE         PIC 9(8).
           05  FILLER              PIC X(8)    VALUE "  OPER  ".
           05  WA-HDR-OPERATOR     PIC X(8).
           05  FILLER              PIC X(40)   VALUE SPACES.

       01  WA-COLUMN-LINE.
           05  FILLER              PIC X(40)   VALUE
               "  SEQ  ACCOUNT NUMBER".
           05  FILLER              PIC X(92)   VALUE SPACES.

       01  WA-DETAIL-LINE.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WA-DET-SEQ          PIC ZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WA-DET-KEY          PIC X(10).
           05  FILLER              PIC X(115)  VALUE SPACES.

       01  WA-TOTAL-LINE.
           05  WA-TOT-LABEL        PIC X(32).
           05  WA-TOT-COUNT        PIC ZZZZ9.
           05  FILLER              PIC X(95)   VALUE SPACES.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACCT-ASSIGN: Starting new account number "
               "assignment"

           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           IF WS-FATAL-ERROR
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM CHECK-OPERATOR-AUTHORITY
               THRU CHECK-OPERATOR-AUTHORITY-EXIT
           IF NOT WS-AUTH-ALLOWED
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           PERFORM CHECK-BRANCH-REFERENCE
               THRU CHECK-BRANCH-REFERENCE-EXIT
           IF WS-FATAL-ERROR
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM OPEN-NUMBER-FILES THRU OPEN-NUMBER-FILES-EXIT
           IF WS-FATAL-ERROR
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT ASGNRPTFILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM ISSUE-ONE-NUMBER THRU ISSUE-ONE-NUMBER-EXIT
               UNTIL WS-ISSUED-COUNT = WS-COUNT-WANTED
                  OR WS-SEQUENCE-EXHAUSTED
                  OR WS-FATAL-ERROR

           PERFORM WRITE-REPORT-TOTALS

           CLOSE ACCTCTLFILE
           CLOSE MASTFILE
           CLOSE ASGNRPTFILE

           DISPLAY "ACCT-ASSIGN: Branch " WS-BRANCH
               " - numbers issued: " WS-ISSUED-COUNT
           DISPLAY "ACCT-ASSIGN: Sequences with no check digit: "
               WS-NO-CHECK-COUNT
           DISPLAY "ACCT-ASSIGN: Numbers already on master:     "
               WS-ON-MASTER-COUNT

           EVALUATE TRUE
               WHEN WS-FATAL-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SEQUENCE-EXHAUSTED
                   DISPLAY "ACCT-ASSIGN: *** ERROR - BRANCH "
                       WS-BRANCH " HAS NO ACCOUNT SEQUENCES LEFT - "
                       WS-ISSUED-COUNT " OF " WS-COUNT-WANTED
                       " ISSUED ***"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

      *================================================================
      *  RUN PARAMETERS - BRANCH= IS REQUIRED, COUNT= DEFAULTS TO 1,
      *  OPER= NAMES THE OPERATOR FOR THE AUTHORITY CHECK.
      *================================================================
       PARSE-RUN-PARAMETERS.
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ","
                   INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                        WS-TOKEN(4)
               PERFORM APPLY-ONE-TOKEN THRU APPLY-ONE-TOKEN-EXIT
                   VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > 4
           END-IF

           IF WS-BRANCH = SPACES
               DISPLAY "ACCT-ASSIGN: *** ERROR - BRANCH PARAMETER "
                   "IS REQUIRED, E.G. BRANCH=0300,COUNT=5 ***"
               SET WS-FATAL-ERROR TO TRUE
               GO TO PARSE-RUN-PARAMETERS-EXIT
           END-IF

           IF WS-COUNT-TEXT NOT = SPACES
               IF WS-COUNT-TEXT(2:1) = SPACE
                   MOVE WS-COUNT-TEXT(1:1) TO WS-COUNT-TEXT(2:1)
                   MOVE "0" TO WS-COUNT-TEXT(1:1)
               END-IF
               IF WS-COUNT-TEXT NOT NUMERIC
                   OR WS-COUNT-TEXT = "00"
                   DISPLAY "ACCT-ASSIGN: *** ERROR - COUNT MUST BE "
                       "1 TO 99 ***"
                   SET WS-FATAL-ERROR TO TRUE
                   GO TO PARSE-RUN-PARAMETERS-EXIT
               END-IF
               MOVE WS-COUNT-TEXT TO WS-COUNT-WANTED
           END-IF.

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
               WHEN "BRANCH"
                   MOVE WS-VAL-PART(1:4) TO WS-BRANCH
               WHEN "COUNT"
                   IF WS-VAL-PART(3:1) NOT = SPACE
                       MOVE "XX" TO WS-COUNT-TEXT
                   ELSE
                       MOVE WS-VAL-PART(1:2) TO WS-COUNT-TEXT
                   END-IF
               WHEN "OPER"
                   MOVE WS-VAL-PART(1:8) TO WS-OPERATOR-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-ONE-TOKEN-EXIT.
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
      *  NUMBERS ARE ONLY ISSUED FOR A BRANCH THAT IS ON THE
      *  REFERENCE FILE AND OPEN - AN ACCOUNT OPENED UNDER A CLOSED
      *  OR UNKNOWN CODE WOULD FAIL EVERY BRANCH EDIT DOWNSTREAM.
      *================================================================
       CHECK-BRANCH-REFERENCE.
           OPEN INPUT BRANCHFILE
           IF WS-BRANCHFILE-STATUS NOT = "00"
               DISPLAY "ACCT-ASSIGN: *** ERROR - BRANCHFILE OPEN "
                   "FAILED, STATUS: " WS-BRANCHFILE-STATUS " ***"
               SET WS-FATAL-ERROR TO TRUE
               GO TO CHECK-BRANCH-REFERENCE-EXIT
           END-IF

           MOVE WS-BRANCH TO BRCH-CODE
           READ BRANCHFILE
               INVALID KEY
                   DISPLAY "ACCT-ASSIGN: *** ERROR - BRANCH "
                       WS-BRANCH " IS NOT ON THE BRANCH FILE ***"
                   SET WS-FATAL-ERROR TO TRUE
               NOT INVALID KEY
                   MOVE BRCH-NAME TO WS-BRANCH-NAME
                   IF NOT BRCH-OPEN
                       DISPLAY "ACCT-ASSIGN: *** ERROR - BRANCH "
                           WS-BRANCH " IS CLOSED ***"
                       SET WS-FATAL-ERROR TO TRUE
                   END-IF
           END-READ
           CLOSE BRANCHFILE.

       CHECK-BRANCH-REFERENCE-EXIT.
           EXIT.

      *================================================================
      *  THE BRANCH'S CONTROL RECORD IS READ (OR STARTED AT SEQUENCE
      *  1 ON THE BRANCH'S FIRST REQUEST) AND HELD FOR THE RUN.
      *================================================================
       OPEN-NUMBER-FILES.
           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS NOT = "00"
               DISPLAY "ACCT-ASSIGN: *** ERROR - MASTFILE OPEN "
                   "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               SET WS-FATAL-ERROR TO TRUE
               GO TO OPEN-NUMBER-FILES-EXIT
           END-IF

           OPEN I-O ACCTCTLFILE
           IF WS-ACCTCTL-STATUS NOT = "00"
               DISPLAY "ACCT-ASSIGN: *** ERROR - ACCTCTL OPEN "
                   "FAILED, STATUS: " WS-ACCTCTL-STATUS
                   " - SEE DEFINE_ACCTCTL.JCL ***"
               CLOSE MASTFILE
               SET WS-FATAL-ERROR TO TRUE
               GO TO OPEN-NUMBER-FILES-EXIT
           END-IF

           MOVE WS-BRANCH TO ACTL-BRANCH
           READ ACCTCTLFILE
               INVALID KEY
                   SET WS-CONTROL-IS-NEW TO TRUE
           END-READ
           IF WS-CONTROL-IS-NEW
               MOVE SPACES TO ACCT-CONTROL-RECORD
               MOVE WS-BRANCH TO ACTL-BRANCH
               MOVE 1 TO ACTL-NEXT-SEQ
               MOVE 0 TO ACTL-ISSUED-COUNT
               MOVE WS-BUSINESS-DATE TO ACTL-CREATED-DATE
               WRITE ACCT-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "ACCT-ASSIGN: *** ERROR - ACCTCTL "
                           "WRITE FAILED, STATUS: " WS-ACCTCTL-STATUS
                           " ***"
                       SET WS-FATAL-ERROR TO TRUE
               END-WRITE
               DISPLAY "ACCT-ASSIGN: First numbers for branch "
                   WS-BRANCH " - sequence starts at 00001"
           END-IF.

       OPEN-NUMBER-FILES-EXIT.
           EXIT.

      *================================================================
      *  ONE SEQUENCE IS CONSUMED PER PASS. IT BECOMES A NUMBER ONLY
      *  IF IT HAS A CHECK DIGIT AND IS NOT ALREADY ON THE MASTER;
      *  EITHER WAY THE CONTROL RECORD MOVES PAST IT.
      *================================================================
       ISSUE-ONE-NUMBER.
           IF ACTL-NEXT-SEQ > 99999
               SET WS-SEQUENCE-EXHAUSTED TO TRUE
               GO TO ISSUE-ONE-NUMBER-EXIT
           END-IF

           MOVE WS-BRANCH TO WS-NEW-KEY-BRANCH
           MOVE ACTL-NEXT-SEQ TO WS-NEW-KEY-SEQ
           MOVE "0" TO WS-NEW-KEY-CHECK
           ADD 1 TO ACTL-NEXT-SEQ

           MOVE WS-NEW-KEY TO KCD-KEY
           PERFORM CHECK-KEY-DIGIT THRU CHECK-KEY-DIGIT-EXIT
           IF KCD-CHECK-DIGIT > 9
               ADD 1 TO WS-NO-CHECK-COUNT
               GO TO ISSUE-ONE-NUMBER-SAVE
           END-IF
           MOVE KCD-ALPHABET(KCD-CHECK-DIGIT + 1:1)
               TO WS-NEW-KEY-CHECK

           MOVE WS-NEW-KEY TO MAST-KEY
           READ MASTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ON-MASTER-COUNT
                   DISPLAY "ACCT-ASSIGN: " WS-NEW-KEY
                       " already on master - passed over"
                   GO TO ISSUE-ONE-NUMBER-SAVE
           END-READ

           ADD 1 TO WS-ISSUED-COUNT
           ADD 1 TO ACTL-ISSUED-COUNT
           MOVE WS-ISSUED-COUNT TO WA-DET-SEQ
           MOVE WS-NEW-KEY TO WA-DET-KEY
           WRITE ASGNRPT-LINE FROM WA-DETAIL-LINE
           DISPLAY "ACCT-ASSIGN: Issued " WS-NEW-KEY.

       ISSUE-ONE-NUMBER-SAVE.
           MOVE WS-BUSINESS-DATE TO ACTL-LAST-DATE
           MOVE WS-OPERATOR-ID TO ACTL-LAST-OPERATOR
           REWRITE ACCT-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "ACCT-ASSIGN: *** ERROR - ACCTCTL "
                       "REWRITE FAILED, STATUS: " WS-ACCTCTL-STATUS
                       " ***"
                   SET WS-FATAL-ERROR TO TRUE
           END-REWRITE.

       ISSUE-ONE-NUMBER-EXIT.
           EXIT.

       WRITE-REPORT-HEADER.
           MOVE WS-BRANCH TO WA-HDR-BRANCH
           MOVE WS-BRANCH-NAME TO WA-HDR-BRANCH-NAME
           MOVE WS-BUSINESS-DATE TO WA-HDR-DATE
           MOVE WS-OPERATOR-ID TO WA-HDR-OPERATOR
           WRITE ASGNRPT-LINE FROM WA-HEADER-LINE
           MOVE SPACES TO ASGNRPT-LINE
           WRITE ASGNRPT-LINE
           WRITE ASGNRPT-LINE FROM WA-COLUMN-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ASGNRPT-LINE
           WRITE ASGNRPT-LINE
           MOVE "NUMBERS ISSUED" TO WA-TOT-LABEL
           MOVE WS-ISSUED-COUNT TO WA-TOT-COUNT
           WRITE ASGNRPT-LINE FROM WA-TOTAL-LINE
           MOVE "SEQUENCES WITH NO CHECK DIGIT" TO WA-TOT-LABEL
           MOVE WS-NO-CHECK-COUNT TO WA-TOT-COUNT
           WRITE ASGNRPT-LINE FROM WA-TOTAL-LINE
           MOVE "NUMBERS ALREADY ON MASTER" TO WA-TOT-LABEL
           MOVE WS-ON-MASTER-COUNT TO WA-TOT-COUNT
           WRITE ASGNRPT-LINE FROM WA-TOTAL-LINE
           IF WS-SEQUENCE-EXHAUSTED
               MOVE SPACES TO ASGNRPT-LINE
               STRING "*** BRANCH HAS NO ACCOUNT SEQUENCES LEFT - "
                   DELIMITED BY SIZE
                   "REQUEST NOT FILLED ***" DELIMITED BY SIZE
                   INTO ASGNRPT-LINE
               WRITE ASGNRPT-LINE
           END-IF.

      *----------------------------------------------------------------
      *  ACCOUNT KEY CHECK DIGIT (SEE KEYCHK) - KCD-KEY IN,
      *  KCD-CHECK-DIGIT AND KCD-KEY-VALID OUT.
      *----------------------------------------------------------------
       CHECK-KEY-DIGIT.
           MOVE 'N' TO KCD-RESULT-SW
           MOVE 10 TO KCD-CHECK-DIGIT
           SET KCD-BASE-OK TO TRUE
           MOVE 0 TO KCD-SUM
           PERFORM ADD-ONE-KEY-CHARACTER
               VARYING KCD-POS FROM 1 BY 1
               UNTIL KCD-POS > 9 OR KCD-BASE-BAD
           IF KCD-BASE-BAD
               GO TO CHECK-KEY-DIGIT-EXIT
           END-IF
           DIVIDE KCD-SUM BY 11 GIVING KCD-QUOTIENT
               REMAINDER KCD-REMAINDER
           IF KCD-REMAINDER = 0
               MOVE 0 TO KCD-CHECK-DIGIT
           ELSE
               COMPUTE KCD-CHECK-DIGIT = 11 - KCD-REMAINDER
           END-IF
           IF KCD-CHECK-DIGIT < 10
               AND KCD-KEY(10:1) = KCD-ALPHABET(KCD-CHECK-DIGIT + 1:1)
               SET KCD-KEY-VALID TO TRUE
           END-IF.

       CHECK-KEY-DIGIT-EXIT.
           EXIT.

       ADD-ONE-KEY-CHARACTER.
           MOVE 'N' TO KCD-CHAR-FOUND-SW
           PERFORM FIND-KEY-CHARACTER
               VARYING KCD-ALPHA-SUB FROM 1 BY 1
               UNTIL KCD-ALPHA-SUB > 36 OR KCD-CHAR-FOUND
           IF KCD-CHAR-FOUND
               COMPUTE KCD-SUM = KCD-SUM
                   + (KCD-CHAR-VALUE * (11 - KCD-POS))
           ELSE
               SET KCD-BASE-BAD TO TRUE
           END-IF.

       FIND-KEY-CHARACTER.
           IF KCD-KEY(KCD-POS:1) = KCD-ALPHABET(KCD-ALPHA-SUB:1)
               SET KCD-CHAR-FOUND TO TRUE
               COMPUTE KCD-CHAR-VALUE = KCD-ALPHA-SUB - 1
           END-IF.

      *================================================================
      *  OPERATOR AUTHORITY CHECK - THE ACTION IN WS-AUTH-ACTION IS
      *  ALLOWED ONLY IF AN AUTHORITY CARD PAIRS IT WITH THE
      *  OPERATOR. EVERY ATTEMPT IS WRITTEN TO THE SECURITY LOG,
      *  ALLOWED OR NOT. A SHOP THAT HAS NOT LOADED THE AUTHORITY
      *  FILE YET RUNS UNCHECKED - BUT THE LOG STILL SAYS SO, LOUDLY.
      *================================================================
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'N' TO WS-AUTH-ALLOWED-SW
           OPEN INPUT AUTHFILE
           IF WS-AUTHFILE-STATUS NOT = "00"
               DISPLAY "ACCT-ASSIGN: *** WARNING - NO "
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
               DISPLAY "ACCT-ASSIGN: *** OPERATOR '"
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
               DISPLAY "ACCT-ASSIGN: Security log not "
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
               DISPLAY "ACCT-ASSIGN: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "ACCT-ASSIGN" TO ALR-PROGRAM
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
