               FILE STATUS IS WS-BRANCHFILE-STATUS.
           SELECT BRMAINTFILE ASSIGN TO "BRMAINT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    THE REGION REFERENCE FILE (SEE REGNREC/REGION-MAINT) - A
      *    BRANCH'S REGION MUST BE ON IT AND OPEN BEFORE A CARD
      *    SETTING THAT REGION IS APPLIED.
           SELECT REGNFILE ASSIGN TO "REGNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGN-CODE
               FILE STATUS IS WS-REGNFILE-STATUS.
      *    BRANCH REFERENCE EDITS MID-POSTING WOULD CHANGE WHAT THE
      *    DATAPROC BRANCH EDIT ACCEPTS HALFWAY THROUGH A RUN - SO
      *    MAINTENANCE TAKES THE SAME EXCLUSIVE-USE LOCK AS THE
           SELECT MASTLOCKFILE ASSIGN TO "MASTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTLOCK-STATUS.
      *    DUAL CONTROL - A CARD IS ONLY QUEUED ON PENDCHG WHEN IT IS
      *    SUBMITTED; A SECOND OPERATOR RELEASES OR REJECTS IT WITH
      *    AN APPROVAL CARD, AND EVERY CHANGE APPLIED IS LOGGED WITH
      *    ITS BEFORE AND AFTER IMAGE ON THE CUMULATIVE REFLOG.
           SELECT PENDFILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PENDFILE-STATUS.
           SELECT CHGAPPRFILE ASSIGN TO "CHGAPPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFLOGFILE ASSIGN TO "REFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFLOG-STATUS.
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

       FD  BRMAINTFILE.
       01  BRMAINT-CARD            PIC X(80).

       FD  MASTLOCKFILE.
           COPY "mstlock".
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  SEC-VERDICT         PIC X(08).

       FD  PENDFILE.
           COPY "pendrec".

      *================================================================
      *  APPROVAL CARD - ONE PENDING CHANGE PER CARD:
      *    COL   1     DECISION - A APPROVE AND APPLY, R REJECT
      *    COLS  3-10  CHANGE DATE  } THE CHANGE NUMBER AS PRINTED
      *    COLS 12-15  CHANGE SEQ   } WHEN IT WAS QUEUED
      *    COLS 17-46  NOTE, KEPT ON THE PENDING CHANGE
      *================================================================
       FD  CHGAPPRFILE.
       01  APR-RECORD.
           05  APR-DECISION        PIC X(01).
           05  FILLER              PIC X(01).
           05  APR-CHANGE-DATE     PIC X(08).
           05  FILLER              PIC X(01).
           05  APR-CHANGE-SEQ      PIC X(04).
           05  FILLER              PIC X(01).
           05  APR-NOTE            PIC X(30).
           05  FILLER              PIC X(34).

       FD  REFLOGFILE.
           COPY "reflrec".

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
      *================================================================
      *  BRANCH MAINTENANCE CARD - ONE ACTION PER CARD:
      *      A  ADD A NEW BRANCH (NAME, REGION, STATUS REQUIRED)
      *      C  CHANGE NAME/REGION/STATUS OF AN EXISTING BRANCH
      *  A REGION ON AN ADD OR CHANGE CARD MUST BE OPEN ON REGNFILE
      *  WHEN THE CARD IS APPLIED.
      *      D  MARK AN EXISTING BRANCH CLOSED (STATUS C) - BRANCHES
      *         ARE NEVER PHYSICALLY REMOVED, SO HISTORIC RECORDS
      *         CARRYING THE CODE STAY EXPLAINABLE.
      *  SUBMITTED CARDS ARE QUEUED AS THEY ARE; AN APPROVED ONE IS
      *  TAKEN BACK OFF THE PENDING FILE INTO THIS SAME LAYOUT.
      *================================================================
       01  BRM-RECORD.
           05  BRM-ACTION          PIC X(01).
           05  BRM-CODE            PIC X(04).
           05  BRM-NAME            PIC X(20).
           05  BRM-REGION          PIC X(04).
           05  BRM-STATUS          PIC X(01).
           05  FILLER              PIC X(50).

       01  WS-AUTHFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-SECLOG-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-AUTH-EOF-SW          PIC X       VALUE 'N'.
       01  WS-AUTH-ALLOWED-SW      PIC X       VALUE 'N'.
           88  WS-AUTH-ALLOWED                 VALUE 'Y'.
       01  WS-BRANCHFILE-STATUS    PIC X(2)   VALUE "00".
       01  WS-REGNFILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-REGIONS-ON-SW        PIC X      VALUE 'N'.
           88  WS-REGIONS-ON                  VALUE 'Y'.
       01  WS-RUN-PARM             PIC X(40)  VALUE SPACES.
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN       PIC X(20)  OCCURS 4 TIMES
                                    VALUE SPACES.
       01  WS-PARM-TOKEN-IDX       PIC 9(2)   VALUE 0.
       01  WS-PARM-KEY             PIC X(20)  VALUE SPACES.
       01  WS-CLOSES-APPLIED       PIC 9(5)   VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(5)   VALUE 0.

      *----------------------------------------------------------------
      *  DUAL CONTROL. THE APPROVE PARAMETER SWITCHES THE RUN FROM
      *  QUEUEING CARDS TO SETTLING THEM; EXPIRE= IS HOW MANY DAYS A
      *  CHANGE MAY WAIT FOR ITS APPROVER (KEEP IT THE SAME AS THE
      *  CHANGE-REPORT PARAMETER).
      *----------------------------------------------------------------
       01  WS-PENDFILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-REFLOG-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-PEND-TARGET          PIC X(4)   VALUE "BRCH".
       01  WS-APPROVE-SW           PIC X      VALUE 'N'.
           88  WS-APPROVE-MODE                VALUE 'Y'.
       01  WS-FATAL-SW             PIC X      VALUE 'N'.
           88  WS-FATAL-ERROR                 VALUE 'Y'.
       01  WS-SEQ-SCAN-SW          PIC X      VALUE 'N'.
           88  WS-SEQ-SCAN-DONE               VALUE 'Y'.
       01  WS-PARM-NUMBER-TEXT     PIC X(3)   JUSTIFIED RIGHT
                                              VALUE SPACES.
       01  WS-EXPIRE-DAYS          PIC 9(3)   VALUE 5.
       01  WS-TODAY-DATE           PIC 9(8)   VALUE 0.
       01  WS-LAST-SEQ             PIC 9(4)   VALUE 0.
       01  WS-ERRORS-BEFORE        PIC 9(5)   VALUE 0.
       01  WS-BEFORE-IMAGE         PIC X(40)  VALUE SPACES.
       01  WS-AFTER-IMAGE          PIC X(40)  VALUE SPACES.
       01  WS-CHANGES-QUEUED       PIC 9(5)   VALUE 0.
       01  WS-CHANGES-RELEASED     PIC 9(5)   VALUE 0.
       01  WS-CHANGES-REJECTED     PIC 9(5)   VALUE 0.
       01  WS-CHANGES-FAILED       PIC 9(5)   VALUE 0.
       01  WS-CHANGES-EXPIRED      PIC 9(5)   VALUE 0.

      *----------------------------------------------------------------
      *  DAY-SERIAL CONVERSION WORK FIELDS - SAME ARITHMETIC AS THE
      *  ARCHIVE AND AGING PROGRAMS.
      *----------------------------------------------------------------
       01  WS-CD-DATE              PIC 9(8)    VALUE 0.
       01  WS-CD-DATE-X REDEFINES WS-CD-DATE.
           05  WS-CD-YEAR          PIC 9(4).
           05  WS-CD-MONTH         PIC 9(2).
           05  WS-CD-DAY           PIC 9(2).
       01  WS-CD-WORK-YEAR         PIC 9(4)    VALUE 0.
       01  WS-CD-WORK-MONTH        PIC 9(2)    VALUE 0.
       01  WS-CD-QUARTER-DAYS      PIC 9(4)    VALUE 0.
       01  WS-CD-CENTURY-DAYS      PIC 9(2)    VALUE 0.
       01  WS-CD-QUADCENT-DAYS     PIC 9(2)    VALUE 0.
       01  WS-CD-MONTH-DAYS        PIC 9(4)    VALUE 0.
       01  WS-CD-MONTH-WORK        PIC 9(4)    VALUE 0.
       01  WS-CD-SERIAL            PIC 9(7)    VALUE 0.
       01  WS-RUN-SERIAL           PIC 9(7)    VALUE 0.
       01  WS-AGE-DAYS             PIC S9(7)   VALUE 0.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BRANCH-MAINT: Starting branch maintenance..."

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           MOVE WS-CD-SERIAL TO WS-RUN-SERIAL

      *    REWRITING THE BRANCH REFERENCE IS PRIVILEGED - A CLOSED
      *    BRANCH REOPENED BY THE WRONG HANDS WAVES ITS TRAFFIC
      *    STRAIGHT THROUGH EVERY PIPELINE EDIT. SUBMITTING A CHANGE
      *    AND APPROVING ONE ARE SEPARATE AUTHORITIES, AND NO
      *    OPERATOR MAY APPROVE THEIR OWN.
           IF WS-APPROVE-MODE
               MOVE "BRAPPROV" TO WS-AUTH-ACTION
           ELSE
               MOVE "BRMAINT" TO WS-AUTH-ACTION
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY
               THRU CHECK-OPERATOR-AUTHORITY-EXIT
           IF NOT WS-AUTH-ALLOWED
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "BRANCH-MAINT: *** ERROR - NO OPER= "
                   "PARAMETER - EVERY CHANGE NEEDS A NAMED MAKER "
                   "AND CHECKER ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN I-O PENDFILE
           IF WS-PENDFILE-STATUS = "35"
               OPEN OUTPUT PENDFILE
               CLOSE PENDFILE
               OPEN I-O PENDFILE
           END-IF
           IF WS-PENDFILE-STATUS NOT = "00"
               DISPLAY "BRANCH-MAINT: *** ERROR - PENDCHG OPEN "
                   "FAILED, STATUS: " WS-PENDFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           IF WS-APPROVE-MODE
               PERFORM APPROVE-CHANGES THRU APPROVE-CHANGES-EXIT
           ELSE
               PERFORM SUBMIT-CHANGES THRU SUBMIT-CHANGES-EXIT
           END-IF

           CLOSE PENDFILE

           DISPLAY "BRANCH-MAINT: Maintenance completed"
           DISPLAY "BRANCH-MAINT: Cards read:      " WS-CARDS-READ
           IF WS-APPROVE-MODE
               DISPLAY "BRANCH-MAINT: Changes approved:"
                   WS-CHANGES-RELEASED
               DISPLAY "BRANCH-MAINT: Changes rejected:"
                   WS-CHANGES-REJECTED
               DISPLAY "BRANCH-MAINT: Changes failed:  "
                   WS-CHANGES-FAILED
               DISPLAY "BRANCH-MAINT: Changes expired: "
                   WS-CHANGES-EXPIRED
               DISPLAY "BRANCH-MAINT: Adds applied:    "
                   WS-ADDS-APPLIED
               DISPLAY "BRANCH-MAINT: Changes applied: "
                   WS-CHANGES-APPLIED
               DISPLAY "BRANCH-MAINT: Closes applied:  "
                   WS-CLOSES-APPLIED
           ELSE
               DISPLAY "BRANCH-MAINT: Changes queued:  "
                   WS-CHANGES-QUEUED
           END-IF
           DISPLAY "BRANCH-MAINT: Errors found:    " WS-ERRORS-FOUND

           EVALUATE TRUE
               WHEN WS-FATAL-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ERRORS-FOUND > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

      *================================================================
      *  SUBMIT - EACH CARD IS EDITED FOR A CODE AND A KNOWN ACTION
      *  AND QUEUED ON PENDCHG UNDER TODAY'S DATE AND THE NEXT FREE
      *  SEQUENCE NUMBER. BRANCHFILE IS NOT TOUCHED, SO NO MASTER
      *  LOCK IS NEEDED.
      *================================================================
       SUBMIT-CHANGES.
           PERFORM FIND-LAST-SEQUENCE THRU FIND-LAST-SEQUENCE-EXIT

           OPEN INPUT BRMAINTFILE

           PERFORM READ-MAINT-LOOP
               UNTIL WS-EOF-FLAG = 'Y'

           CLOSE BRMAINTFILE.

       SUBMIT-CHANGES-EXIT.
           EXIT.

       FIND-LAST-SEQUENCE.
           MOVE 0 TO WS-LAST-SEQ
           MOVE WS-PEND-TARGET TO PND-TARGET
           MOVE WS-TODAY-DATE TO PND-SUBMIT-DATE
           MOVE 0 TO PND-SEQ
           START PENDFILE KEY IS > PND-KEY
               INVALID KEY
                   GO TO FIND-LAST-SEQUENCE-EXIT
           END-START

           MOVE 'N' TO WS-SEQ-SCAN-SW
           PERFORM SCAN-ONE-SEQUENCE
               UNTIL WS-SEQ-SCAN-DONE.

       FIND-LAST-SEQUENCE-EXIT.
           EXIT.

       SCAN-ONE-SEQUENCE.
           READ PENDFILE NEXT RECORD
               AT END
                   SET WS-SEQ-SCAN-DONE TO TRUE
               NOT AT END
                   IF PND-TARGET = WS-PEND-TARGET
                       AND PND-SUBMIT-DATE = WS-TODAY-DATE
                       MOVE PND-SEQ TO WS-LAST-SEQ
                   ELSE
                       SET WS-SEQ-SCAN-DONE TO TRUE
                   END-IF
           END-READ.

       READ-MAINT-LOOP.
           READ BRMAINTFILE INTO BRM-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM QUEUE-MAINT-CARD
                       THRU QUEUE-MAINT-CARD-EXIT
           END-READ.

       QUEUE-MAINT-CARD.
           IF BRM-CODE = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "BRANCH-MAINT: ERROR - card " WS-CARDS-READ
                   " has no branch code"
               GO TO QUEUE-MAINT-CARD-EXIT
           END-IF
           IF BRM-ACTION NOT = "A" AND BRM-ACTION NOT = "C"
               AND BRM-ACTION NOT = "D"
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "BRANCH-MAINT: ERROR - unknown action '"
                   BRM-ACTION "' for branch " BRM-CODE
               GO TO QUEUE-MAINT-CARD-EXIT
           END-IF
           IF WS-LAST-SEQ = 9999
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "BRANCH-MAINT: ERROR - no change numbers "
                   "left for today - card " WS-CARDS-READ
                   " not queued"
               GO TO QUEUE-MAINT-CARD-EXIT
           END-IF

           ADD 1 TO WS-LAST-SEQ
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE WS-PEND-TARGET TO PND-TARGET
           MOVE WS-TODAY-DATE TO PND-SUBMIT-DATE
           MOVE WS-LAST-SEQ TO PND-SEQ
           SET PND-PENDING TO TRUE
           MOVE WS-OPERATOR-ID TO PND-MAKER
           ACCEPT WS-LOCK-STAMP-TIME FROM TIME
           MOVE WS-LOCK-STAMP-TIME(1:6) TO PND-SUBMIT-TIME
           MOVE BRM-RECORD TO PND-CARD
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "BRANCH-MAINT: ERROR - change "
                       PND-SUBMIT-DATE "-" PND-SEQ
                       " already on PENDCHG, STATUS: "
                       WS-PENDFILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGES-QUEUED
                   DISPLAY "BRANCH-MAINT: Change " PND-SUBMIT-DATE
                       "-" PND-SEQ " queued for approval: "
                       BRM-ACTION " " BRM-CODE
           END-WRITE.

       QUEUE-MAINT-CARD-EXIT.
           EXIT.

      *================================================================
      *  APPROVE - EACH APPROVAL CARD SETTLES ONE PENDING CHANGE. THE
      *  CHANGE MUST STILL BE PENDING, NOT PAST ITS EXPIRY, AND HAVE
      *  BEEN SUBMITTED BY SOMEONE OTHER THAN THIS OPERATOR. AN
      *  APPROVED CARD IS APPLIED EXACTLY AS A SUBMITTED CARD ONCE
      *  WAS, UNDER THE MASTER LOCK, AND LOGGED ON REFLOG.
      *================================================================
       APPROVE-CHANGES.
           PERFORM ACQUIRE-MASTER-LOCK THRU ACQUIRE-MASTER-LOCK-EXIT
           IF WS-LOCK-REFUSED
               SET WS-FATAL-ERROR TO TRUE
               GO TO APPROVE-CHANGES-EXIT
           END-IF

           OPEN I-O BRANCHFILE
           IF WS-BRANCHFILE-STATUS = "35"
      *        FIRST-EVER MAINTENANCE RUN - THE REFERENCE FILE DOES
                   "FAILED, STATUS: " WS-BRANCHFILE-STATUS " ***"
               PERFORM RELEASE-MASTER-LOCK
                   THRU RELEASE-MASTER-LOCK-EXIT
               SET WS-FATAL-ERROR TO TRUE
               GO TO APPROVE-CHANGES-EXIT
           END-IF

           OPEN INPUT REGNFILE
           IF WS-REGNFILE-STATUS = "00"
               SET WS-REGIONS-ON TO TRUE
           ELSE
               DISPLAY "BRANCH-MAINT: *** WARNING - REGNFILE NOT "
                   "AVAILABLE, STATUS: " WS-REGNFILE-STATUS
                   " - CARDS SETTING A REGION WILL FAIL ***"
           END-IF

      *    NO CHANGE IS APPLIED UNLESS IT CAN BE LOGGED.
           OPEN EXTEND REFLOGFILE
           IF WS-REFLOG-STATUS = "35"
               OPEN OUTPUT REFLOGFILE
           END-IF
           IF WS-REFLOG-STATUS NOT = "00"
               DISPLAY "BRANCH-MAINT: *** ERROR - REFLOG OPEN "
                   "FAILED, STATUS: " WS-REFLOG-STATUS " ***"
               CLOSE BRANCHFILE
               IF WS-REGIONS-ON
                   CLOSE REGNFILE
               END-IF
               PERFORM RELEASE-MASTER-LOCK
                   THRU RELEASE-MASTER-LOCK-EXIT
               SET WS-FATAL-ERROR TO TRUE
               GO TO APPROVE-CHANGES-EXIT
           END-IF

           OPEN INPUT CHGAPPRFILE

           PERFORM READ-APPROVAL-LOOP
               UNTIL WS-EOF-FLAG = 'Y'

           CLOSE CHGAPPRFILE
           CLOSE REFLOGFILE
           CLOSE BRANCHFILE
           IF WS-REGIONS-ON
               CLOSE REGNFILE
           END-IF

           PERFORM RELEASE-MASTER-LOCK THRU RELEASE-MASTER-LOCK-EXIT.

       APPROVE-CHANGES-EXIT.
           EXIT.

       READ-APPROVAL-LOOP.
           READ CHGAPPRFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM SETTLE-ONE-CHANGE
                       THRU SETTLE-ONE-CHANGE-EXIT
           END-READ.

       SETTLE-ONE-CHANGE.
           IF APR-DECISION NOT = "A" AND APR-DECISION NOT = "R"
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "BRANCH-MAINT: ERROR - card " WS-CARDS-READ
                   " decision must be A or R"
               GO TO SETTLE-ONE-CHANGE-EXIT
           END-IF
           IF APR-CHANGE-DATE NOT NUMERIC
               OR APR-CHANGE-SEQ NOT NUMERIC
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "BRANCH-MAINT: ERROR - card " WS-CARDS-READ
                   " has a bad change number"
               GO TO SETTLE-ONE-CHANGE-EXIT
           END-IF

           MOVE WS-PEND-TARGET TO PND-TARGET
           MOVE APR-CHANGE-DATE TO PND-SUBMIT-DATE
           MOVE APR-CHANGE-SEQ TO PND-SEQ
           READ PENDFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "BRANCH-MAINT: ERROR - change "
                       APR-CHANGE-DATE "-" APR-CHANGE-SEQ
                       " not found"
                   GO TO SETTLE-ONE-CHANGE-EXIT
           END-READ

           IF NOT PND-PENDING
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "BRANCH-MAINT: ERROR - change "
                   PND-SUBMIT-DATE "-" PND-SEQ
                   " already settled, status " PND-STATUS
               GO TO SETTLE-ONE-CHANGE-EXIT
           END-IF

           IF PND-MAKER = WS-OPERATOR-ID
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "BRANCH-MAINT: *** ERROR - CHANGE "
                   PND-SUBMIT-DATE "-" PND-SEQ " WAS SUBMITTED BY "
                   PND-MAKER " - IT NEEDS A DIFFERENT APPROVER ***"
               MOVE "SELFAPPR" TO WS-AUTH-VERDICT
               PERFORM WRITE-SECURITY-LOG
                   THRU WRITE-SECURITY-LOG-EXIT
               GO TO SETTLE-ONE-CHANGE-EXIT
           END-IF

           ACCEPT WS-LOCK-STAMP-TIME FROM TIME
           MOVE WS-TODAY-DATE TO PND-STATUS-DATE
           MOVE WS-LOCK-STAMP-TIME(1:6) TO PND-STATUS-TIME

           MOVE PND-SUBMIT-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-CD-SERIAL
           IF WS-AGE-DAYS > WS-EXPIRE-DAYS
               SET PND-EXPIRED TO TRUE
               ADD 1 TO WS-CHANGES-EXPIRED
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "BRANCH-MAINT: ERROR - change "
                   PND-SUBMIT-DATE "-" PND-SEQ " has expired - "
                   "submit it again"
               PERFORM REWRITE-PENDING-CHANGE
                   THRU REWRITE-PENDING-CHANGE-EXIT
               GO TO SETTLE-ONE-CHANGE-EXIT
           END-IF

           MOVE WS-OPERATOR-ID TO PND-CHECKER
           MOVE APR-NOTE TO PND-NOTE
           IF APR-DECISION = "R"
               SET PND-REJECTED TO TRUE
               ADD 1 TO WS-CHANGES-REJECTED
               DISPLAY "BRANCH-MAINT: Change " PND-SUBMIT-DATE
                   "-" PND-SEQ " rejected"
           ELSE
               PERFORM APPLY-PENDING-CHANGE
                   THRU APPLY-PENDING-CHANGE-EXIT
           END-IF
           PERFORM REWRITE-PENDING-CHANGE
               THRU REWRITE-PENDING-CHANGE-EXIT.

       SETTLE-ONE-CHANGE-EXIT.
           EXIT.

       APPLY-PENDING-CHANGE.
           MOVE PND-CARD TO BRM-RECORD
           MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE
           MOVE WS-ERRORS-FOUND TO WS-ERRORS-BEFORE

           PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT

           IF WS-ERRORS-FOUND NOT = WS-ERRORS-BEFORE
               SET PND-FAILED TO TRUE
               ADD 1 TO WS-CHANGES-FAILED
               DISPLAY "BRANCH-MAINT: Change " PND-SUBMIT-DATE
                   "-" PND-SEQ " approved but not applied"
               GO TO APPLY-PENDING-CHANGE-EXIT
           END-IF

           SET PND-APPLIED TO TRUE
           ADD 1 TO WS-CHANGES-RELEASED
           DISPLAY "BRANCH-MAINT: Change " PND-SUBMIT-DATE
               "-" PND-SEQ " approved and applied: "
               BRM-ACTION " " BRM-CODE
           PERFORM WRITE-CHANGE-LOG THRU WRITE-CHANGE-LOG-EXIT.

       APPLY-PENDING-CHANGE-EXIT.
           EXIT.

       REWRITE-PENDING-CHANGE.
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "BRANCH-MAINT: *** ERROR - PENDCHG "
                       "REWRITE FAILED FOR " PND-SUBMIT-DATE "-"
                       PND-SEQ ", STATUS: " WS-PENDFILE-STATUS
                       " ***"
           END-REWRITE.

       REWRITE-PENDING-CHANGE-EXIT.
           EXIT.

       WRITE-CHANGE-LOG.
           MOVE SPACES TO REFLOG-RECORD
           ACCEPT WS-LOCK-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-STAMP-TIME FROM TIME
           STRING WS-LOCK-STAMP-DATE DELIMITED BY SIZE
               WS-LOCK-STAMP-TIME DELIMITED BY SIZE
               INTO RFL-TIMESTAMP
           MOVE PND-TARGET TO RFL-TARGET
           MOVE PND-SUBMIT-DATE TO RFL-CHANGE-DATE
           MOVE "-" TO RFL-CHANGE-DASH
           MOVE PND-SEQ TO RFL-CHANGE-SEQ
           MOVE BRM-ACTION TO RFL-ACTION
           MOVE PND-MAKER TO RFL-MAKER
           MOVE PND-CHECKER TO RFL-CHECKER
           MOVE WS-BEFORE-IMAGE TO RFL-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO RFL-AFTER-IMAGE
           WRITE REFLOG-RECORD.

       WRITE-CHANGE-LOG-EXIT.
           EXIT.

       PARSE-RUN-PARAMETERS.
           IF WS-RUN-PARM = SPACES

           UNSTRING WS-RUN-PARM DELIMITED BY ","
               INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                    WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)

           PERFORM APPLY-ONE-RUN-TOKEN THRU APPLY-ONE-RUN-TOKEN-EXIT
               VARYING WS-PARM-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-PARM-TOKEN-IDX > 4.

       PARSE-RUN-PARAMETERS-EXIT.
           EXIT.
           EVALUATE WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)
               WHEN "OVERRIDE"
                   SET WS-OVERRIDE-REQUESTED TO TRUE
               WHEN "APPROVE"
                   SET WS-APPROVE-MODE TO TRUE
               WHEN OTHER
                   MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
                   UNSTRING WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)
                   IF WS-PARM-KEY = "OPER"
                       MOVE WS-PARM-VAL(1:8) TO WS-OPERATOR-ID
                   END-IF
                   IF WS-PARM-KEY = "EXPIRE"
                       MOVE SPACES TO WS-PARM-NUMBER-TEXT
                       UNSTRING WS-PARM-VAL DELIMITED BY SPACE
                           INTO WS-PARM-NUMBER-TEXT
                       INSPECT WS-PARM-NUMBER-TEXT
                           REPLACING LEADING SPACE BY "0"
                       IF WS-PARM-NUMBER-TEXT NUMERIC
                           MOVE WS-PARM-NUMBER-TEXT TO WS-EXPIRE-DAYS
                       ELSE
                           DISPLAY "BRANCH-MAINT: *** WARNING - "
                               "EXPIRE value not numeric - "
                               WS-EXPIRE-DAYS " days used ***"
                       END-IF
                   END-IF
           END-EVALUATE.

       APPLY-ONE-RUN-TOKEN-EXIT.
           EXIT.

       APPLY-MAINT-CARD.
           IF BRM-CODE = SPACES
               ADD 1 TO WS-ERRORS-FOUND
           EXIT.

       ADD-BRANCH.
           IF BRM-REGION = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "BRANCH-MAINT: ERROR - branch " BRM-CODE
                   " has no region"
               GO TO ADD-BRANCH-EXIT
           END-IF
           PERFORM CHECK-BRANCH-REGION THRU CHECK-BRANCH-REGION-EXIT
           IF WS-ERRORS-FOUND NOT = WS-ERRORS-BEFORE
               GO TO ADD-BRANCH-EXIT
           END-IF

      *    REGION AND BRANCH SNAPSHOTS SHARE ONE KEY (SEE SNAPREC),
      *    SO A BRANCH MAY NOT TAKE A CODE ALREADY GIVEN TO A REGION.
           MOVE BRM-CODE TO RGN-CODE
           READ REGNFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "BRANCH-MAINT: ERROR - branch code "
                       BRM-CODE " is already a region code"
                   GO TO ADD-BRANCH-EXIT
           END-READ

           MOVE SPACES TO BRANCH-RECORD
           MOVE BRM-CODE TO BRCH-CODE
           MOVE BRM-NAME TO BRCH-NAME
                       "exists: " BRM-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED
                   MOVE BRANCH-RECORD TO WS-AFTER-IMAGE
           END-WRITE.

       ADD-BRANCH-EXIT.
                       "for change: " BRM-CODE
                   GO TO CHANGE-BRANCH-EXIT
           END-READ
           MOVE BRANCH-RECORD TO WS-BEFORE-IMAGE

      *    A CARD THAT LEAVES THE REGION ALONE IS NOT HELD UP BY IT.
           IF BRM-REGION NOT = SPACES
               PERFORM CHECK-BRANCH-REGION
                   THRU CHECK-BRANCH-REGION-EXIT
               IF WS-ERRORS-FOUND NOT = WS-ERRORS-BEFORE
                   GO TO CHANGE-BRANCH-EXIT
               END-IF
           END-IF

           IF BRM-NAME NOT = SPACES
               MOVE BRM-NAME TO BRCH-NAME
               MOVE BRM-STATUS TO BRCH-STATUS
           END-IF
           REWRITE BRANCH-RECORD
           ADD 1 TO WS-CHANGES-APPLIED
           MOVE BRANCH-RECORD TO WS-AFTER-IMAGE.

       CHANGE-BRANCH-EXIT.
           EXIT.
                       "for close: " BRM-CODE
                   GO TO CLOSE-BRANCH-EXIT
           END-READ
           MOVE BRANCH-RECORD TO WS-BEFORE-IMAGE

           SET BRCH-CLOSED TO TRUE
           REWRITE BRANCH-RECORD
           ADD 1 TO WS-CLOSES-APPLIED
           MOVE BRANCH-RECORD TO WS-AFTER-IMAGE.

       CLOSE-BRANCH-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE CARD'S REGION MUST BE ON THE REGION FILE AND OPEN. WITH
      *  NO REGION FILE THE REGION CANNOT BE PROVED, SO THE CARD
      *  FAILS RATHER THAN LET AN UNKNOWN REGION ONTO BRANCHFILE.
      *----------------------------------------------------------------
       CHECK-BRANCH-REGION.
           IF NOT WS-REGIONS-ON
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "BRANCH-MAINT: ERROR - region file not "
                   "available - region " BRM-REGION " for branch "
                   BRM-CODE " cannot be checked"
               GO TO CHECK-BRANCH-REGION-EXIT
           END-IF

           MOVE BRM-REGION TO RGN-CODE
           READ REGNFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "BRANCH-MAINT: ERROR - region " BRM-REGION
                       " for branch " BRM-CODE " is not on file"
                   GO TO CHECK-BRANCH-REGION-EXIT
           END-READ
           IF NOT RGN-OPEN
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "BRANCH-MAINT: ERROR - region " BRM-REGION
                   " for branch " BRM-CODE " is closed"
           END-IF.

       CHECK-BRANCH-REGION-EXIT.
           EXIT.

      *================================================================
      *  MASTER FILE EXCLUSIVE-USE LOCK (SEE THE MSTLOCK COPYBOOK).
      *  ACQUIRED BEFORE MASTFILE IS TOUCHED AND BLANKED ON CLEAN
                       DISPLAY "BRANCH-MAINT: *** WARNING - "
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
                       DISPLAY "BRANCH-MAINT: *** ERROR - "
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

       WRITE-SECURITY-LOG-EXIT.
           EXIT.

       CONVERT-DATE-TO-SERIAL.
           IF WS-CD-MONTH < 3
               COMPUTE WS-CD-WORK-YEAR = WS-CD-YEAR - 1
               COMPUTE WS-CD-WORK-MONTH = WS-CD-MONTH + 12
           ELSE
               MOVE WS-CD-YEAR TO WS-CD-WORK-YEAR
               MOVE WS-CD-MONTH TO WS-CD-WORK-MONTH
           END-IF

           DIVIDE WS-CD-WORK-YEAR BY 4
               GIVING WS-CD-QUARTER-DAYS
           DIVIDE WS-CD-WORK-YEAR BY 100
               GIVING WS-CD-CENTURY-DAYS
           DIVIDE WS-CD-WORK-YEAR BY 400
               GIVING WS-CD-QUADCENT-DAYS
           COMPUTE WS-CD-MONTH-WORK =
               153 * (WS-CD-WORK-MONTH + 1)
           DIVIDE WS-CD-MONTH-WORK BY 5
               GIVING WS-CD-MONTH-DAYS

           COMPUTE WS-CD-SERIAL = (365 * WS-CD-WORK-YEAR)
               + WS-CD-QUARTER-DAYS - WS-CD-CENTURY-DAYS
               + WS-CD-QUADCENT-DAYS + WS-CD-MONTH-DAYS
               + WS-CD-DAY - 400000.

       CONVERT-DATE-TO-SERIAL-EXIT.
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
               DISPLAY "BRANCH-MAINT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "BRANCH-MAINT" TO ALR-PROGRAM
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
