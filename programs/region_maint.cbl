       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGION-MAINT.
       AUTHOR. JCL-FRAMEWORK-DEMO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGNFILE ASSIGN TO "REGNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGN-CODE
               FILE STATUS IS WS-REGNFILE-STATUS.
      *    BRANCHFILE IS READ, NEVER WRITTEN: A NEW REGION CODE MAY
      *    NOT CLASH WITH A BRANCH CODE, AND A REGION MAY NOT BE
      *    CLOSED WHILE AN OPEN BRANCH STILL REPORTS TO IT.
           SELECT BRANCHFILE ASSIGN TO "BRANCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRCH-CODE
               FILE STATUS IS WS-BRANCHFILE-STATUS.
           SELECT RGMAINTFILE ASSIGN TO "RGMAINT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    OPERATOR AUTHORITY CARDS (OPERATOR IN COLS 1-8, ACTION IN
      *    COLS 10-17) AND THE CUMULATIVE SECURITY LOG OF EVERY
      *    PRIVILEGED ATTEMPT - WHO, WHAT, WHEN, ALLOWED OR REFUSED.
           SELECT AUTHFILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHFILE-STATUS.
           SELECT SECLOGFILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
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
       FD  REGNFILE.
           COPY "regnrec".

       FD  BRANCHFILE.
           COPY "brnchrec".

       FD  RGMAINTFILE.
       01  RGMAINT-CARD            PIC X(80).

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
      *  REGION MAINTENANCE CARD - ONE ACTION PER CARD:
      *    COL   1     ACTION
      *    COLS  2-5   REGION CODE
      *    COLS  6-20  REGION NAME
      *    COLS 21-40  REGIONAL MANAGER
      *    COL  41     STATUS (O OPEN, C CLOSED)
      *  THE ACTIONS:
      *      A  ADD A NEW REGION (NAME AND MANAGER REQUIRED)
      *      C  CHANGE NAME/MANAGER/STATUS OF AN EXISTING REGION
      *      D  MARK AN EXISTING REGION CLOSED (STATUS C) - REGIONS
      *         ARE NEVER PHYSICALLY REMOVED, SO HISTORIC SNAPSHOTS
      *         CARRYING THE CODE STAY EXPLAINABLE. A REGION WITH
      *         AN OPEN BRANCH STILL IN IT CANNOT BE CLOSED - MOVE
      *         OR CLOSE THE BRANCHES FIRST.
      *  SUBMITTED CARDS ARE QUEUED AS THEY ARE; AN APPROVED ONE IS
      *  TAKEN BACK OFF THE PENDING FILE INTO THIS SAME LAYOUT.
      *================================================================
       01  RGM-RECORD.
           05  RGM-ACTION          PIC X(01).
           05  RGM-CODE            PIC X(04).
           05  RGM-NAME            PIC X(15).
           05  RGM-MANAGER         PIC X(20).
           05  RGM-STATUS          PIC X(01).
           05  FILLER              PIC X(39).

       01  WS-AUTHFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-SECLOG-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-AUTH-EOF-SW          PIC X       VALUE 'N'.
           88  WS-AUTH-EOF                     VALUE 'Y'.
       01  WS-OPERATOR-ID          PIC X(8)    VALUE SPACES.
       01  WS-AUTH-ACTION          PIC X(8)    VALUE SPACES.
       01  WS-AUTH-VERDICT         PIC X(8)    VALUE SPACES.
       01  WS-AUTH-ALLOWED-SW      PIC X       VALUE 'N'.
           88  WS-AUTH-ALLOWED                 VALUE 'Y'.
       01  WS-RUN-PARM             PIC X(40)  VALUE SPACES.
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN       PIC X(20)  OCCURS 4 TIMES
                                    VALUE SPACES.
       01  WS-PARM-TOKEN-IDX       PIC 9(2)   VALUE 0.
       01  WS-PARM-KEY             PIC X(20)  VALUE SPACES.
       01  WS-PARM-VAL             PIC X(20)  VALUE SPACES.
       01  WS-PROGRAM-NAME         PIC X(18)  VALUE "REGION-MAINT".
       01  WS-STAMP-DATE           PIC 9(8)   VALUE 0.
       01  WS-STAMP-TIME           PIC 9(8)   VALUE 0.
       01  WS-REGNFILE-STATUS      PIC X(2)   VALUE "00".
       01  WS-BRANCHFILE-STATUS    PIC X(2)   VALUE SPACES.
       01  WS-BRANCHES-ON-SW       PIC X      VALUE 'N'.
           88  WS-BRANCHES-ON                 VALUE 'Y'.
       01  WS-BRANCH-EOF-SW        PIC X      VALUE 'N'.
           88  WS-BRANCH-EOF                  VALUE 'Y'.
       01  WS-OPEN-BRANCHES        PIC 9(5)   VALUE 0.
       01  WS-EOF-FLAG             PIC X      VALUE 'N'.
       01  WS-CARDS-READ           PIC 9(5)   VALUE 0.
       01  WS-ADDS-APPLIED         PIC 9(5)   VALUE 0.
       01  WS-CHANGES-APPLIED      PIC 9(5)   VALUE 0.
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
       01  WS-PEND-TARGET          PIC X(4)   VALUE "REGN".
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
           DISPLAY "REGION-MAINT: Starting region maintenance..."

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           MOVE WS-CD-SERIAL TO WS-RUN-SERIAL

      *    A REGION DECIDES WHICH MANAGER RECEIVES A BRANCH'S
      *    FIGURES AND WHERE ITS MONTH-END TOTALS ARE FROZEN, SO THE
      *    REGION FILE IS CHANGED UNDER DUAL CONTROL: SUBMITTING A
      *    CHANGE AND APPROVING ONE ARE SEPARATE AUTHORITIES, AND NO
      *    OPERATOR MAY APPROVE THEIR OWN.
           IF WS-APPROVE-MODE
               MOVE "RGAPPROV" TO WS-AUTH-ACTION
           ELSE
               MOVE "RGMAINT" TO WS-AUTH-ACTION
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
               DISPLAY "REGION-MAINT: *** ERROR - NO OPER= "
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
               DISPLAY "REGION-MAINT: *** ERROR - PENDCHG OPEN "
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

           DISPLAY "REGION-MAINT: Maintenance completed"
           DISPLAY "REGION-MAINT: Cards read:      " WS-CARDS-READ
           IF WS-APPROVE-MODE
               DISPLAY "REGION-MAINT: Changes approved:"
                   WS-CHANGES-RELEASED
               DISPLAY "REGION-MAINT: Changes rejected:"
                   WS-CHANGES-REJECTED
               DISPLAY "REGION-MAINT: Changes failed:  "
                   WS-CHANGES-FAILED
               DISPLAY "REGION-MAINT: Changes expired: "
                   WS-CHANGES-EXPIRED
               DISPLAY "REGION-MAINT: Adds applied:    "
                   WS-ADDS-APPLIED
               DISPLAY "REGION-MAINT: Changes applied: "
                   WS-CHANGES-APPLIED
               DISPLAY "REGION-MAINT: Closes applied:  "
                   WS-CLOSES-APPLIED
           ELSE
               DISPLAY "REGION-MAINT: Changes queued:  "
                   WS-CHANGES-QUEUED
           END-IF
           DISPLAY "REGION-MAINT: Errors found:    " WS-ERRORS-FOUND

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
      *  SEQUENCE NUMBER. REGNFILE IS NOT TOUCHED.
      *================================================================
       SUBMIT-CHANGES.
           PERFORM FIND-LAST-SEQUENCE THRU FIND-LAST-SEQUENCE-EXIT

           OPEN INPUT RGMAINTFILE

           PERFORM READ-MAINT-LOOP
               UNTIL WS-EOF-FLAG = 'Y'

           CLOSE RGMAINTFILE.

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
           READ RGMAINTFILE INTO RGM-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM QUEUE-MAINT-CARD
                       THRU QUEUE-MAINT-CARD-EXIT
           END-READ.

       QUEUE-MAINT-CARD.
           IF RGM-CODE = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REGION-MAINT: ERROR - card " WS-CARDS-READ
                   " has no region code"
               GO TO QUEUE-MAINT-CARD-EXIT
           END-IF
           IF RGM-ACTION NOT = "A" AND RGM-ACTION NOT = "C"
               AND RGM-ACTION NOT = "D"
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REGION-MAINT: ERROR - unknown action '"
                   RGM-ACTION "' for region " RGM-CODE
               GO TO QUEUE-MAINT-CARD-EXIT
           END-IF
           IF WS-LAST-SEQ = 9999
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REGION-MAINT: ERROR - no change numbers "
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
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-STAMP-TIME(1:6) TO PND-SUBMIT-TIME
           MOVE RGM-RECORD TO PND-CARD
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "REGION-MAINT: ERROR - change "
                       PND-SUBMIT-DATE "-" PND-SEQ
                       " already on PENDCHG, STATUS: "
                       WS-PENDFILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGES-QUEUED
                   DISPLAY "REGION-MAINT: Change " PND-SUBMIT-DATE
                       "-" PND-SEQ " queued for approval: "
                       RGM-ACTION " " RGM-CODE
           END-WRITE.

       QUEUE-MAINT-CARD-EXIT.
           EXIT.

      *================================================================
      *  APPROVE - EACH APPROVAL CARD SETTLES ONE PENDING CHANGE. THE
      *  CHANGE MUST STILL BE PENDING, NOT PAST ITS EXPIRY, AND HAVE
      *  BEEN SUBMITTED BY SOMEONE OTHER THAN THIS OPERATOR. AN
      *  APPROVED CARD IS APPLIED EXACTLY AS A SUBMITTED CARD ONCE
      *  WAS, AND LOGGED ON REFLOG.
      *================================================================
       APPROVE-CHANGES.
           OPEN I-O REGNFILE
           IF WS-REGNFILE-STATUS = "35"
      *        FIRST-EVER MAINTENANCE RUN - THE REFERENCE FILE DOES
      *        NOT EXIST YET, SO CREATE IT RATHER THAN FAIL.
               OPEN OUTPUT REGNFILE
               CLOSE REGNFILE
               OPEN I-O REGNFILE
           END-IF
           IF WS-REGNFILE-STATUS NOT = "00"
               DISPLAY "REGION-MAINT: *** ERROR - REGNFILE OPEN "
                   "FAILED, STATUS: " WS-REGNFILE-STATUS " ***"
               SET WS-FATAL-ERROR TO TRUE
               GO TO APPROVE-CHANGES-EXIT
           END-IF

           OPEN INPUT BRANCHFILE
           IF WS-BRANCHFILE-STATUS = "00"
               SET WS-BRANCHES-ON TO TRUE
           ELSE
               DISPLAY "REGION-MAINT: *** WARNING - BRANCHFILE NOT "
                   "AVAILABLE, STATUS: " WS-BRANCHFILE-STATUS
                   " - ADDS AND CLOSES WILL FAIL ***"
           END-IF

      *    NO CHANGE IS APPLIED UNLESS IT CAN BE LOGGED.
           OPEN EXTEND REFLOGFILE
           IF WS-REFLOG-STATUS = "35"
               OPEN OUTPUT REFLOGFILE
           END-IF
           IF WS-REFLOG-STATUS NOT = "00"
               DISPLAY "REGION-MAINT: *** ERROR - REFLOG OPEN "
                   "FAILED, STATUS: " WS-REFLOG-STATUS " ***"
               CLOSE REGNFILE
               IF WS-BRANCHES-ON
                   CLOSE BRANCHFILE
               END-IF
               SET WS-FATAL-ERROR TO TRUE
               GO TO APPROVE-CHANGES-EXIT
           END-IF

           OPEN INPUT CHGAPPRFILE

           PERFORM READ-APPROVAL-LOOP
               UNTIL WS-EOF-FLAG = 'Y'

           CLOSE CHGAPPRFILE
           CLOSE REFLOGFILE
           CLOSE REGNFILE
           IF WS-BRANCHES-ON
               CLOSE BRANCHFILE
           END-IF.

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
               DISPLAY "REGION-MAINT: ERROR - card " WS-CARDS-READ
                   " decision must be A or R"
               GO TO SETTLE-ONE-CHANGE-EXIT
           END-IF
           IF APR-CHANGE-DATE NOT NUMERIC
               OR APR-CHANGE-SEQ NOT NUMERIC
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REGION-MAINT: ERROR - card " WS-CARDS-READ
                   " has a bad change number"
               GO TO SETTLE-ONE-CHANGE-EXIT
           END-IF

           MOVE WS-PEND-TARGET TO PND-TARGET
           MOVE APR-CHANGE-DATE TO PND-SUBMIT-DATE
           MOVE APR-CHANGE-SEQ TO PND-SEQ
           READ PENDFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "REGION-MAINT: ERROR - change "
                       APR-CHANGE-DATE "-" APR-CHANGE-SEQ
                       " not found"
                   GO TO SETTLE-ONE-CHANGE-EXIT
           END-READ

           IF NOT PND-PENDING
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REGION-MAINT: ERROR - change "
                   PND-SUBMIT-DATE "-" PND-SEQ
                   " already settled, status " PND-STATUS
               GO TO SETTLE-ONE-CHANGE-EXIT
           END-IF

           IF PND-MAKER = WS-OPERATOR-ID
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REGION-MAINT: *** ERROR - CHANGE "
                   PND-SUBMIT-DATE "-" PND-SEQ " WAS SUBMITTED BY "
                   PND-MAKER " - IT NEEDS A DIFFERENT APPROVER ***"
               MOVE "SELFAPPR" TO WS-AUTH-VERDICT
               PERFORM WRITE-SECURITY-LOG
                   THRU WRITE-SECURITY-LOG-EXIT
               GO TO SETTLE-ONE-CHANGE-EXIT
           END-IF

           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-TODAY-DATE TO PND-STATUS-DATE
           MOVE WS-STAMP-TIME(1:6) TO PND-STATUS-TIME

           MOVE PND-SUBMIT-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-CD-SERIAL
           IF WS-AGE-DAYS > WS-EXPIRE-DAYS
               SET PND-EXPIRED TO TRUE
               ADD 1 TO WS-CHANGES-EXPIRED
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REGION-MAINT: ERROR - change "
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
               DISPLAY "REGION-MAINT: Change " PND-SUBMIT-DATE
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
           MOVE PND-CARD TO RGM-RECORD
           MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE
           MOVE WS-ERRORS-FOUND TO WS-ERRORS-BEFORE

           PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT

           IF WS-ERRORS-FOUND NOT = WS-ERRORS-BEFORE
               SET PND-FAILED TO TRUE
               ADD 1 TO WS-CHANGES-FAILED
               DISPLAY "REGION-MAINT: Change " PND-SUBMIT-DATE
                   "-" PND-SEQ " approved but not applied"
               GO TO APPLY-PENDING-CHANGE-EXIT
           END-IF

           SET PND-APPLIED TO TRUE
           ADD 1 TO WS-CHANGES-RELEASED
           DISPLAY "REGION-MAINT: Change " PND-SUBMIT-DATE
               "-" PND-SEQ " approved and applied: "
               RGM-ACTION " " RGM-CODE
           PERFORM WRITE-CHANGE-LOG THRU WRITE-CHANGE-LOG-EXIT.

       APPLY-PENDING-CHANGE-EXIT.
           EXIT.

       REWRITE-PENDING-CHANGE.
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "REGION-MAINT: *** ERROR - PENDCHG "
                       "REWRITE FAILED FOR " PND-SUBMIT-DATE "-"
                       PND-SEQ ", STATUS: " WS-PENDFILE-STATUS
                       " ***"
           END-REWRITE.

       REWRITE-PENDING-CHANGE-EXIT.
           EXIT.

       WRITE-CHANGE-LOG.
           MOVE SPACES TO REFLOG-RECORD
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           STRING WS-STAMP-DATE DELIMITED BY SIZE
               WS-STAMP-TIME DELIMITED BY SIZE
               INTO RFL-TIMESTAMP
           MOVE PND-TARGET TO RFL-TARGET
           MOVE PND-SUBMIT-DATE TO RFL-CHANGE-DATE
           MOVE "-" TO RFL-CHANGE-DASH
           MOVE PND-SEQ TO RFL-CHANGE-SEQ
           MOVE RGM-ACTION TO RFL-ACTION
           MOVE PND-MAKER TO RFL-MAKER
           MOVE PND-CHECKER TO RFL-CHECKER
           MOVE WS-BEFORE-IMAGE TO RFL-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO RFL-AFTER-IMAGE
           WRITE REFLOG-RECORD.

       WRITE-CHANGE-LOG-EXIT.
           EXIT.

       PARSE-RUN-PARAMETERS.
           IF WS-RUN-PARM = SPACES
               GO TO PARSE-RUN-PARAMETERS-EXIT
           END-IF

           UNSTRING WS-RUN-PARM DELIMITED BY ","
               INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                    WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)

           PERFORM APPLY-ONE-RUN-TOKEN THRU APPLY-ONE-RUN-TOKEN-EXIT
               VARYING WS-PARM-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-PARM-TOKEN-IDX > 4.

       PARSE-RUN-PARAMETERS-EXIT.
           EXIT.

       APPLY-ONE-RUN-TOKEN.
           IF WS-PARM-TOKEN(WS-PARM-TOKEN-IDX) = SPACES
               GO TO APPLY-ONE-RUN-TOKEN-EXIT
           END-IF

           EVALUATE WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)
               WHEN "APPROVE"
                   SET WS-APPROVE-MODE TO TRUE
               WHEN OTHER
                   MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
                   UNSTRING WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)
                       DELIMITED BY "="
                       INTO WS-PARM-KEY WS-PARM-VAL
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
                           DISPLAY "REGION-MAINT: *** WARNING - "
                               "EXPIRE value not numeric - "
                               WS-EXPIRE-DAYS " days used ***"
                       END-IF
                   END-IF
           END-EVALUATE.

       APPLY-ONE-RUN-TOKEN-EXIT.
           EXIT.

       APPLY-MAINT-CARD.
           IF RGM-CODE = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REGION-MAINT: ERROR - card " WS-CARDS-READ
                   " has no region code"
               GO TO APPLY-MAINT-CARD-EXIT
           END-IF

           EVALUATE RGM-ACTION
               WHEN "A"
                   PERFORM ADD-REGION THRU ADD-REGION-EXIT
               WHEN "C"
                   PERFORM CHANGE-REGION THRU CHANGE-REGION-EXIT
               WHEN "D"
                   PERFORM CLOSE-REGION THRU CLOSE-REGION-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "REGION-MAINT: ERROR - unknown action '"
                       RGM-ACTION "' for region " RGM-CODE
           END-EVALUATE.

       APPLY-MAINT-CARD-EXIT.
           EXIT.

       ADD-REGION.
           IF RGM-NAME = SPACES OR RGM-MANAGER = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REGION-MAINT: ERROR - region " RGM-CODE
                   " needs both a name and a manager"
               GO TO ADD-REGION-EXIT
           END-IF
           IF RGM-CODE = "????" OR RGM-CODE(1:1) = "*"
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REGION-MAINT: ERROR - region code " RGM-CODE
                   " is reserved"
               GO TO ADD-REGION-EXIT
           END-IF
           IF RGM-STATUS NOT = SPACES AND RGM-STATUS NOT = "O"
               AND RGM-STATUS NOT = "C"
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REGION-MAINT: ERROR - region " RGM-CODE
                   " status must be O or C"
               GO TO ADD-REGION-EXIT
           END-IF

      *    REGION AND BRANCH SNAPSHOTS SHARE ONE KEY, SO A REGION
      *    MAY NOT TAKE A CODE ALREADY GIVEN TO A BRANCH - AND THAT
      *    CANNOT BE PROVED WITHOUT THE BRANCH FILE.
           IF NOT WS-BRANCHES-ON
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REGION-MAINT: ERROR - branch file not "
                   "available - region " RGM-CODE " not added"
               GO TO ADD-REGION-EXIT
           END-IF
           MOVE RGM-CODE TO BRCH-CODE
           READ BRANCHFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "REGION-MAINT: ERROR - region code "
                       RGM-CODE " is already a branch code"
                   GO TO ADD-REGION-EXIT
           END-READ

           MOVE SPACES TO REGION-RECORD
           MOVE RGM-CODE TO RGN-CODE
           MOVE RGM-NAME TO RGN-NAME
           MOVE RGM-MANAGER TO RGN-MANAGER
           IF RGM-STATUS = SPACES
               SET RGN-OPEN TO TRUE
           ELSE
               MOVE RGM-STATUS TO RGN-STATUS
           END-IF
           WRITE REGION-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "REGION-MAINT: ERROR - region already "
                       "exists: " RGM-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED
                   MOVE REGION-RECORD TO WS-AFTER-IMAGE
           END-WRITE.

       ADD-REGION-EXIT.
           EXIT.

       CHANGE-REGION.
           IF RGM-STATUS NOT = SPACES AND RGM-STATUS NOT = "O"
               AND RGM-STATUS NOT = "C"
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REGION-MAINT: ERROR - region " RGM-CODE
                   " status must be O or C"
               GO TO CHANGE-REGION-EXIT
           END-IF

           MOVE RGM-CODE TO RGN-CODE
           READ REGNFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "REGION-MAINT: ERROR - region not found "
                       "for change: " RGM-CODE
                   GO TO CHANGE-REGION-EXIT
           END-READ
           MOVE REGION-RECORD TO WS-BEFORE-IMAGE

           IF RGM-STATUS = "C" AND NOT RGN-CLOSED
               PERFORM CHECK-REGION-EMPTY THRU CHECK-REGION-EMPTY-EXIT
               IF WS-ERRORS-FOUND NOT = WS-ERRORS-BEFORE
                   GO TO CHANGE-REGION-EXIT
               END-IF
           END-IF

           IF RGM-NAME NOT = SPACES
               MOVE RGM-NAME TO RGN-NAME
           END-IF
           IF RGM-MANAGER NOT = SPACES
               MOVE RGM-MANAGER TO RGN-MANAGER
           END-IF
           IF RGM-STATUS NOT = SPACES
               MOVE RGM-STATUS TO RGN-STATUS
           END-IF
           REWRITE REGION-RECORD
           ADD 1 TO WS-CHANGES-APPLIED
           MOVE REGION-RECORD TO WS-AFTER-IMAGE.

       CHANGE-REGION-EXIT.
           EXIT.

       CLOSE-REGION.
           MOVE RGM-CODE TO RGN-CODE
           READ REGNFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "REGION-MAINT: ERROR - region not found "
                       "for close: " RGM-CODE
                   GO TO CLOSE-REGION-EXIT
           END-READ
           MOVE REGION-RECORD TO WS-BEFORE-IMAGE

           PERFORM CHECK-REGION-EMPTY THRU CHECK-REGION-EMPTY-EXIT
           IF WS-ERRORS-FOUND NOT = WS-ERRORS-BEFORE
               GO TO CLOSE-REGION-EXIT
           END-IF

           SET RGN-CLOSED TO TRUE
           REWRITE REGION-RECORD
           ADD 1 TO WS-CLOSES-APPLIED
           MOVE REGION-RECORD TO WS-AFTER-IMAGE.

       CLOSE-REGION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  A REGION IS ONLY CLOSED ONCE NO OPEN BRANCH REPORTS TO IT -
      *  OTHERWISE THE BRANCH WOULD FAIL EVERY LATER BRANCH-MAINT
      *  EDIT AND ITS FIGURES WOULD ROLL UP TO A RETIRED REGION.
      *  THE WHOLE BRANCH FILE IS SWEPT; WITHOUT IT THE CLOSE FAILS.
      *----------------------------------------------------------------
       CHECK-REGION-EMPTY.
           IF NOT WS-BRANCHES-ON
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REGION-MAINT: ERROR - branch file not "
                   "available - region " RGM-CODE " not closed"
               GO TO CHECK-REGION-EMPTY-EXIT
           END-IF

           MOVE 0 TO WS-OPEN-BRANCHES
           MOVE 'N' TO WS-BRANCH-EOF-SW
           MOVE LOW-VALUES TO BRCH-CODE
           START BRANCHFILE KEY IS NOT LESS THAN BRCH-CODE
               INVALID KEY
                   SET WS-BRANCH-EOF TO TRUE
           END-START
           PERFORM COUNT-ONE-BRANCH
               UNTIL WS-BRANCH-EOF

           IF WS-OPEN-BRANCHES > 0
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REGION-MAINT: ERROR - region " RGM-CODE
                   " still has " WS-OPEN-BRANCHES " open branches"
                   " - not closed"
           END-IF.

       CHECK-REGION-EMPTY-EXIT.
           EXIT.

       COUNT-ONE-BRANCH.
           READ BRANCHFILE NEXT RECORD
               AT END
                   SET WS-BRANCH-EOF TO TRUE
               NOT AT END
                   IF BRCH-REGION = RGM-CODE AND NOT BRCH-CLOSED
                       ADD 1 TO WS-OPEN-BRANCHES
                   END-IF
           END-READ.

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
               DISPLAY "REGION-MAINT: *** WARNING - NO "
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
               DISPLAY "REGION-MAINT: *** OPERATOR '"
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
               DISPLAY "REGION-MAINT: Security log not "
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
               DISPLAY "REGION-MAINT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "REGION-MAINT" TO ALR-PROGRAM
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
