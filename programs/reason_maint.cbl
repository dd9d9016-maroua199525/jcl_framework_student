               FILE STATUS IS WS-RSNFILE-STATUS.
           SELECT RSMAINTFILE ASSIGN TO "RSMAINT"
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
       FD  RSNFILE.
           COPY "rsnrec".

       FD  RSMAINTFILE.
       01  RSMAINT-CARD            PIC X(80).

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
      *  REASON-CODE MAINTENANCE CARD - ONE ACTION PER CARD:
      *      A  ADD A NEW REASON CODE (DESCRIPTION REQUIRED)
      *      D  MARK AN EXISTING CODE CLOSED (STATUS C) - CODES ARE
      *         NEVER PHYSICALLY REMOVED, SO HISTORIC AUDIT RECORDS
      *         CARRYING THE CODE STAY EXPLAINABLE.
      *  SUBMITTED CARDS ARE QUEUED AS THEY ARE; AN APPROVED ONE IS
      *  TAKEN BACK OFF THE PENDING FILE INTO THIS SAME LAYOUT.
      *================================================================
       01  RSM-RECORD.
           05  RSM-ACTION          PIC X(01).
           05  RSM-CODE            PIC X(04).
           05  RSM-STATUS          PIC X(01).
           05  FILLER              PIC X(54).

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
       01  WS-PROGRAM-NAME         PIC X(18)  VALUE "REASON-MAINT".
       01  WS-STAMP-DATE           PIC 9(8)   VALUE 0.
       01  WS-STAMP-TIME           PIC 9(8)   VALUE 0.
       01  WS-RSNFILE-STATUS       PIC X(2)   VALUE "00".
       01  WS-EOF-FLAG             PIC X      VALUE 'N'.
       01  WS-CARDS-READ           PIC 9(5)   VALUE 0.
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
       01  WS-PEND-TARGET          PIC X(4)   VALUE "RSNC".
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
           DISPLAY "REASON-MAINT: Starting reason-code maintenance..."

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-CD-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
               THRU CONVERT-DATE-TO-SERIAL-EXIT
           MOVE WS-CD-SERIAL TO WS-RUN-SERIAL

      *    REOPENING A RETIRED REASON CODE WAVES TRAFFIC CARRYING IT
      *    STRAIGHT THROUGH THE DATAPROC EDIT, SO THE REASON FILE IS
      *    CHANGED UNDER DUAL CONTROL: SUBMITTING A CHANGE AND
      *    APPROVING ONE ARE SEPARATE AUTHORITIES, AND NO OPERATOR
      *    MAY APPROVE THEIR OWN.
           IF WS-APPROVE-MODE
               MOVE "RSAPPROV" TO WS-AUTH-ACTION
           ELSE
               MOVE "RSMAINT" TO WS-AUTH-ACTION
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
               DISPLAY "REASON-MAINT: *** ERROR - NO OPER= "
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
               DISPLAY "REASON-MAINT: *** ERROR - PENDCHG OPEN "
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

           DISPLAY "REASON-MAINT: Maintenance completed"
           DISPLAY "REASON-MAINT: Cards read:      " WS-CARDS-READ
           IF WS-APPROVE-MODE
               DISPLAY "REASON-MAINT: Changes approved:"
                   WS-CHANGES-RELEASED
               DISPLAY "REASON-MAINT: Changes rejected:"
                   WS-CHANGES-REJECTED
               DISPLAY "REASON-MAINT: Changes failed:  "
                   WS-CHANGES-FAILED
               DISPLAY "REASON-MAINT: Changes expired: "
                   WS-CHANGES-EXPIRED
               DISPLAY "REASON-MAINT: Adds applied:    "
                   WS-ADDS-APPLIED
               DISPLAY "REASON-MAINT: Changes applied: "
                   WS-CHANGES-APPLIED
               DISPLAY "REASON-MAINT: Closes applied:  "
                   WS-CLOSES-APPLIED
           ELSE
               DISPLAY "REASON-MAINT: Changes queued:  "
                   WS-CHANGES-QUEUED
           END-IF
           DISPLAY "REASON-MAINT: Errors found:    " WS-ERRORS-FOUND

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
      *  SEQUENCE NUMBER. RSNFILE IS NOT TOUCHED.
      *================================================================
       SUBMIT-CHANGES.
           PERFORM FIND-LAST-SEQUENCE THRU FIND-LAST-SEQUENCE-EXIT

           OPEN INPUT RSMAINTFILE

           PERFORM READ-MAINT-LOOP
               UNTIL WS-EOF-FLAG = 'Y'

           CLOSE RSMAINTFILE.

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
           READ RSMAINTFILE INTO RSM-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM QUEUE-MAINT-CARD
                       THRU QUEUE-MAINT-CARD-EXIT
           END-READ.

       QUEUE-MAINT-CARD.
           IF RSM-CODE = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REASON-MAINT: ERROR - card " WS-CARDS-READ
                   " has no reason code"
               GO TO QUEUE-MAINT-CARD-EXIT
           END-IF
           IF RSM-ACTION NOT = "A" AND RSM-ACTION NOT = "C"
               AND RSM-ACTION NOT = "D"
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REASON-MAINT: ERROR - unknown action '"
                   RSM-ACTION "' for code " RSM-CODE
               GO TO QUEUE-MAINT-CARD-EXIT
           END-IF
           IF WS-LAST-SEQ = 9999
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REASON-MAINT: ERROR - no change numbers "
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
           MOVE RSM-RECORD TO PND-CARD
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "REASON-MAINT: ERROR - change "
                       PND-SUBMIT-DATE "-" PND-SEQ
                       " already on PENDCHG, STATUS: "
                       WS-PENDFILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGES-QUEUED
                   DISPLAY "REASON-MAINT: Change " PND-SUBMIT-DATE
                       "-" PND-SEQ " queued for approval: "
                       RSM-ACTION " " RSM-CODE
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
           OPEN I-O RSNFILE
           IF WS-RSNFILE-STATUS = "35"
      *        FIRST-EVER MAINTENANCE RUN - THE REFERENCE FILE DOES
           IF WS-RSNFILE-STATUS NOT = "00"
               DISPLAY "REASON-MAINT: *** ERROR - RSNFILE OPEN "
                   "FAILED, STATUS: " WS-RSNFILE-STATUS " ***"
               SET WS-FATAL-ERROR TO TRUE
               GO TO APPROVE-CHANGES-EXIT
           END-IF

      *    NO CHANGE IS APPLIED UNLESS IT CAN BE LOGGED.
           OPEN EXTEND REFLOGFILE
           IF WS-REFLOG-STATUS = "35"
               OPEN OUTPUT REFLOGFILE
           END-IF
           IF WS-REFLOG-STATUS NOT = "00"
               DISPLAY "REASON-MAINT: *** ERROR - REFLOG OPEN "
                   "FAILED, STATUS: " WS-REFLOG-STATUS " ***"
               CLOSE RSNFILE
               SET WS-FATAL-ERROR TO TRUE
               GO TO APPROVE-CHANGES-EXIT
           END-IF

           OPEN INPUT CHGAPPRFILE

           PERFORM READ-APPROVAL-LOOP
               UNTIL WS-EOF-FLAG = 'Y'

           CLOSE CHGAPPRFILE
           CLOSE REFLOGFILE
           CLOSE RSNFILE.

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
               DISPLAY "REASON-MAINT: ERROR - card " WS-CARDS-READ
                   " decision must be A or R"
               GO TO SETTLE-ONE-CHANGE-EXIT
           END-IF
           IF APR-CHANGE-DATE NOT NUMERIC
               OR APR-CHANGE-SEQ NOT NUMERIC
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REASON-MAINT: ERROR - card " WS-CARDS-READ
                   " has a bad change number"
               GO TO SETTLE-ONE-CHANGE-EXIT
           END-IF

           MOVE WS-PEND-TARGET TO PND-TARGET
           MOVE APR-CHANGE-DATE TO PND-SUBMIT-DATE
           MOVE APR-CHANGE-SEQ TO PND-SEQ
           READ PENDFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "REASON-MAINT: ERROR - change "
                       APR-CHANGE-DATE "-" APR-CHANGE-SEQ
                       " not found"
                   GO TO SETTLE-ONE-CHANGE-EXIT
           END-READ

           IF NOT PND-PENDING
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REASON-MAINT: ERROR - change "
                   PND-SUBMIT-DATE "-" PND-SEQ
                   " already settled, status " PND-STATUS
               GO TO SETTLE-ONE-CHANGE-EXIT
           END-IF

           IF PND-MAKER = WS-OPERATOR-ID
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "REASON-MAINT: *** ERROR - CHANGE "
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
               DISPLAY "REASON-MAINT: ERROR - change "
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
               DISPLAY "REASON-MAINT: Change " PND-SUBMIT-DATE
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
           MOVE PND-CARD TO RSM-RECORD
           MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE
           MOVE WS-ERRORS-FOUND TO WS-ERRORS-BEFORE

           PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT

           IF WS-ERRORS-FOUND NOT = WS-ERRORS-BEFORE
               SET PND-FAILED TO TRUE
               ADD 1 TO WS-CHANGES-FAILED
               DISPLAY "REASON-MAINT: Change " PND-SUBMIT-DATE
                   "-" PND-SEQ " approved but not applied"
               GO TO APPLY-PENDING-CHANGE-EXIT
           END-IF

           SET PND-APPLIED TO TRUE
           ADD 1 TO WS-CHANGES-RELEASED
           DISPLAY "REASON-MAINT: Change " PND-SUBMIT-DATE
               "-" PND-SEQ " approved and applied: "
               RSM-ACTION " " RSM-CODE
           PERFORM WRITE-CHANGE-LOG THRU WRITE-CHANGE-LOG-EXIT.

       APPLY-PENDING-CHANGE-EXIT.
           EXIT.

       REWRITE-PENDING-CHANGE.
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "REASON-MAINT: *** ERROR - PENDCHG "
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
           MOVE RSM-ACTION TO RFL-ACTION
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
                           DISPLAY "REASON-MAINT: *** WARNING - "
                               "EXPIRE value not numeric - "
                               WS-EXPIRE-DAYS " days used ***"
                       END-IF
                   END-IF
           END-EVALUATE.

       APPLY-ONE-RUN-TOKEN-EXIT.
           EXIT.

       APPLY-MAINT-CARD.
           IF RSM-CODE = SPACES
               ADD 1 TO WS-ERRORS-FOUND
                       "exists: " RSM-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED
                   MOVE REASON-RECORD TO WS-AFTER-IMAGE
           END-WRITE.

       ADD-REASON-EXIT.
                       "for change: " RSM-CODE
                   GO TO CHANGE-REASON-EXIT
           END-READ
           MOVE REASON-RECORD TO WS-BEFORE-IMAGE

           IF RSM-DESC NOT = SPACES
               MOVE RSM-DESC TO RSN-DESC
               MOVE RSM-STATUS TO RSN-STATUS
           END-IF
           REWRITE REASON-RECORD
           ADD 1 TO WS-CHANGES-APPLIED
           MOVE REASON-RECORD TO WS-AFTER-IMAGE.

       CHANGE-REASON-EXIT.
           EXIT.
                       "for close: " RSM-CODE
                   GO TO CLOSE-REASON-EXIT
           END-READ
           MOVE REASON-RECORD TO WS-BEFORE-IMAGE

           SET RSN-CLOSED TO TRUE
           REWRITE REASON-RECORD
           ADD 1 TO WS-CLOSES-APPLIED
           MOVE REASON-RECORD TO WS-AFTER-IMAGE.

       CLOSE-REASON-EXIT.
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
               DISPLAY "REASON-MAINT: *** WARNING - NO "
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
               DISPLAY "REASON-MAINT: *** OPERATOR '"
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
               DISPLAY "REASON-MAINT: Security log not "
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
               DISPLAY "REASON-MAINT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "REASON-MAINT" TO ALR-PROGRAM
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
