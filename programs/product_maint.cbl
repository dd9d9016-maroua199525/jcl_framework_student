       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-MAINT.
       AUTHOR. JCL-FRAMEWORK-DEMO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODFILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODFILE-STATUS.
           SELECT PRMAINTFILE ASSIGN TO "PRMAINT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    PRODUCT REFERENCE EDITS MID-POSTING WOULD CHANGE WHAT THE
      *    DATAPROC PRODUCT EDIT ACCEPTS HALFWAY THROUGH A RUN - SO
      *    MAINTENANCE TAKES THE SAME EXCLUSIVE-USE LOCK AS THE
      *    MASTER FILE UPDATERS.
      *    OPERATOR AUTHORITY CARDS (OPERATOR IN COLS 1-8, ACTION IN
      *    COLS 10-17) AND THE CUMULATIVE SECURITY LOG OF EVERY
      *    PRIVILEGED ATTEMPT - WHO, WHAT, WHEN, ALLOWED OR REFUSED.
           SELECT AUTHFILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHFILE-STATUS.
           SELECT SECLOGFILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT MASTLOCKFILE ASSIGN TO "MASTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTLOCK-STATUS.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODFILE.
           COPY "prodrec".

      *================================================================
      *  PRODUCT MAINTENANCE CARD - ONE ACTION PER CARD:
      *      A  ADD A NEW PRODUCT (NAME AND CLASS REQUIRED; STATUS
      *         DEFAULTS TO OPEN)
      *      C  CHANGE NAME/CLASS/STATUS OF AN EXISTING PRODUCT
      *      D  MARK AN EXISTING PRODUCT CLOSED (STATUS C) - NO NEW
      *         ACCOUNT MAY BE OPENED UNDER IT, BUT ACCOUNTS ALREADY
      *         CARRYING THE CODE KEEP IT, SO PRODUCTS ARE NEVER
      *         PHYSICALLY REMOVED.
      *  CLASS IS S (SAVINGS), C (CHECKING) OR T (TERM).
      *================================================================
       FD  PRMAINTFILE.
       01  PRM-RECORD.
           05  PRM-ACTION          PIC X(01).
           05  PRM-CODE            PIC X(04).
           05  PRM-NAME            PIC X(20).
           05  PRM-CLASS           PIC X(01).
           05  PRM-STATUS          PIC X(01).
           05  FILLER              PIC X(53).

       FD  MASTLOCKFILE.
           COPY "mstlock".

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
       01  WS-PRODFILE-STATUS    PIC X(2)   VALUE "00".
       01  WS-RUN-PARM             PIC X(40)  VALUE SPACES.
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN       PIC X(20)  OCCURS 2 TIMES
                                    VALUE SPACES.
       01  WS-PARM-TOKEN-IDX       PIC 9(2)   VALUE 0.
       01  WS-PARM-KEY             PIC X(20)  VALUE SPACES.
       01  WS-PARM-VAL             PIC X(20)  VALUE SPACES.
       01  WS-MASTLOCK-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-LOCK-HELD-SW         PIC X      VALUE 'N'.
           88  WS-LOCK-HELD                   VALUE 'Y'.
       01  WS-LOCK-REFUSED-SW      PIC X      VALUE 'N'.
           88  WS-LOCK-REFUSED                VALUE 'Y'.
       01  WS-OVERRIDE-SW          PIC X      VALUE 'N'.
           88  WS-OVERRIDE-REQUESTED          VALUE 'Y'.
       01  WS-LOCK-PROGRAM-NAME    PIC X(18)  VALUE "PRODUCT-MAINT".
       01  WS-LOCK-STAMP-DATE      PIC 9(8)   VALUE 0.
       01  WS-LOCK-STAMP-TIME      PIC 9(8)   VALUE 0.
       01  WS-EOF-FLAG             PIC X      VALUE 'N'.
       01  WS-CARDS-READ           PIC 9(5)   VALUE 0.
       01  WS-ADDS-APPLIED         PIC 9(5)   VALUE 0.
       01  WS-CHANGES-APPLIED      PIC 9(5)   VALUE 0.
       01  WS-CLOSES-APPLIED       PIC 9(5)   VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(5)   VALUE 0.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PRODUCT-MAINT: Starting product maintenance..."

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT

      *    REWRITING THE PRODUCT REFERENCE IS PRIVILEGED - A NEW OR
      *    REOPENED PRODUCT DECIDES WHICH RATE TIERS AND AMOUNT
      *    LIMITS EVERY ACCOUNT OPENED UNDER IT WILL GET.
           MOVE "PRMAINT" TO WS-AUTH-ACTION
           PERFORM CHECK-OPERATOR-AUTHORITY
               THRU CHECK-OPERATOR-AUTHORITY-EXIT
           IF NOT WS-AUTH-ALLOWED
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM ACQUIRE-MASTER-LOCK THRU ACQUIRE-MASTER-LOCK-EXIT
           IF WS-LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN I-O PRODFILE
           IF WS-PRODFILE-STATUS = "35"
      *        FIRST-EVER MAINTENANCE RUN - THE REFERENCE FILE DOES
      *        NOT EXIST YET, SO CREATE IT RATHER THAN FAIL.
               OPEN OUTPUT PRODFILE
               CLOSE PRODFILE
               OPEN I-O PRODFILE
           END-IF
           IF WS-PRODFILE-STATUS NOT = "00"
               DISPLAY "PRODUCT-MAINT: *** ERROR - PRODFILE OPEN "
                   "FAILED, STATUS: " WS-PRODFILE-STATUS " ***"
               PERFORM RELEASE-MASTER-LOCK
                   THRU RELEASE-MASTER-LOCK-EXIT
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT PRMAINTFILE

           PERFORM READ-MAINT-LOOP
               UNTIL WS-EOF-FLAG = 'Y'

           CLOSE PRODFILE
           CLOSE PRMAINTFILE

           PERFORM RELEASE-MASTER-LOCK THRU RELEASE-MASTER-LOCK-EXIT

           DISPLAY "PRODUCT-MAINT: Maintenance completed"
           DISPLAY "PRODUCT-MAINT: Cards read:      " WS-CARDS-READ
           DISPLAY "PRODUCT-MAINT: Adds applied:    " WS-ADDS-APPLIED
           DISPLAY "PRODUCT-MAINT: Changes applied: "
               WS-CHANGES-APPLIED
           DISPLAY "PRODUCT-MAINT: Closes applied:  " WS-CLOSES-APPLIED
           DISPLAY "PRODUCT-MAINT: Errors found:    " WS-ERRORS-FOUND

           IF WS-ERRORS-FOUND > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

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

           EVALUATE WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)
               WHEN "OVERRIDE"
                   SET WS-OVERRIDE-REQUESTED TO TRUE
               WHEN OTHER
                   MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
                   UNSTRING WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)
                       DELIMITED BY "="
                       INTO WS-PARM-KEY WS-PARM-VAL
                   IF WS-PARM-KEY = "OPER"
                       MOVE WS-PARM-VAL(1:8) TO WS-OPERATOR-ID
                   END-IF
           END-EVALUATE.

       APPLY-ONE-RUN-TOKEN-EXIT.
           EXIT.

       READ-MAINT-LOOP.
           READ PRMAINTFILE INTO PRM-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM APPLY-MAINT-CARD
                       THRU APPLY-MAINT-CARD-EXIT
           END-READ.

       APPLY-MAINT-CARD.
           IF PRM-CODE = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "PRODUCT-MAINT: ERROR - card " WS-CARDS-READ
                   " has no product code"
               GO TO APPLY-MAINT-CARD-EXIT
           END-IF

           EVALUATE PRM-ACTION
               WHEN "A"
                   PERFORM ADD-PRODUCT THRU ADD-PRODUCT-EXIT
               WHEN "C"
                   PERFORM CHANGE-PRODUCT THRU CHANGE-PRODUCT-EXIT
               WHEN "D"
                   PERFORM CLOSE-PRODUCT THRU CLOSE-PRODUCT-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "PRODUCT-MAINT: ERROR - unknown action '"
                       PRM-ACTION "' for product " PRM-CODE
           END-EVALUATE.

       APPLY-MAINT-CARD-EXIT.
           EXIT.

       ADD-PRODUCT.
           MOVE PRM-CLASS TO PROD-CLASS
           IF NOT PROD-CLASS-VALID
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "PRODUCT-MAINT: ERROR - product class must be "
                   "S, C or T on card " WS-CARDS-READ
               GO TO ADD-PRODUCT-EXIT
           END-IF

           MOVE SPACES TO PRODUCT-RECORD
           MOVE PRM-CODE TO PROD-CODE
           MOVE PRM-NAME TO PROD-NAME
           MOVE PRM-CLASS TO PROD-CLASS
           IF PRM-STATUS = SPACES
               SET PROD-OPEN TO TRUE
           ELSE
               MOVE PRM-STATUS TO PROD-STATUS
           END-IF
           WRITE PRODUCT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "PRODUCT-MAINT: ERROR - product already "
                       "exists: " PRM-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED
           END-WRITE.

       ADD-PRODUCT-EXIT.
           EXIT.

       CHANGE-PRODUCT.
           MOVE PRM-CODE TO PROD-CODE
           READ PRODFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "PRODUCT-MAINT: ERROR - product not found "
                       "for change: " PRM-CODE
                   GO TO CHANGE-PRODUCT-EXIT
           END-READ

           IF PRM-NAME NOT = SPACES
               MOVE PRM-NAME TO PROD-NAME
           END-IF
           IF PRM-CLASS NOT = SPACES
               IF PRM-CLASS NOT = "S" AND PRM-CLASS NOT = "C"
                   AND PRM-CLASS NOT = "T"
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "PRODUCT-MAINT: ERROR - product class must "
                       "be S, C or T on card " WS-CARDS-READ
                   GO TO CHANGE-PRODUCT-EXIT
               END-IF
               MOVE PRM-CLASS TO PROD-CLASS
           END-IF
           IF PRM-STATUS NOT = SPACES
               MOVE PRM-STATUS TO PROD-STATUS
           END-IF
           REWRITE PRODUCT-RECORD
           ADD 1 TO WS-CHANGES-APPLIED.

       CHANGE-PRODUCT-EXIT.
           EXIT.

       CLOSE-PRODUCT.
           MOVE PRM-CODE TO PROD-CODE
           READ PRODFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "PRODUCT-MAINT: ERROR - product not found "
                       "for close: " PRM-CODE
                   GO TO CLOSE-PRODUCT-EXIT
           END-READ

           SET PROD-CLOSED TO TRUE
           REWRITE PRODUCT-RECORD
           ADD 1 TO WS-CLOSES-APPLIED.

       CLOSE-PRODUCT-EXIT.
           EXIT.

      *================================================================
      *  MASTER FILE EXCLUSIVE-USE LOCK (SEE THE MSTLOCK COPYBOOK).
      *  ACQUIRED BEFORE MASTFILE IS TOUCHED AND BLANKED ON CLEAN
      *  END. A LOCK ALREADY HELD BY ANOTHER PROGRAM REFUSES THIS
      *  RUN; THE OVERRIDE PARAMETER STEALS A LOCK ORPHANED BY AN
      *  ABEND ONCE THE OPERATOR HAS CONFIRMED THE HOLDER IS DEAD.
      *================================================================
       ACQUIRE-MASTER-LOCK.
           OPEN INPUT MASTLOCKFILE
           IF WS-MASTLOCK-STATUS = "00"
               READ MASTLOCKFILE
                   AT END
                       MOVE SPACES TO MASTLOCK-RECORD
               END-READ
               CLOSE MASTLOCKFILE
               IF MLK-HOLDER NOT = SPACES
                   AND MLK-HOLDER NOT = WS-LOCK-PROGRAM-NAME
                   IF WS-OVERRIDE-REQUESTED
                       DISPLAY "PRODUCT-MAINT: *** WARNING - "
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
                       DISPLAY "PRODUCT-MAINT: *** ERROR - "
                           "MASTER FILE IS LOCKED BY " MLK-HOLDER
                           " SINCE " MLK-TIMESTAMP " - RERUN WITH "
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
           END-IF

           OPEN OUTPUT MASTLOCKFILE
           IF WS-MASTLOCK-STATUS NOT = "00"
               DISPLAY "PRODUCT-MAINT: Master lock file "
                   "not available - running unlocked"
               GO TO ACQUIRE-MASTER-LOCK-EXIT
           END-IF
           MOVE SPACES TO MASTLOCK-RECORD
           MOVE WS-LOCK-PROGRAM-NAME TO MLK-HOLDER
           ACCEPT WS-LOCK-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-STAMP-TIME FROM TIME
           STRING WS-LOCK-STAMP-DATE DELIMITED BY SIZE
               WS-LOCK-STAMP-TIME DELIMITED BY SIZE
               INTO MLK-TIMESTAMP
           WRITE MASTLOCK-RECORD
           CLOSE MASTLOCKFILE
           SET WS-LOCK-HELD TO TRUE.

       ACQUIRE-MASTER-LOCK-EXIT.
           EXIT.

       RELEASE-MASTER-LOCK.
           IF NOT WS-LOCK-HELD
               GO TO RELEASE-MASTER-LOCK-EXIT
           END-IF
           OPEN OUTPUT MASTLOCKFILE
           IF WS-MASTLOCK-STATUS = "00"
               MOVE SPACES TO MASTLOCK-RECORD
               WRITE MASTLOCK-RECORD
               CLOSE MASTLOCKFILE
           END-IF
           MOVE 'N' TO WS-LOCK-HELD-SW.

       RELEASE-MASTER-LOCK-EXIT.
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
               DISPLAY "PRODUCT-MAINT: *** WARNING - NO "
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
               DISPLAY "PRODUCT-MAINT: *** OPERATOR '"
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
               DISPLAY "PRODUCT-MAINT: Security log not "
                   "writable - attempt not recorded"
               GO TO WRITE-SECURITY-LOG-EXIT
           END-IF
           MOVE SPACES TO SECLOG-RECORD
           ACCEPT WS-LOCK-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-STAMP-TIME FROM TIME
           STRING WS-LOCK-STAMP-DATE DELIMITED BY SIZE
               WS-LOCK-STAMP-TIME DELIMITED BY SIZE
               INTO SEC-TIMESTAMP
           IF WS-OPERATOR-ID = SPACES
               MOVE "*UNKNOWN" TO SEC-OPERATOR
           ELSE
               MOVE WS-OPERATOR-ID TO SEC-OPERATOR
           END-IF
           MOVE WS-LOCK-PROGRAM-NAME TO SEC-PROGRAM
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
               DISPLAY "PRODUCT-MAINT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "PRODUCT-MAINT" TO ALR-PROGRAM
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
