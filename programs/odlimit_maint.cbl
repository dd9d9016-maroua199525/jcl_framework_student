       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODLIMIT-MAINT.
       AUTHOR. JCL-FRAMEWORK-DEMO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODLIMITFILE ASSIGN TO "ODLIMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ODL-KEY
               FILE STATUS IS WS-ODLIMIT-STATUS.
           SELECT ODMAINTFILE ASSIGN TO "ODMAINT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    OVERDRAFT LIMIT EDITS MID-POSTING WOULD CHANGE WHAT THE
      *    DATAPROC INSUFFICIENT-FUNDS EDIT ACCEPTS HALFWAY THROUGH A
      *    RUN - SO MAINTENANCE TAKES THE SAME EXCLUSIVE-USE LOCK AS
      *    THE MASTER FILE UPDATERS.
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
       FD  ODLIMITFILE.
           COPY "odlrec".

      *================================================================
      *  OVERDRAFT-LIMIT MAINTENANCE CARD - ONE ACTION PER CARD:
      *      A  ADD A LIMIT RECORD (LIMIT REQUIRED)
      *      C  CHANGE THE LIMIT, FEE OR FEE ACCOUNT OF AN EXISTING
      *         RECORD - A BLANK FIELD LEAVES THE OLD VALUE
      *      D  REMOVE A LIMIT RECORD - AN ACCOUNT FALLS BACK TO ITS
      *         BRANCH DEFAULT, A BRANCH TO THE **ALL DEFAULT.
      *  THE KEY IS AN ACCOUNT KEY, OR "*" PLUS A BRANCH CODE FOR A
      *  BRANCH DEFAULT ("**ALL" FOR THE HOUSE DEFAULT). THE NSF FEE
      *  AND FEE-INCOME ACCOUNT ARE ONLY MEANINGFUL ON A BRANCH
      *  DEFAULT AND ARE REFUSED ON AN ACCOUNT RECORD.
      *================================================================
       FD  ODMAINTFILE.
       01  ODM-RECORD.
           05  ODM-ACTION          PIC X(01).
           05  FILLER              PIC X(01).
           05  ODM-KEY             PIC X(10).
           05  ODM-KEY-PARTS REDEFINES ODM-KEY.
               10  ODM-KEY-MARK    PIC X(01).
                   88  ODM-IS-BRANCH-DEFAULT   VALUE "*".
               10  ODM-KEY-BRANCH  PIC X(04).
               10  ODM-KEY-REST    PIC X(05).
           05  FILLER              PIC X(01).
           05  ODM-LIMIT-X         PIC X(09).
           05  ODM-LIMIT REDEFINES ODM-LIMIT-X
                                   PIC 9(7)V99.
           05  FILLER              PIC X(01).
           05  ODM-FEE-X           PIC X(07).
           05  ODM-FEE REDEFINES ODM-FEE-X
                                   PIC 9(5)V99.
           05  FILLER              PIC X(01).
           05  ODM-FEE-ACCOUNT     PIC X(10).
           05  FILLER              PIC X(39).

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

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
       01  WS-ODLIMIT-STATUS       PIC X(2)   VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)   VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8)   VALUE 0.
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
       01  WS-LOCK-PROGRAM-NAME    PIC X(18)  VALUE "ODLIMIT-MAINT".
       01  WS-LOCK-STAMP-DATE      PIC 9(8)   VALUE 0.
       01  WS-LOCK-STAMP-TIME      PIC 9(8)   VALUE 0.
       01  WS-EOF-FLAG             PIC X      VALUE 'N'.
       01  WS-CARDS-READ           PIC 9(5)   VALUE 0.
       01  WS-ADDS-APPLIED         PIC 9(5)   VALUE 0.
       01  WS-CHANGES-APPLIED      PIC 9(5)   VALUE 0.
       01  WS-REMOVES-APPLIED      PIC 9(5)   VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(5)   VALUE 0.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ODLIMIT-MAINT: Starting overdraft-limit "
               "maintenance..."

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT

      *    RAISING AN OVERDRAFT LIMIT IS EXTENDING CREDIT - THE WRONG
      *    HANDS COULD LET ANY ACCOUNT DRAW ITSELF DRY.
           MOVE "ODMAINT" TO WS-AUTH-ACTION
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

           OPEN I-O ODLIMITFILE
           IF WS-ODLIMIT-STATUS = "35"
      *        FIRST-EVER MAINTENANCE RUN - THE LIMIT FILE DOES NOT
      *        EXIST YET, SO CREATE IT RATHER THAN FAIL.
               OPEN OUTPUT ODLIMITFILE
               CLOSE ODLIMITFILE
               OPEN I-O ODLIMITFILE
           END-IF
           IF WS-ODLIMIT-STATUS NOT = "00"
               DISPLAY "ODLIMIT-MAINT: *** ERROR - ODLIMIT OPEN "
                   "FAILED, STATUS: " WS-ODLIMIT-STATUS " ***"
               PERFORM RELEASE-MASTER-LOCK
                   THRU RELEASE-MASTER-LOCK-EXIT
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT ODMAINTFILE

           PERFORM READ-MAINT-LOOP
               UNTIL WS-EOF-FLAG = 'Y'

           CLOSE ODLIMITFILE
           CLOSE ODMAINTFILE

           PERFORM RELEASE-MASTER-LOCK THRU RELEASE-MASTER-LOCK-EXIT

           DISPLAY "ODLIMIT-MAINT: Maintenance completed"
           DISPLAY "ODLIMIT-MAINT: Cards read:      " WS-CARDS-READ
           DISPLAY "ODLIMIT-MAINT: Adds applied:    " WS-ADDS-APPLIED
           DISPLAY "ODLIMIT-MAINT: Changes applied: "
               WS-CHANGES-APPLIED
           DISPLAY "ODLIMIT-MAINT: Removes applied: "
               WS-REMOVES-APPLIED
           DISPLAY "ODLIMIT-MAINT: Errors found:    " WS-ERRORS-FOUND

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
           READ ODMAINTFILE INTO ODM-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM APPLY-MAINT-CARD
                       THRU APPLY-MAINT-CARD-EXIT
           END-READ.

       APPLY-MAINT-CARD.
           IF ODM-KEY = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "ODLIMIT-MAINT: ERROR - card " WS-CARDS-READ
                   " has no key"
               GO TO APPLY-MAINT-CARD-EXIT
           END-IF
      *    A BRANCH DEFAULT KEY IS "*" PLUS A FOUR-BYTE BRANCH CODE
      *    AND NOTHING ELSE - "*0001X" WOULD NEVER BE LOOKED UP.
           IF ODM-IS-BRANCH-DEFAULT
               IF ODM-KEY-BRANCH = SPACES OR ODM-KEY-REST NOT = SPACES
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "ODLIMIT-MAINT: ERROR - bad branch "
                       "default key " ODM-KEY
                   GO TO APPLY-MAINT-CARD-EXIT
               END-IF
           ELSE
               IF ODM-FEE-X NOT = SPACES
                   OR ODM-FEE-ACCOUNT NOT = SPACES
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "ODLIMIT-MAINT: ERROR - NSF fee fields "
                       "belong on a branch default, not account "
                       ODM-KEY
                   GO TO APPLY-MAINT-CARD-EXIT
               END-IF
           END-IF
           IF ODM-LIMIT-X NOT = SPACES AND ODM-LIMIT NOT NUMERIC
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "ODLIMIT-MAINT: ERROR - limit not numeric "
                   "for " ODM-KEY
               GO TO APPLY-MAINT-CARD-EXIT
           END-IF
           IF ODM-FEE-X NOT = SPACES AND ODM-FEE NOT NUMERIC
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "ODLIMIT-MAINT: ERROR - NSF fee not numeric "
                   "for " ODM-KEY
               GO TO APPLY-MAINT-CARD-EXIT
           END-IF

           EVALUATE ODM-ACTION
               WHEN "A"
                   PERFORM ADD-LIMIT THRU ADD-LIMIT-EXIT
               WHEN "C"
                   PERFORM CHANGE-LIMIT THRU CHANGE-LIMIT-EXIT
               WHEN "D"
                   PERFORM REMOVE-LIMIT THRU REMOVE-LIMIT-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "ODLIMIT-MAINT: ERROR - unknown action '"
                       ODM-ACTION "' for key " ODM-KEY
           END-EVALUATE.

       APPLY-MAINT-CARD-EXIT.
           EXIT.

       ADD-LIMIT.
           IF ODM-LIMIT-X = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "ODLIMIT-MAINT: ERROR - key " ODM-KEY
                   " has no limit"
               GO TO ADD-LIMIT-EXIT
           END-IF

           MOVE SPACES TO ODLIMIT-RECORD
           MOVE ODM-KEY TO ODL-KEY
           MOVE ODM-LIMIT TO ODL-LIMIT
           MOVE 0 TO ODL-NSF-FEE
           IF ODM-FEE-X NOT = SPACES
               MOVE ODM-FEE TO ODL-NSF-FEE
           END-IF
           MOVE ODM-FEE-ACCOUNT TO ODL-FEE-ACCOUNT
           MOVE WS-BUSINESS-DATE TO ODL-UPD-DATE
           WRITE ODLIMIT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "ODLIMIT-MAINT: ERROR - limit already "
                       "exists: " ODM-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED
           END-WRITE.

       ADD-LIMIT-EXIT.
           EXIT.

       CHANGE-LIMIT.
           MOVE ODM-KEY TO ODL-KEY
           READ ODLIMITFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "ODLIMIT-MAINT: ERROR - limit not found "
                       "for change: " ODM-KEY
                   GO TO CHANGE-LIMIT-EXIT
           END-READ

           IF ODM-LIMIT-X NOT = SPACES
               MOVE ODM-LIMIT TO ODL-LIMIT
           END-IF
           IF ODM-FEE-X NOT = SPACES
               MOVE ODM-FEE TO ODL-NSF-FEE
           END-IF
           IF ODM-FEE-ACCOUNT NOT = SPACES
               MOVE ODM-FEE-ACCOUNT TO ODL-FEE-ACCOUNT
           END-IF
           MOVE WS-BUSINESS-DATE TO ODL-UPD-DATE
           REWRITE ODLIMIT-RECORD
           ADD 1 TO WS-CHANGES-APPLIED.

       CHANGE-LIMIT-EXIT.
           EXIT.

       REMOVE-LIMIT.
           MOVE ODM-KEY TO ODL-KEY
           DELETE ODLIMITFILE RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "ODLIMIT-MAINT: ERROR - limit not found "
                       "for remove: " ODM-KEY
                   GO TO REMOVE-LIMIT-EXIT
           END-DELETE
           ADD 1 TO WS-REMOVES-APPLIED.

       REMOVE-LIMIT-EXIT.
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
                       DISPLAY "ODLIMIT-MAINT: *** WARNING - "
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
                       DISPLAY "ODLIMIT-MAINT: *** ERROR - "
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
               DISPLAY "ODLIMIT-MAINT: Master lock file "
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
               DISPLAY "ODLIMIT-MAINT: *** WARNING - NO "
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
               DISPLAY "ODLIMIT-MAINT: *** OPERATOR '"
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
               DISPLAY "ODLIMIT-MAINT: Security log not "
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
               DISPLAY "ODLIMIT-MAINT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "ODLIMIT-MAINT" TO ALR-PROGRAM
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
