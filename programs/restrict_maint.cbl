       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTRICT-MAINT.
       AUTHOR. JCL-FRAMEWORK-DEMO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSTFILE ASSIGN TO "RSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RSTFILE-STATUS.
      *    THE MASTER IS READ ONLY TO CONFIRM A NEW RESTRICTION NAMES
      *    A REAL ACCOUNT - AN ORDER AGAINST A MISTYPED NUMBER WOULD
      *    SIT ON FILE RESTRICTING NOTHING.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT RSTMAINTFILE ASSIGN TO "RSTMAINT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    RESTRICTION EDITS MID-POSTING WOULD CHANGE WHAT THE
      *    DATAPROC RESTRICTION EDIT ACCEPTS HALFWAY THROUGH A RUN -
      *    SO MAINTENANCE TAKES THE SAME EXCLUSIVE-USE LOCK AS THE
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
       FD  RSTFILE.
           COPY "rstrec".

       FD  MASTFILE.
           COPY "mastrec".

      *================================================================
      *  RESTRICTION MAINTENANCE CARD - ONE ACTION PER CARD:
      *      A  ADD A RESTRICTION (ACCOUNT, REFERENCE AND TYPE
      *         REQUIRED; A LEGAL HOLD ALSO NEEDS ITS HOLD AMOUNT).
      *         A BLANK START DATE MEANS THE BUSINESS DATE, A BLANK
      *         EXPIRY DATE MEANS UNTIL RELEASED.
      *      C  CHANGE THE HOLD AMOUNT, START OR EXPIRY DATE OF AN
      *         ACTIVE RESTRICTION - A BLANK FIELD LEAVES THE OLD
      *         VALUE
      *      D  RELEASE A RESTRICTION - IT STAYS ON FILE, MARKED
      *         RELEASED, WITH WHO RELEASED IT AND WHEN.
      *  THE TYPE CANNOT BE CHANGED: RELEASE THE OLD RESTRICTION AND
      *  ADD A NEW ONE UNDER ITS OWN REFERENCE.
      *================================================================
       FD  RSTMAINTFILE.
       01  RSM-RECORD.
           05  RSM-ACTION          PIC X(01).
           05  FILLER              PIC X(01).
           05  RSM-ACCOUNT         PIC X(10).
           05  FILLER              PIC X(01).
           05  RSM-REFERENCE       PIC X(12).
           05  FILLER              PIC X(01).
           05  RSM-TYPE            PIC X(01).
               88  RSM-TYPE-VALID              VALUES "F", "L", "N".
           05  FILLER              PIC X(01).
           05  RSM-AMOUNT-X        PIC X(09).
           05  RSM-AMOUNT REDEFINES RSM-AMOUNT-X
                                   PIC 9(7)V99.
           05  FILLER              PIC X(01).
           05  RSM-START-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  RSM-EXPIRY-DATE     PIC X(08).
           05  FILLER              PIC X(25).

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

      *    EVERY RESTRICTION CARD IS LOGGED AS WELL AS THE RUN'S
      *    AUTHORITY CHECK, WITH THE ACCOUNT AND REFERENCE IT NAMED
      *    IN THE SUBJECT COLUMNS - A HOLD PLACED OR LIFTED MUST BE
      *    TRACEABLE TO THE OPERATOR WHO DID IT. SECLOG IS AN 80-BYTE
      *    LOG, SO ONLY THE FIRST 8 BYTES OF THE REFERENCE FIT.
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
       01  WS-RSTFILE-STATUS       PIC X(2)   VALUE "00".
       01  WS-MASTFILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-MASTER-CHECK-SW      PIC X      VALUE 'N'.
           88  WS-MASTER-CHECK-ON             VALUE 'Y'.
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
       01  WS-LOCK-PROGRAM-NAME    PIC X(18)  VALUE "RESTRICT-MAINT".
       01  WS-LOCK-STAMP-DATE      PIC 9(8)   VALUE 0.
       01  WS-LOCK-STAMP-TIME      PIC 9(8)   VALUE 0.
       01  WS-EOF-FLAG             PIC X      VALUE 'N'.
       01  WS-CARD-APPLIED-SW      PIC X      VALUE 'N'.
           88  WS-CARD-APPLIED                VALUE 'Y'.
       01  WS-NEW-START-DATE       PIC X(8)   VALUE SPACES.
       01  WS-NEW-EXPIRY-DATE      PIC X(8)   VALUE SPACES.
       01  WS-CARDS-READ           PIC 9(5)   VALUE 0.
       01  WS-ADDS-APPLIED         PIC 9(5)   VALUE 0.
       01  WS-CHANGES-APPLIED      PIC 9(5)   VALUE 0.
       01  WS-RELEASES-APPLIED     PIC 9(5)   VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(5)   VALUE 0.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RESTRICT-MAINT: Starting account-restriction "
               "maintenance..."

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT

      *    PLACING OR LIFTING A FREEZE OR A LEGAL HOLD ACTS ON A
      *    COURT ORDER OR A FRAUD CASE - ONLY NAMED OPERATORS MAY.
           MOVE "RSTMAINT" TO WS-AUTH-ACTION
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

           OPEN I-O RSTFILE
           IF WS-RSTFILE-STATUS = "35"
      *        FIRST-EVER MAINTENANCE RUN - THE RESTRICTION FILE DOES
      *        NOT EXIST YET, SO CREATE IT RATHER THAN FAIL.
               OPEN OUTPUT RSTFILE
               CLOSE RSTFILE
               OPEN I-O RSTFILE
           END-IF
           IF WS-RSTFILE-STATUS NOT = "00"
               DISPLAY "RESTRICT-MAINT: *** ERROR - RSTFILE OPEN "
                   "FAILED, STATUS: " WS-RSTFILE-STATUS " ***"
               PERFORM RELEASE-MASTER-LOCK
                   THRU RELEASE-MASTER-LOCK-EXIT
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS = "00"
               SET WS-MASTER-CHECK-ON TO TRUE
           ELSE
               DISPLAY "RESTRICT-MAINT: Master file not available - "
                   "accounts on new restrictions not checked"
           END-IF

           OPEN INPUT RSTMAINTFILE

           PERFORM READ-MAINT-LOOP
               UNTIL WS-EOF-FLAG = 'Y'

           CLOSE RSTFILE
           CLOSE RSTMAINTFILE
           IF WS-MASTER-CHECK-ON
               CLOSE MASTFILE
           END-IF

           PERFORM RELEASE-MASTER-LOCK THRU RELEASE-MASTER-LOCK-EXIT

           DISPLAY "RESTRICT-MAINT: Maintenance completed"
           DISPLAY "RESTRICT-MAINT: Cards read:       " WS-CARDS-READ
           DISPLAY "RESTRICT-MAINT: Adds applied:     "
               WS-ADDS-APPLIED
           DISPLAY "RESTRICT-MAINT: Changes applied:  "
               WS-CHANGES-APPLIED
           DISPLAY "RESTRICT-MAINT: Releases applied: "
               WS-RELEASES-APPLIED
           DISPLAY "RESTRICT-MAINT: Errors found:     "
               WS-ERRORS-FOUND

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
           READ RSTMAINTFILE INTO RSM-RECORD
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
           IF RSM-ACCOUNT = SPACES OR RSM-REFERENCE = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "RESTRICT-MAINT: ERROR - card " WS-CARDS-READ
                   " needs both an account and a reference"
               GO TO APPLY-MAINT-CARD-EXIT
           END-IF
           IF RSM-AMOUNT-X NOT = SPACES AND RSM-AMOUNT NOT NUMERIC
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "RESTRICT-MAINT: ERROR - hold amount not "
                   "numeric for " RSM-ACCOUNT " " RSM-REFERENCE
               GO TO APPLY-MAINT-CARD-EXIT
           END-IF
           IF (RSM-START-DATE NOT = SPACES
                   AND RSM-START-DATE NOT NUMERIC)
               OR (RSM-EXPIRY-DATE NOT = SPACES
                   AND RSM-EXPIRY-DATE NOT NUMERIC)
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "RESTRICT-MAINT: ERROR - dates must be "
                   "YYYYMMDD for " RSM-ACCOUNT " " RSM-REFERENCE
               GO TO APPLY-MAINT-CARD-EXIT
           END-IF

           EVALUATE RSM-ACTION
               WHEN "A"
                   PERFORM ADD-RESTRICTION
                       THRU ADD-RESTRICTION-EXIT
               WHEN "C"
                   PERFORM CHANGE-RESTRICTION
                       THRU CHANGE-RESTRICTION-EXIT
               WHEN "D"
                   PERFORM RELEASE-RESTRICTION
                       THRU RELEASE-RESTRICTION-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "RESTRICT-MAINT: ERROR - unknown action '"
                       RSM-ACTION "' for " RSM-ACCOUNT " "
                       RSM-REFERENCE
           END-EVALUATE.

       APPLY-MAINT-CARD-EXIT.
           EXIT.

       ADD-RESTRICTION.
           IF NOT RSM-TYPE-VALID
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "RESTRICT-MAINT: ERROR - type '" RSM-TYPE
                   "' is not F, L or N for " RSM-ACCOUNT " "
                   RSM-REFERENCE
               GO TO ADD-RESTRICTION-EXIT
           END-IF
      *    A LEGAL HOLD WITH NO AMOUNT HOLDS NOTHING - THE ORDER'S
      *    FIGURE MUST BE ON THE CARD.
           IF RSM-TYPE = "L"
               IF RSM-AMOUNT-X = SPACES OR RSM-AMOUNT NOT > 0
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "RESTRICT-MAINT: ERROR - legal hold "
                       RSM-ACCOUNT " " RSM-REFERENCE
                       " has no hold amount"
                   GO TO ADD-RESTRICTION-EXIT
               END-IF
           END-IF

           IF WS-MASTER-CHECK-ON
               MOVE RSM-ACCOUNT TO MAST-KEY
               READ MASTFILE
                   INVALID KEY
                       ADD 1 TO WS-ERRORS-FOUND
                       DISPLAY "RESTRICT-MAINT: ERROR - account "
                           RSM-ACCOUNT " is not on the master file"
                       GO TO ADD-RESTRICTION-EXIT
               END-READ
           END-IF

           IF RSM-START-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-NEW-START-DATE
           ELSE
               MOVE RSM-START-DATE TO WS-NEW-START-DATE
           END-IF
           MOVE RSM-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
           IF WS-NEW-EXPIRY-DATE NOT = SPACES
               AND WS-NEW-EXPIRY-DATE < WS-NEW-START-DATE
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "RESTRICT-MAINT: ERROR - expiry before start "
                   "for " RSM-ACCOUNT " " RSM-REFERENCE
               GO TO ADD-RESTRICTION-EXIT
           END-IF

           MOVE SPACES TO RESTRICT-RECORD
           MOVE RSM-ACCOUNT TO RST-ACCOUNT
           MOVE RSM-REFERENCE TO RST-REFERENCE
           MOVE RSM-TYPE TO RST-TYPE
           MOVE 0 TO RST-HOLD-AMOUNT
           IF RSM-AMOUNT-X NOT = SPACES
               MOVE RSM-AMOUNT TO RST-HOLD-AMOUNT
           END-IF
           MOVE WS-NEW-START-DATE TO RST-START-DATE
           MOVE WS-NEW-EXPIRY-DATE TO RST-EXPIRY-DATE
           SET RST-ACTIVE TO TRUE
           MOVE WS-OPERATOR-ID TO RST-ADDED-BY
           MOVE WS-BUSINESS-DATE TO RST-ADDED-DATE
           WRITE RESTRICT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "RESTRICT-MAINT: ERROR - restriction "
                       "already exists: " RSM-ACCOUNT " "
                       RSM-REFERENCE
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED
                   SET WS-CARD-APPLIED TO TRUE
           END-WRITE.

       ADD-RESTRICTION-EXIT.
           EXIT.

       CHANGE-RESTRICTION.
           MOVE RSM-ACCOUNT TO RST-ACCOUNT
           MOVE RSM-REFERENCE TO RST-REFERENCE
           READ RSTFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "RESTRICT-MAINT: ERROR - restriction not "
                       "found for change: " RSM-ACCOUNT " "
                       RSM-REFERENCE
                   GO TO CHANGE-RESTRICTION-EXIT
           END-READ
           IF RST-RELEASED
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "RESTRICT-MAINT: ERROR - restriction already "
                   "released: " RSM-ACCOUNT " " RSM-REFERENCE
               GO TO CHANGE-RESTRICTION-EXIT
           END-IF
           IF RSM-TYPE NOT = SPACE AND RSM-TYPE NOT = RST-TYPE
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "RESTRICT-MAINT: ERROR - type cannot change "
                   "- release and re-add " RSM-ACCOUNT " "
                   RSM-REFERENCE
               GO TO CHANGE-RESTRICTION-EXIT
           END-IF
           IF RST-IS-LEGAL-HOLD AND RSM-AMOUNT-X NOT = SPACES
               IF RSM-AMOUNT NOT > 0
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "RESTRICT-MAINT: ERROR - legal hold "
                       RSM-ACCOUNT " " RSM-REFERENCE
                       " cannot drop to zero - release it instead"
                   GO TO CHANGE-RESTRICTION-EXIT
               END-IF
           END-IF

           MOVE RST-START-DATE TO WS-NEW-START-DATE
           IF RSM-START-DATE NOT = SPACES
               MOVE RSM-START-DATE TO WS-NEW-START-DATE
           END-IF
           MOVE RST-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
           IF RSM-EXPIRY-DATE NOT = SPACES
               MOVE RSM-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
           END-IF
           IF WS-NEW-EXPIRY-DATE NOT = SPACES
               AND WS-NEW-EXPIRY-DATE < WS-NEW-START-DATE
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "RESTRICT-MAINT: ERROR - expiry before start "
                   "for " RSM-ACCOUNT " " RSM-REFERENCE
               GO TO CHANGE-RESTRICTION-EXIT
           END-IF

           IF RSM-AMOUNT-X NOT = SPACES
               MOVE RSM-AMOUNT TO RST-HOLD-AMOUNT
           END-IF
           MOVE WS-NEW-START-DATE TO RST-START-DATE
           MOVE WS-NEW-EXPIRY-DATE TO RST-EXPIRY-DATE
           REWRITE RESTRICT-RECORD
           ADD 1 TO WS-CHANGES-APPLIED
           SET WS-CARD-APPLIED TO TRUE.

       CHANGE-RESTRICTION-EXIT.
           EXIT.

       RELEASE-RESTRICTION.
           MOVE RSM-ACCOUNT TO RST-ACCOUNT
           MOVE RSM-REFERENCE TO RST-REFERENCE
           READ RSTFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "RESTRICT-MAINT: ERROR - restriction not "
                       "found for release: " RSM-ACCOUNT " "
                       RSM-REFERENCE
                   GO TO RELEASE-RESTRICTION-EXIT
           END-READ
           IF RST-RELEASED
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "RESTRICT-MAINT: ERROR - restriction already "
                   "released: " RSM-ACCOUNT " " RSM-REFERENCE
               GO TO RELEASE-RESTRICTION-EXIT
           END-IF

           SET RST-RELEASED TO TRUE
           MOVE WS-OPERATOR-ID TO RST-RELEASED-BY
           MOVE WS-BUSINESS-DATE TO RST-RELEASED-DATE
           REWRITE RESTRICT-RECORD
           ADD 1 TO WS-RELEASES-APPLIED
           SET WS-CARD-APPLIED TO TRUE.

       RELEASE-RESTRICTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  ONE SECURITY LOG LINE PER CARD, APPLIED OR REJECTED, NAMING
      *  THE ACCOUNT AND REFERENCE IT ACTED ON.
      *----------------------------------------------------------------
       LOG-MAINT-CARD.
           EVALUATE RSM-ACTION
               WHEN "A"
                   MOVE "RSTADD" TO WS-AUTH-ACTION
               WHEN "C"
                   MOVE "RSTCHG" TO WS-AUTH-ACTION
               WHEN "D"
                   MOVE "RSTREL" TO WS-AUTH-ACTION
               WHEN OTHER
                   MOVE "RSTBAD" TO WS-AUTH-ACTION
           END-EVALUATE
           IF WS-CARD-APPLIED
               MOVE "APPLIED" TO WS-AUTH-VERDICT
           ELSE
               MOVE "REJECTED" TO WS-AUTH-VERDICT
           END-IF
           MOVE SPACES TO WS-SEC-SUBJECT
           STRING RSM-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RSM-REFERENCE(1:8) DELIMITED BY SIZE
               INTO WS-SEC-SUBJECT
           PERFORM WRITE-SECURITY-LOG
               THRU WRITE-SECURITY-LOG-EXIT.

       LOG-MAINT-CARD-EXIT.
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
                       DISPLAY "RESTRICT-MAINT: *** WARNING - "
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
                       DISPLAY "RESTRICT-MAINT: *** ERROR - "
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
               DISPLAY "RESTRICT-MAINT: Master lock file "
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
               DISPLAY "RESTRICT-MAINT: *** WARNING - NO "
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
               DISPLAY "RESTRICT-MAINT: *** OPERATOR '"
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
               DISPLAY "RESTRICT-MAINT: Security log not "
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
               DISPLAY "RESTRICT-MAINT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "RESTRICT-MAINT" TO ALR-PROGRAM
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
