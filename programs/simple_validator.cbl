               ACCESS MODE IS RANDOM
               RECORD KEY IS BRCH-CODE
               FILE STATUS IS WS-BRANCHFILE-STATUS.
           SELECT PRODFILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODFILE-STATUS.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                        VAL-TRAILER-RECORD
                                    DL-TRL-TYPE       BY VAL-TRL-TYPE
                                    DL-TRL-COUNT      BY VAL-TRL-COUNT.
      *    AN ADD CARRIES THE NEW ACCOUNT'S NAME AND PRODUCT CODE IN
      *    THE ENVELOPE'S FREE AREA (SEE TRAN-ADD-RECORD IN
      *    DATA-PROCESSOR).
       01  VAL-ADD-RECORD.
           05  FILLER              PIC X(32).
           05  VAL-ADD-NAME        PIC X(20).
           05  VAL-ADD-PRODUCT     PIC X(04).
      *    A TRANSFER (TYPE X) NAMES ITS CREDITED ACCOUNT THERE.
       01  VAL-TRANSFER-RECORD.
           05  FILLER              PIC X(32).
           05  VAL-XFR-TO-KEY      PIC X(10).
           05  FILLER              PIC X(24).

       FD  VAL-REJFILE.
       01  VAL-REJ-RECORD.
       FD  BRANCHFILE.
           COPY "brnchrec".

       FD  PRODFILE.
           COPY "prodrec".

       FD  MASTFILE.
           COPY "mastrec".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-LINE-POSITION        PIC 9(7) VALUE 0.
       01  WS-BRANCHFILE-STATUS    PIC X(2)   VALUE SPACES.
       01  WS-BRANCH-EDITS-SW      PIC X      VALUE 'N'.
           88  WS-BRANCH-EDITS-ON             VALUE 'Y'.
       01  WS-PRODFILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-PRODUCT-EDITS-SW     PIC X      VALUE 'N'.
           88  WS-PRODUCT-EDITS-ON            VALUE 'Y'.
       01  WS-VALMAST-STATUS       PIC X(2)   VALUE SPACES.
       01  WS-MASTER-EDITS-SW      PIC X      VALUE 'N'.
           88  WS-MASTER-EDITS-ON             VALUE 'Y'.
       01  WS-MASTER-FOUND-SW      PIC X      VALUE 'N'.
           88  WS-MASTER-FOUND                VALUE 'Y'.
       01  WS-KEY-JUDGED           PIC X(10)  VALUE SPACES.
           COPY "keychk".
       01  WS-MAX-INVALID-PCT      PIC 9(3)V99 VALUE 100.00.
       01  WS-MAX-INVALID-CNT      PIC 9(7)   VALUE 9999999.
       01  WS-INVALID-PCT          PIC 9(3)V99 VALUE 0.
       01  WS-DATE-MONTH           PIC 9(2)   VALUE 0.
       01  WS-DATE-DAY             PIC 9(2)   VALUE 0.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SIMPLE-VALIDATOR: Starting data validation..."

           PERFORM OPEN-BRANCH-REFERENCE
               THRU OPEN-BRANCH-REFERENCE-EXIT
           PERFORM OPEN-PRODUCT-REFERENCE
               THRU OPEN-PRODUCT-REFERENCE-EXIT
           PERFORM OPEN-MASTER-REFERENCE
               THRU OPEN-MASTER-REFERENCE-EXIT

           IF WS-BRANCH-EDITS-ON
               CLOSE BRANCHFILE
           END-IF
           IF WS-PRODUCT-EDITS-ON
               CLOSE PRODFILE
           END-IF
           IF WS-MASTER-EDITS-ON
               CLOSE MASTFILE
           END-IF

           PERFORM RECORD-STAGE-END THRU RECORD-STAGE-END-EXIT

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

      *================================================================
       OPEN-BRANCH-REFERENCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE PRODUCT REFERENCE FILE (SEE PRODREC/PRODUCT-MAINT) BACKS
      *  THE PRODUCT EDIT ON ADDS, THE SAME WAY BRANCHFILE BACKS THE
      *  BRANCH EDIT - A MISSING FILE SKIPS THE EDIT.
      *----------------------------------------------------------------
       OPEN-PRODUCT-REFERENCE.
           OPEN INPUT PRODFILE
           IF WS-PRODFILE-STATUS = "00"
               SET WS-PRODUCT-EDITS-ON TO TRUE
           ELSE
               DISPLAY "SIMPLE-VALIDATOR: Product reference file not "
                   "available - product edits skipped"
           END-IF.

       OPEN-PRODUCT-REFERENCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE MASTER FILE IS OPENED READ-ONLY SO THE REFERENTIAL EDIT
      *  IN RUN-FIELD-EDITS CAN CATCH A CHANGE OR DELETE FOR A KEY
               GO TO RUN-FIELD-EDITS-EXIT
           END-IF

           PERFORM CHECK-RECORD-KEY THRU CHECK-RECORD-KEY-EXIT
           IF WS-RECORD-IS-INVALID
               GO TO RUN-FIELD-EDITS-EXIT
           END-IF

           IF VAL-REC-AMOUNT NOT NUMERIC
               SET WS-RECORD-IS-INVALID TO TRUE
               MOVE "NON-NUMERIC AMOUNT" TO WS-REJECT-REASON
               GO TO RUN-FIELD-EDITS-EXIT
           END-IF

      *    A DEPOSIT OR WITHDRAWAL AMOUNT IS THE MOVEMENT ITSELF - THE
      *    TYPE GIVES THE DIRECTION, SO IT MUST BE ABOVE ZERO.
           IF (VAL-REC-TYPE = "P" OR VAL-REC-TYPE = "W")
               AND VAL-REC-AMOUNT NOT > 0
               SET WS-RECORD-IS-INVALID TO TRUE
               MOVE "BAD MOVEMENT AMOUNT" TO WS-REJECT-REASON
               GO TO RUN-FIELD-EDITS-EXIT
           END-IF

           PERFORM CHECK-DATE-RANGE THRU CHECK-DATE-RANGE-EXIT
           IF WS-DATE-IS-INVALID
               SET WS-RECORD-IS-INVALID TO TRUE
               GO TO RUN-FIELD-EDITS-EXIT
           END-IF

           IF WS-PRODUCT-EDITS-ON AND VAL-REC-TYPE = "A"
               PERFORM CHECK-PRODUCT-CODE THRU CHECK-PRODUCT-CODE-EXIT
           END-IF
           IF WS-RECORD-IS-INVALID
               GO TO RUN-FIELD-EDITS-EXIT
           END-IF

           IF WS-MASTER-EDITS-ON
               PERFORM CHECK-MASTER-REFERENCE
                   THRU CHECK-MASTER-REFERENCE-EXIT
       RUN-FIELD-EDITS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  KEY CHECK DIGIT (SEE KEYCHK) - THE KEY, AND A TRANSFER'S
      *  CREDITED ACCOUNT, MUST CARRY A VALID CHECK DIGIT OR BELONG
      *  TO AN ACCOUNT ALREADY ON THE MASTER. WITHOUT THE MASTER A
      *  FAILING KEY CANNOT BE TOLD FROM A GRANDFATHERED ONE AND IS
      *  LEFT FOR DATA-PROCESSOR TO JUDGE.
      *----------------------------------------------------------------
       CHECK-RECORD-KEY.
           MOVE VAL-REC-KEY TO WS-KEY-JUDGED
           PERFORM JUDGE-ONE-KEY THRU JUDGE-ONE-KEY-EXIT
           IF WS-RECORD-IS-INVALID OR VAL-REC-TYPE NOT = "X"
               GO TO CHECK-RECORD-KEY-EXIT
           END-IF
           MOVE VAL-XFR-TO-KEY TO WS-KEY-JUDGED
           PERFORM JUDGE-ONE-KEY THRU JUDGE-ONE-KEY-EXIT.

       CHECK-RECORD-KEY-EXIT.
           EXIT.

       JUDGE-ONE-KEY.
           MOVE WS-KEY-JUDGED TO KCD-KEY
           PERFORM CHECK-KEY-DIGIT THRU CHECK-KEY-DIGIT-EXIT
           IF KCD-KEY-VALID OR NOT WS-MASTER-EDITS-ON
               GO TO JUDGE-ONE-KEY-EXIT
           END-IF
           MOVE WS-KEY-JUDGED TO MAST-KEY
           READ MASTFILE
               INVALID KEY
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE "BAD KEY CHECK DIGIT" TO WS-REJECT-REASON
           END-READ.

       JUDGE-ONE-KEY-EXIT.
           EXIT.

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

      *----------------------------------------------------------------
      *  REFERENTIAL EDIT - EACH TRANSACTION TYPE IS CHECKED AGAINST
      *  THE MASTER STATE IT WILL MEET AT POSTING TIME, WITH A
      *  DISTINCT REASON PER FAILURE SO THE EXCEPTIONS REPORT SAYS
      *  EXACTLY WHAT WAS WRONG. FILE-PROCESSOR HAS ALREADY DIVERTED
      *  DUPLICATE KEYS, SO NO OUTFILE CARRIES AN ADD AND A CHANGE
      *  FOR THE SAME KEY IN ONE RUN - ONLY DEPOSITS AND WITHDRAWALS
      *  ARE LET THROUGH MORE THAN ONCE, AND THEY NEED THE ACCOUNT.
      *----------------------------------------------------------------
       CHECK-MASTER-REFERENCE.
           PERFORM LOOK-UP-MASTER-KEY
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN "P"
               WHEN "W"
                   IF NOT WS-MASTER-FOUND
                       SET WS-RECORD-IS-INVALID TO TRUE
                       MOVE "KEY NOT ON MASTER" TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       CHECK-BRANCH-CODE-EXIT.
           EXIT.

       CHECK-PRODUCT-CODE.
           IF VAL-ADD-PRODUCT = SPACES
               SET WS-RECORD-IS-INVALID TO TRUE
               MOVE "MISSING PRODUCT" TO WS-REJECT-REASON
               GO TO CHECK-PRODUCT-CODE-EXIT
           END-IF

           MOVE VAL-ADD-PRODUCT TO PROD-CODE
           READ PRODFILE
               INVALID KEY
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE "UNKNOWN PRODUCT" TO WS-REJECT-REASON
                   GO TO CHECK-PRODUCT-CODE-EXIT
           END-READ

           IF PROD-CLOSED
               SET WS-RECORD-IS-INVALID TO TRUE
               MOVE "PRODUCT CLOSED" TO WS-REJECT-REASON
           END-IF.

       CHECK-PRODUCT-CODE-EXIT.
           EXIT.

       CHECK-DATE-RANGE.
           SET WS-DATE-IS-VALID TO TRUE

           MOVE WS-REJECT-REASON TO VAL-REJ-REASON
           MOVE VAL-INPUT-RECORD TO VAL-REJ-DATA
           WRITE VAL-REJ-RECORD.

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
               DISPLAY "SIMPLE-VALIDATOR: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "SIMPLE-VALIDATOR" TO ALR-PROGRAM
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
