           SELECT FPREGFILE ASSIGN TO "FPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPREG-STATUS.
      *    THE MASTER IS READ ONLY TO RECOGNIZE A GRANDFATHERED KEY -
      *    AN ACCOUNT OPENED BEFORE KEYS CARRIED A CHECK DIGIT.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                        IN-TRAILER-RECORD
                                    DL-TRL-TYPE        BY IN-TRL-TYPE
                                    DL-TRL-COUNT       BY IN-TRL-COUNT.
      *    A TRANSFER (TYPE X) NAMES ITS CREDITED ACCOUNT IN THE
      *    ENVELOPE'S FREE AREA (SEE TRAN-TRANSFER-RECORD IN
      *    DATA-PROCESSOR).
       01  IN-TRANSFER-RECORD.
           05  FILLER              PIC X(32).
           05  IN-XFR-TO-KEY       PIC X(10).
           05  FILLER              PIC X(38).

       FD  INFILE2.
           COPY "reclay" REPLACING DL-RECORD        BY IN2-RECORD
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  FPR-LAST-KEY        PIC X(10).

       FD  MASTFILE.
           COPY "mastrec".

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-RECORD-COUNT         PIC 9(5) VALUE 0.
       01  WS-FPREG-TABLE-FULL-SW  PIC X      VALUE 'N'.
           88  WS-FPREG-TABLE-FULL            VALUE 'Y'.

      *----------------------------------------------------------------
      *  ACCOUNT KEY CHECK DIGITS (SEE KEYCHK). A KEY THAT FAILS ITS
      *  CHECK GOES TO REJFILE UNLESS THE ACCOUNT IS ALREADY ON THE
      *  MASTER; WITHOUT A MASTER TO ASK, SUCH A KEY IS PASSED ON
      *  FOR SIMPLE-VALIDATOR AND DATA-PROCESSOR TO JUDGE.
      *----------------------------------------------------------------
       01  WS-MASTFILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-MASTER-EDITS-SW      PIC X      VALUE 'N'.
           88  WS-MASTER-EDITS-ON             VALUE 'Y'.
       01  WS-KEY-REJECT-SW        PIC X      VALUE 'N'.
           88  WS-KEY-REJECTED                VALUE 'Y'.
       01  WS-KEY-JUDGED           PIC X(10)  VALUE SPACES.
       01  WS-KEYCHK-REJECT-COUNT  PIC 9(5)   VALUE 0.
           COPY "keychk".

       01  WS-ERRLOG-DATE          PIC 9(8).
       01  WS-ERRLOG-TIME          PIC 9(8).
       01  WS-ERRLOG-REASON-CODE   PIC X(12)  VALUE SPACES.
       01  WS-ERRLOG-DESCRIPTION   PIC X(40)  VALUE SPACES.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "FILE-PROCESSOR: Starting file processing..."
           PERFORM OPEN-FINGERPRINT-OUTPUT
               THRU OPEN-FINGERPRINT-OUTPUT-EXIT

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS = "00"
               SET WS-MASTER-EDITS-ON TO TRUE
           ELSE
               DISPLAY "FILE-PROCESSOR: Master file not available - "
                   "grandfathered keys passed on unjudged"
           END-IF

           IF WS-RESTART-REQUESTED
               PERFORM LOAD-LAST-CHECKPOINT
                   THRU LOAD-LAST-CHECKPOINT-EXIT
           CLOSE DUPFILE
           CLOSE CHKPTFILE
           CLOSE ERRLOGFILE
           IF WS-MASTER-EDITS-ON
               CLOSE MASTFILE
           END-IF

           DISPLAY "FILE-PROCESSOR: Processing completed."
           DISPLAY "FILE-PROCESSOR: Records processed: "
               WS-SOURCE-3-COUNT
           DISPLAY "FILE-PROCESSOR: Re-sent feeds flagged: "
               WS-DUPFEED-COUNT
           DISPLAY "FILE-PROCESSOR: Key check digit rejects: "
               WS-KEYCHK-REJECT-COUNT

           IF WS-FPREG-WRITABLE
               CLOSE FPREGFILE

           PERFORM RECORD-STAGE-END THRU RECORD-STAGE-END-EXIT

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.


               MOVE "Empty record skipped" TO WS-ERRLOG-DESCRIPTION
               PERFORM WRITE-ERROR-LOG-RECORD
           ELSE
               PERFORM CHECK-RECORD-KEY THRU CHECK-RECORD-KEY-EXIT
           END-IF

           IF IN-RECORD NOT = SPACES AND WS-KEY-REJECTED
               PERFORM WRITE-KEY-REJECT-RECORD
           END-IF
      *    DEPOSITS AND WITHDRAWALS (TYPES P AND W) ADD TO THE
      *    BALANCE RATHER THAN REPLACE IT, SO SEVERAL FOR ONE KEY
      *    ARE NORMAL AND ALL PASS ON SEQUENTIAL OUTPUT. THE KEYED
      *    OUTFILE HOLDS ONE RECORD PER KEY, SO THERE THEY TAKE THE
      *    DUPLICATE CHECK LIKE ANY OTHER TYPE.
           IF IN-RECORD NOT = SPACES AND NOT WS-KEY-REJECTED
               IF (IN-REC-TYPE = "P" OR IN-REC-TYPE = "W")
                   AND NOT WS-INDEXED-MODE
                   PERFORM WRITE-OUTFILE-RECORD
               ELSE
                   PERFORM CHECK-FOR-DUPLICATE-KEY
                   IF WS-DUP-FOUND
                       PERFORM WRITE-DUPLICATE-RECORD
                   ELSE
                       PERFORM WRITE-OUTFILE-RECORD
                       PERFORM ADD-KEY-TO-DUP-TABLE
                   END-IF
               END-IF
           END-IF

               PERFORM WRITE-CHECKPOINT
           END-IF.

      *================================================================
      *  KEY CHECK DIGIT - THE RECORD'S KEY, AND A TRANSFER'S
      *  CREDITED ACCOUNT AS WELL, MUST CARRY A VALID CHECK DIGIT OR
      *  BELONG TO AN ACCOUNT ALREADY ON THE MASTER. A TRANSPOSED
      *  DIGIT IS STOPPED HERE INSTEAD OF OPENING A BOGUS ACCOUNT OR
      *  CIRCULATING IN SUSPENSE.
      *================================================================
       CHECK-RECORD-KEY.
           MOVE 'N' TO WS-KEY-REJECT-SW
           MOVE IN-REC-KEY TO WS-KEY-JUDGED
           PERFORM JUDGE-ONE-KEY THRU JUDGE-ONE-KEY-EXIT
           IF WS-KEY-REJECTED OR IN-REC-TYPE NOT = "X"
               GO TO CHECK-RECORD-KEY-EXIT
           END-IF
           MOVE IN-XFR-TO-KEY TO WS-KEY-JUDGED
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
                   SET WS-KEY-REJECTED TO TRUE
           END-READ.

       JUDGE-ONE-KEY-EXIT.
           EXIT.

       WRITE-KEY-REJECT-RECORD.
           ADD 1 TO WS-KEYCHK-REJECT-COUNT
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY "FILE-PROCESSOR: Warning - Key check digit "
               "failed: " WS-KEY-JUDGED
           MOVE SPACES TO REJ-RECORD
           MOVE WS-LINE-POSITION TO REJ-LINE-NO
           MOVE IN-RECORD TO REJ-DATA
           WRITE REJ-RECORD
           MOVE "BADCHKDIGIT" TO WS-ERRLOG-REASON-CODE
           MOVE SPACES TO WS-ERRLOG-DESCRIPTION
           STRING "Key check digit failed: " DELIMITED BY SIZE
               WS-KEY-JUDGED DELIMITED BY SIZE
               INTO WS-ERRLOG-DESCRIPTION
           PERFORM WRITE-ERROR-LOG-RECORD.

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

       WRITE-OUTFILE-RECORD.
           IF WS-INDEXED-MODE
               MOVE IN-RECORD TO OUTX-RECORD

       SKIP-ONE-RECORD-3-EXIT.
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
               DISPLAY "FILE-PROCESSOR: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "FILE-PROCESSOR" TO ALR-PROGRAM
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
