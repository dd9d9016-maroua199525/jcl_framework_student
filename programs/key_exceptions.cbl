       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEY-EXCEPTIONS.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  GRANDFATHERED ACCOUNT KEYS. EVERY ACCOUNT ON THE MASTER
      *  WHOSE KEY FAILS THE CHECK-DIGIT TEST (SEE KEYCHK) - THE
      *  NUMBERS OPENED BEFORE ACCT-ASSIGN ISSUED THEM. THEY KEEP
      *  WORKING BECAUSE THE EDITS ACCEPT A FAILING KEY THAT IS
      *  ALREADY ON FILE, SO THIS LIST IS THE WHOLE POPULATION THAT
      *  STILL LACKS THE PROTECTION, BY BRANCH, FOR RENUMBERING OR
      *  FOR EXTRA CARE WHEN THEY ARE KEYED. ACTIVE AND CLOSED
      *  ACCOUNTS ARE BOTH LISTED - A CLOSED ONE CAN BE REINSTATED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MASTFILE IS READ IN BRANCH ORDER VIA THE MAST-BRANCH
      *    ALTERNATE KEY (SEE DEFINE_MASTFILE_AIX.JCL), AS
      *    OVERDRAWN-REPORT DOES, SO EACH BRANCH'S EXCEPTIONS COME
      *    OUT TOGETHER.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-BRANCH
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT KEYRPTFILE ASSIGN TO "KEYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTFILE.
           COPY "mastrec".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  KEYRPTFILE.
       01  KEYRPT-LINE             PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-MAST-EOF-FLAG        PIC X       VALUE 'N'.
       01  WS-PREV-BRANCH          PIC X(4)    VALUE SPACES.

       01  WS-ACCOUNTS-READ        PIC 9(7)    VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(7)    VALUE 0.
       01  WS-EXCEPTION-ACTIVE     PIC 9(7)    VALUE 0.
       01  WS-EXCEPTION-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-BR-COUNT             PIC 9(7)    VALUE 0.
       01  WS-BR-TOTAL             PIC S9(11)V99 VALUE 0.
           COPY "keychk".

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(36)   VALUE
               "GRANDFATHERED ACCOUNT KEYS BY BRANCH".
           05  FILLER              PIC X(16)   VALUE
               "  BUSINESS DATE ".
           05  WK-BUSINESS-DATE    PIC 9(8).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(6)    VALUE "BRCH".
           05  FILLER              PIC X(12)   VALUE "ACCOUNT".
           05  FILLER              PIC X(22)   VALUE "NAME".
           05  FILLER              PIC X(15)   VALUE "       BALANCE".
           05  FILLER              PIC X(10)   VALUE "  OPENED".
           05  FILLER              PIC X(10)   VALUE "  STATUS".
           05  FILLER              PIC X(6)    VALUE "CHECK".
           05  FILLER              PIC X(13)   VALUE "EXCEPTION".

       01  WS-RPT-DETAIL-LINE.
           05  WK-BRANCH           PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-KEY              PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-NAME             PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-BALANCE          PIC -(9)9.99.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-OPENED           PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-STATUS           PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-CHECK            PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-FLAG             PIC X(13).

       01  WS-RPT-TOTAL-LINE.
           05  WK-TOTAL-LABEL      PIC X(26).
           05  WK-TOTAL-COUNT      PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WK-TOTAL-AMOUNT     PIC -(11)9.99.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "KEY-EXCEPTIONS: Starting grandfathered key "
               "report..."
           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS NOT = "00"
               DISPLAY "KEY-EXCEPTIONS: *** ERROR - MASTFILE OPEN "
                   "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT KEYRPTFILE
           PERFORM WRITE-REPORT-HEADER

           MOVE LOW-VALUES TO MAST-BRANCH
           START MASTFILE KEY IS NOT LESS THAN MAST-BRANCH
               INVALID KEY
                   DISPLAY "KEY-EXCEPTIONS: Master file is empty"
                   MOVE 'Y' TO WS-MAST-EOF-FLAG
           END-START

           PERFORM SWEEP-MASTER-LOOP
               UNTIL WS-MAST-EOF-FLAG = 'Y'

           IF WS-BR-COUNT > 0
               PERFORM WRITE-BRANCH-TOTAL
           END-IF
           PERFORM WRITE-GRAND-TOTALS

           CLOSE MASTFILE
           CLOSE KEYRPTFILE

           DISPLAY "KEY-EXCEPTIONS: Report completed"
           DISPLAY "KEY-EXCEPTIONS: Accounts read:        "
               WS-ACCOUNTS-READ
           DISPLAY "KEY-EXCEPTIONS: Grandfathered keys:   "
               WS-EXCEPTION-COUNT
           DISPLAY "KEY-EXCEPTIONS: Of which active:      "
               WS-EXCEPTION-ACTIVE

           MOVE 0 TO RETURN-CODE
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

       SWEEP-MASTER-LOOP.
           READ MASTFILE NEXT RECORD INTO MASTER-RECORD
               AT END
                   MOVE 'Y' TO WS-MAST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   PERFORM JUDGE-ONE-ACCOUNT
                       THRU JUDGE-ONE-ACCOUNT-EXIT
           END-READ.

      *================================================================
      *  ONE ACCOUNT - LISTED ONLY IF ITS KEY FAILS THE CHECK. THE
      *  CHECK COLUMN SHOWS THE DIGIT THE BASE CALLS FOR, OR "NONE"
      *  WHERE NO DIGIT CAN MAKE IT VALID.
      *================================================================
       JUDGE-ONE-ACCOUNT.
           MOVE MAST-KEY TO KCD-KEY
           PERFORM CHECK-KEY-DIGIT THRU CHECK-KEY-DIGIT-EXIT
           IF KCD-KEY-VALID
               GO TO JUDGE-ONE-ACCOUNT-EXIT
           END-IF

           IF MAST-BRANCH NOT = WS-PREV-BRANCH
               AND WS-BR-COUNT > 0
               PERFORM WRITE-BRANCH-TOTAL
           END-IF
           MOVE MAST-BRANCH TO WS-PREV-BRANCH

           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO WS-BR-COUNT
           IF NOT MAST-INACTIVE
               ADD 1 TO WS-EXCEPTION-ACTIVE
           END-IF
           IF MAST-AMOUNT NUMERIC
               ADD MAST-AMOUNT TO WS-EXCEPTION-TOTAL
               ADD MAST-AMOUNT TO WS-BR-TOTAL
           END-IF

           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE MAST-BRANCH TO WK-BRANCH
           MOVE MAST-KEY TO WK-KEY
           MOVE MAST-NAME TO WK-NAME
           IF MAST-AMOUNT NUMERIC
               MOVE MAST-AMOUNT TO WK-BALANCE
           ELSE
               MOVE 0 TO WK-BALANCE
           END-IF
           MOVE MAST-DATE TO WK-OPENED
           IF MAST-INACTIVE
               MOVE "CLOSED" TO WK-STATUS
           ELSE
               MOVE "ACTIVE" TO WK-STATUS
           END-IF
           IF KCD-CHECK-DIGIT > 9
               MOVE "NONE" TO WK-CHECK
           ELSE
               MOVE KCD-ALPHABET(KCD-CHECK-DIGIT + 1:1) TO WK-CHECK
           END-IF
           MOVE "GRANDFATHERED" TO WK-FLAG
           MOVE WS-RPT-DETAIL-LINE TO KEYRPT-LINE
           WRITE KEYRPT-LINE.

       JUDGE-ONE-ACCOUNT-EXIT.
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

       WRITE-REPORT-HEADER.
           MOVE WS-BUSINESS-DATE TO WK-BUSINESS-DATE
           MOVE WS-RPT-HEADER-LINE TO KEYRPT-LINE
           WRITE KEYRPT-LINE
           MOVE SPACES TO KEYRPT-LINE
           WRITE KEYRPT-LINE
           MOVE WS-COLUMN-HEADING TO KEYRPT-LINE
           WRITE KEYRPT-LINE.

       WRITE-BRANCH-TOTAL.
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           STRING "  BRANCH " DELIMITED BY SIZE
               WS-PREV-BRANCH DELIMITED BY SIZE
               " EXCEPTIONS" DELIMITED BY SIZE
               INTO WK-TOTAL-LABEL
           MOVE WS-BR-COUNT TO WK-TOTAL-COUNT
           MOVE WS-BR-TOTAL TO WK-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO KEYRPT-LINE
           WRITE KEYRPT-LINE
           MOVE SPACES TO KEYRPT-LINE
           WRITE KEYRPT-LINE
           MOVE 0 TO WS-BR-COUNT
           MOVE 0 TO WS-BR-TOTAL.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE "ACCOUNTS READ" TO WK-TOTAL-LABEL
           MOVE WS-ACCOUNTS-READ TO WK-TOTAL-COUNT
           MOVE 0 TO WK-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO KEYRPT-LINE
           WRITE KEYRPT-LINE
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE "GRANDFATHERED KEYS" TO WK-TOTAL-LABEL
           MOVE WS-EXCEPTION-COUNT TO WK-TOTAL-COUNT
           MOVE WS-EXCEPTION-TOTAL TO WK-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO KEYRPT-LINE
           WRITE KEYRPT-LINE
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE "OF WHICH ACTIVE" TO WK-TOTAL-LABEL
           MOVE WS-EXCEPTION-ACTIVE TO WK-TOTAL-COUNT
           MOVE 0 TO WK-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO KEYRPT-LINE
           WRITE KEYRPT-LINE.

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
               DISPLAY "KEY-EXCEPTIONS: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "KEY-EXCEPTIONS" TO ALR-PROGRAM
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
