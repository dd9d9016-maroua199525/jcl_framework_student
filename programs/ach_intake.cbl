       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-INTAKE.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  FRONT-END CONVERTER FOR THE INBOUND ACH FILE (PAYROLL AND
      *  BILL-PAYMENT CREDITS, DIRECT DEBITS) - SEE ACHREC. TWO
      *  PASSES OVER THE FILE:
      *    1. CONTROL CHECK. THE FILE IS READ END TO END AND EVERY
      *       BATCH CONTROL IS PROVED AGAINST ITS ENTRIES - ENTRY AND
      *       ADDENDA COUNT, ENTRY HASH, TOTAL DEBITS AND CREDITS -
      *       AND THE FILE CONTROL AGAINST ITS BATCHES, ALONG WITH
      *       THE RECORD ORDER AND BLOCK COUNT. ANY DIFFERENCE AND
      *       THE WHOLE FILE IS REFUSED (RC=8): NOTHING IS CONVERTED
      *       AND NOTHING RETURNED, BECAUSE A FILE THAT DOES NOT
      *       PROVE CANNOT BE TRUSTED ENTRY BY ENTRY.
      *    2. CONVERSION. EACH ENTRY IS CHECKED AGAINST MASTFILE AND
      *       THE RESTRICTIONS IN FORCE (RSTFILE). AN ENTRY THAT
      *       CANNOT POST IS NOT PASSED ON; IT IS RETURNED TO THE
      *       ORIGINATING BANK ON ACHRTN WITH THE RETURN REASON:
      *           R02  ACCOUNT CLOSED
      *           R03  NO ACCOUNT / UNABLE TO LOCATE ACCOUNT
      *           R16  ACCOUNT FROZEN, OR A DEBIT AGAINST A
      *                POST-NO-DEBIT ACCOUNT OR INTO A LEGAL HOLD
      *           R17  AN ENTRY THIS SYSTEM CANNOT POST (A
      *                TRANSACTION CODE OTHER THAN A DEMAND OR
      *                SAVINGS CREDIT, DEBIT OR PRENOTE, OR AN
      *                AMOUNT TOO LARGE FOR THE RECLAY AMOUNT)
      *       AND LISTED ON THE RETURN REPORT. EVERY OTHER CREDIT
      *       BECOMES A DEPOSIT (P) AND EVERY DEBIT A WITHDRAWAL (W)
      *       ON ACHOUT, DATED THE BATCH'S EFFECTIVE ENTRY DATE AND
      *       CARRYING REASON CODE ACHC OR ACHD SO ACH TRAFFIC IS
      *       RECOGNIZABLE IN THE AUDIT TRAIL. A PRENOTE THAT PASSES
      *       IS COUNTED, NOT POSTED; ONE THAT FAILS IS RETURNED
      *       LIKE ANY OTHER ENTRY.
      *  ACHOUT CARRIES A GENERATED H HEADER AND T TRAILER, THE SAME
      *  SHAPE AS ANY OTHER FEED, FOR THE TRANFILE CONCATENATION.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACHINFILE ASSIGN TO "ACHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHIN-STATUS.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
      *    ACCOUNT RESTRICTIONS (SEE RSTREC/RESTRICT-MAINT) - READ
      *    ONCE AT START-UP INTO A TABLE OF THOSE IN FORCE ON THE
      *    BUSINESS DATE, AS DATA-PROCESSOR DOES.
           SELECT RSTFILE ASSIGN TO "RSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RSTFILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT ACHOUTFILE ASSIGN TO "ACHOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACHRTNFILE ASSIGN TO "ACHRTN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACHRPTFILE ASSIGN TO "ACHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACHINFILE.
           COPY "achrec".

       FD  MASTFILE.
           COPY "mastrec".

       FD  RSTFILE.
           COPY "rstrec".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  ACHOUTFILE.
       01  ACHOUT-RECORD           PIC X(80).

       FD  ACHRTNFILE.
           COPY "achrec" REPLACING LEADING ==ACH-== BY ==RTN-==.

       FD  ACHRPTFILE.
       01  ACHRPT-LINE             PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ACHIN-STATUS         PIC X(2)    VALUE SPACES.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-RSTFILE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
           05  WS-BUS-CENTURY      PIC 9(2).
           05  WS-BUS-YYMMDD       PIC 9(6).
       01  WS-STAMP-TIME           PIC 9(8)    VALUE 0.

      *----------------------------------------------------------------
      *  CONTROL CHECK ACCUMULATORS. HASHES ARE SUMMED WIDE AND
      *  TRUNCATED TO TEN DIGITS BY MOVING THEM TO WS-HASH-10, WHICH
      *  DROPS THE HIGH-ORDER DIGITS EXACTLY AS THE ACH RULE DOES.
      *----------------------------------------------------------------
       01  WS-PHYS-RECORDS         PIC 9(8)    VALUE 0.
       01  WS-CONTROL-ERRORS       PIC 9(5)    VALUE 0.
       01  WS-CONTROL-TEXT         PIC X(80)   VALUE SPACES.
       01  WS-FILE-HEADER-SW       PIC X       VALUE 'N'.
           88  WS-FILE-HEADER-SEEN             VALUE 'Y'.
       01  WS-FILE-CONTROL-SW      PIC X       VALUE 'N'.
           88  WS-FILE-CONTROL-SEEN            VALUE 'Y'.
       01  WS-BATCH-OPEN-SW        PIC X       VALUE 'N'.
           88  WS-BATCH-IS-OPEN                VALUE 'Y'.
       01  WS-BAT-NUMBER           PIC X(7)    VALUE SPACES.
       01  WS-BAT-ENTRY-COUNT      PIC 9(8)    VALUE 0.
       01  WS-BAT-HASH             PIC 9(18)   VALUE 0.
       01  WS-BAT-DEBIT            PIC 9(12)V99 VALUE 0.
       01  WS-BAT-CREDIT           PIC 9(12)V99 VALUE 0.
       01  WS-FIL-BATCH-COUNT      PIC 9(6)    VALUE 0.
       01  WS-FIL-ENTRY-COUNT      PIC 9(8)    VALUE 0.
       01  WS-FIL-HASH             PIC 9(18)   VALUE 0.
       01  WS-FIL-DEBIT            PIC 9(12)V99 VALUE 0.
       01  WS-FIL-CREDIT           PIC 9(12)V99 VALUE 0.
       01  WS-DECLARED-BLOCKS      PIC 9(6)    VALUE 0.
       01  WS-BLOCKS               PIC 9(6)    VALUE 0.
       01  WS-HASH-10              PIC 9(10)   VALUE 0.
       01  WS-RECORD-NUMBER-ED     PIC Z(7)9.

      *----------------------------------------------------------------
      *  THE INBOUND FILE AND BATCH HEADERS, KEPT FOR THE RETURNS -
      *  A RETURN GOES BACK TO THE BANK THAT SENT THE FILE, UNDER
      *  THE ORIGINATING COMPANY'S OWN BATCH DESCRIPTION.
      *----------------------------------------------------------------
       01  WS-IN-IMMED-DEST        PIC X(10)   VALUE SPACES.
       01  WS-IN-IMMED-ORIGIN      PIC X(10)   VALUE SPACES.
       01  WS-IN-DEST-NAME         PIC X(23)   VALUE SPACES.
       01  WS-IN-ORIGIN-NAME       PIC X(23)   VALUE SPACES.
       01  WS-OUR-DFI              PIC X(8)    VALUE SPACES.
       01  WS-IN-COMPANY-NAME      PIC X(16)   VALUE SPACES.
       01  WS-IN-DISCRETIONARY     PIC X(20)   VALUE SPACES.
       01  WS-IN-COMPANY-ID        PIC X(10)   VALUE SPACES.
       01  WS-IN-SEC-CODE          PIC X(3)    VALUE SPACES.
       01  WS-IN-ENTRY-DESC        PIC X(10)   VALUE SPACES.
       01  WS-IN-DESC-DATE         PIC X(6)    VALUE SPACES.
       01  WS-IN-BATCH-NUMBER      PIC X(7)    VALUE SPACES.
       01  WS-EFFECTIVE-DATE       PIC X(8)    VALUE SPACES.

      *----------------------------------------------------------------
      *  THE ENTRY BEING CONVERTED.
      *----------------------------------------------------------------
       01  WS-TRAN-CODE            PIC X(2)    VALUE SPACES.
           88  WS-TRAN-IS-CREDIT               VALUE "22" "32".
           88  WS-TRAN-IS-DEBIT                VALUE "27" "37".
           88  WS-TRAN-IS-PRENOTE              VALUE "23" "28"
                                                     "33" "38".
       01  WS-DEBIT-SIDE-SW        PIC X       VALUE 'N'.
           88  WS-ENTRY-IS-DEBIT-SIDE          VALUE 'Y'.
       01  WS-RETURN-CODE          PIC X(3)    VALUE SPACES.
       01  WS-RETURN-TEXT          PIC X(30)   VALUE SPACES.
       01  WS-ACCOUNT-LENGTH       PIC 9(2)    VALUE 0.
       01  WS-ACCOUNT-TRAILING     PIC 9(2)    VALUE 0.
       01  WS-MAX-POST-AMOUNT      PIC 9(8)V99 VALUE 9999999.99.

       01  WS-BATCHES-READ         PIC 9(6)    VALUE 0.
       01  WS-ENTRIES-READ         PIC 9(8)    VALUE 0.
       01  WS-CREDITS-CONVERTED    PIC 9(8)    VALUE 0.
       01  WS-CREDIT-AMOUNT        PIC S9(11)V99 VALUE 0.
       01  WS-DEBITS-CONVERTED     PIC 9(8)    VALUE 0.
       01  WS-DEBIT-AMOUNT         PIC S9(11)V99 VALUE 0.
       01  WS-PRENOTES-ACCEPTED    PIC 9(8)    VALUE 0.
       01  WS-RECORDS-WRITTEN      PIC 9(9)    VALUE 0.
       01  WS-ENTRIES-RETURNED     PIC 9(8)    VALUE 0.
       01  WS-RETURNED-AMOUNT      PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      *  RESTRICTIONS IN FORCE - THE SAME TABLE AND VERDICTS AS
      *  DATA-PROCESSOR'S, EXCEPT THAT AN ACH ENTRY CANNOT WAIT FOR
      *  AN APPROVAL CARD: WHAT DATA-PROCESSOR WOULD HOLD OR
      *  SUSPEND IS RETURNED HERE.
      *----------------------------------------------------------------
       01  WS-RESTRICT-EDITS-SW    PIC X       VALUE 'N'.
           88  WS-RESTRICT-EDITS-ON            VALUE 'Y'.
       01  WS-RST-EOF-SW           PIC X       VALUE 'N'.
           88  WS-RST-EOF                      VALUE 'Y'.
       01  WS-RST-COUNT            PIC 9(4)    VALUE 0.
       01  WS-RST-SUB              PIC 9(4)    VALUE 0.
       01  WS-RST-TABLE.
           05  WS-RST-ENTRY        OCCURS 1000 TIMES.
               10  WS-RST-ENT-ACCOUNT  PIC X(10).
               10  WS-RST-ENT-TYPE     PIC X(1).
               10  WS-RST-ENT-AMOUNT   PIC 9(7)V99.
       01  WS-RST-TABLE-FULL-SW    PIC X       VALUE 'N'.
           88  WS-RST-TABLE-FULL               VALUE 'Y'.
       01  WS-RST-BUSINESS-DATE    PIC X(8)    VALUE SPACES.
       01  WS-RST-MATCH-ACCOUNT    PIC X(10)   VALUE SPACES.
       01  WS-RST-FOUND-SW         PIC X       VALUE 'N'.
           88  WS-RST-FOUND                    VALUE 'Y'.
       01  WS-RST-FROZEN-SW        PIC X       VALUE 'N'.
           88  WS-RST-FROZEN                   VALUE 'Y'.
       01  WS-RST-NO-DEBIT-SW      PIC X       VALUE 'N'.
           88  WS-RST-NO-DEBIT                 VALUE 'Y'.
       01  WS-RST-HOLD-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-RST-TEST-BALANCE     PIC S9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      *  THE RETURN FILE. RETURNS ARE BATCHED BY THE INBOUND BATCH
      *  THEY CAME FROM; THE FILE AND EACH BATCH ARE OPENED ONLY
      *  WHEN THE FIRST RETURN FOR THEM TURNS UP, SO A DAY WITH NO
      *  RETURNS LEAVES ACHRTN EMPTY. RETURN TRACE NUMBERS ARE THIS
      *  BANK'S ROUTING NUMBER AND A RUNNING SEQUENCE.
      *----------------------------------------------------------------
       01  WS-RTN-FILE-SW          PIC X       VALUE 'N'.
           88  WS-RTN-FILE-STARTED             VALUE 'Y'.
       01  WS-RTN-BATCH-SW         PIC X       VALUE 'N'.
           88  WS-RTN-BATCH-IS-OPEN            VALUE 'Y'.
       01  WS-RTN-RECORDS          PIC 9(8)    VALUE 0.
       01  WS-RTN-SEQ              PIC 9(7)    VALUE 0.
       01  WS-RTN-BATCH-SEQ        PIC 9(7)    VALUE 0.
       01  WS-RTN-PAD-COUNT        PIC 9(2)    VALUE 0.
       01  WS-RB-ENTRY-COUNT       PIC 9(6)    VALUE 0.
       01  WS-RB-HASH              PIC 9(18)   VALUE 0.
       01  WS-RB-DEBIT             PIC 9(10)V99 VALUE 0.
       01  WS-RB-CREDIT            PIC 9(10)V99 VALUE 0.
       01  WS-RF-BATCH-COUNT       PIC 9(6)    VALUE 0.
       01  WS-RF-ENTRY-COUNT       PIC 9(8)    VALUE 0.
       01  WS-RF-HASH              PIC 9(18)   VALUE 0.
       01  WS-RF-DEBIT             PIC 9(10)V99 VALUE 0.
       01  WS-RF-CREDIT            PIC 9(10)V99 VALUE 0.

      *    ROUTING NUMBER CHECK DIGIT - WEIGHTS 3,7,1 REPEATED OVER
      *    THE EIGHT DIGITS; THE CHECK DIGIT BRINGS THE WEIGHTED SUM
      *    UP TO THE NEXT MULTIPLE OF TEN.
       01  WS-CD-WEIGHTS           PIC X(8)    VALUE "37137137".
       01  WS-CD-ROUTING           PIC X(8)    VALUE SPACES.
       01  WS-CD-SUB               PIC 9(1)    VALUE 0.
       01  WS-CD-DIGIT             PIC 9(1)    VALUE 0.
       01  WS-CD-WEIGHT            PIC 9(1)    VALUE 0.
       01  WS-CD-SUM               PIC 9(3)    VALUE 0.
       01  WS-CD-QUOTIENT          PIC 9(3)    VALUE 0.
       01  WS-CD-REMAINDER         PIC 9(1)    VALUE 0.
       01  WS-CD-CHECK             PIC 9(1)    VALUE 0.

      *----------------------------------------------------------------
      *  THE CONVERTED TRANSACTION - THE RECLAY ENVELOPE WITH THE
      *  REASON CODE WHERE DATA-PROCESSOR READS IT FOR A DEPOSIT OR
      *  WITHDRAWAL.
      *----------------------------------------------------------------
       COPY "reclay" REPLACING DL-RECORD        BY POST-RECORD
                                DL-REC-TYPE       BY POST-REC-TYPE
                                DL-REC-KEY        BY POST-REC-KEY
                                DL-REC-AMOUNT     BY POST-REC-AMOUNT
                                DL-REC-DATE       BY POST-REC-DATE
                                DL-REC-BRANCH     BY POST-REC-BRANCH
                                DL-TRAILER-RECORD BY
                                    POST-TRAILER-RECORD
                                DL-TRL-TYPE       BY POST-TRL-TYPE
                                DL-TRL-COUNT      BY POST-TRL-COUNT.

       01  POST-REASON-RECORD REDEFINES POST-RECORD.
           05  FILLER              PIC X(32).
           05  POST-RSN-REASON-CODE PIC X(04).
           05  FILLER              PIC X(44).

       01  WS-RPT-HEADER-LINE.
           05  FILLER              PIC X(29)   VALUE
               "ACH INTAKE AND RETURNS  FOR  ".
           05  WA-BUSINESS-DATE    PIC 9(8).

       01  WS-RPT-FILE-LINE.
           05  FILLER              PIC X(11)   VALUE "FILE FROM  ".
           05  WA-ORIGIN-NAME      PIC X(23).
           05  FILLER              PIC X(11)   VALUE "  CREATED  ".
           05  WA-CREATE-DATE      PIC X(6).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  WA-CREATE-TIME      PIC X(4).
           05  FILLER              PIC X(10)   VALUE "  FILE ID ".
           05  WA-FILE-ID-MOD      PIC X(1).

       01  WS-RPT-ERROR-LINE.
           05  FILLER              PIC X(22)   VALUE
               "CONTROL ERROR  RECORD ".
           05  WA-ERROR-RECORD     PIC Z(7)9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WA-ERROR-TEXT       PIC X(80).

       01  WS-RPT-RETURN-HEADING.
           05  FILLER              PIC X(45)   VALUE
               "BATCH    TRACE NUMBER     ACCOUNT            ".
           05  FILLER              PIC X(45)   VALUE
               "NAME                    TC       AMOUNT   RTN".
           05  FILLER              PIC X(8)    VALUE "  REASON".

       01  WS-RPT-RETURN-LINE.
           05  WA-BATCH            PIC X(7).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WA-TRACE            PIC X(15).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WA-ACCOUNT          PIC X(17).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WA-NAME             PIC X(22).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WA-TRAN-CODE        PIC X(2).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WA-AMOUNT           PIC Z(7)9.99.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  WA-RETURN-CODE      PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WA-RETURN-TEXT      PIC X(30).

       01  WS-RPT-TOTAL-LINE.
           05  WA-TOTAL-LABEL      PIC X(26).
           05  WA-TOTAL-COUNT      PIC Z(7)9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  WA-TOTAL-AMOUNT     PIC -(11)9.99.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACH-INTAKE: Starting ACH file intake"

           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           ACCEPT WS-STAMP-TIME FROM TIME

           OPEN INPUT ACHINFILE
           IF WS-ACHIN-STATUS NOT = "00"
               DISPLAY "ACH-INTAKE: *** ERROR - ACHIN OPEN FAILED, "
                   "STATUS: " WS-ACHIN-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT ACHRPTFILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM CHECK-ONE-RECORD-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           PERFORM CHECK-END-OF-FILE THRU CHECK-END-OF-FILE-EXIT
           CLOSE ACHINFILE

           OPEN OUTPUT ACHOUTFILE
           OPEN OUTPUT ACHRTNFILE

           IF WS-CONTROL-ERRORS > 0
               MOVE SPACES TO ACHRPT-LINE
               WRITE ACHRPT-LINE
               MOVE "FILE REFUSED - CONTROL TOTALS DO NOT PROVE - NO "
                   & "ENTRY CONVERTED OR RETURNED" TO ACHRPT-LINE
               WRITE ACHRPT-LINE
               CLOSE ACHOUTFILE
               CLOSE ACHRTNFILE
               CLOSE ACHRPTFILE
               DISPLAY "ACH-INTAKE: *** ERROR - " WS-CONTROL-ERRORS
                   " CONTROL ERROR(S) - FILE REFUSED, NOTHING "
                   "CONVERTED ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF
           DISPLAY "ACH-INTAKE: File controls proved - "
               WS-FIL-BATCH-COUNT " batches, " WS-FIL-ENTRY-COUNT
               " entries and addenda"

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS NOT = "00"
               DISPLAY "ACH-INTAKE: *** ERROR - MASTFILE OPEN "
                   "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               CLOSE ACHOUTFILE
               CLOSE ACHRTNFILE
               CLOSE ACHRPTFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF
           PERFORM LOAD-RESTRICTIONS THRU LOAD-RESTRICTIONS-EXIT

           MOVE SPACES TO ACHRPT-LINE
           WRITE ACHRPT-LINE
           MOVE WS-RPT-RETURN-HEADING TO ACHRPT-LINE
           WRITE ACHRPT-LINE

           PERFORM WRITE-GENERATED-HEADER
           OPEN INPUT ACHINFILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM CONVERT-ONE-RECORD-LOOP
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE ACHINFILE
           PERFORM WRITE-GENERATED-TRAILER
           IF WS-RTN-FILE-STARTED
               PERFORM CLOSE-RETURN-FILE THRU CLOSE-RETURN-FILE-EXIT
           END-IF
           PERFORM WRITE-REPORT-TOTALS

           CLOSE MASTFILE
           CLOSE ACHOUTFILE
           CLOSE ACHRTNFILE
           CLOSE ACHRPTFILE

           DISPLAY "ACH-INTAKE: Conversion completed"
           DISPLAY "ACH-INTAKE: Entries read:       " WS-ENTRIES-READ
           DISPLAY "ACH-INTAKE: Credits converted:  "
               WS-CREDITS-CONVERTED
           DISPLAY "ACH-INTAKE: Debits converted:   "
               WS-DEBITS-CONVERTED
           DISPLAY "ACH-INTAKE: Prenotes accepted:  "
               WS-PRENOTES-ACCEPTED
           DISPLAY "ACH-INTAKE: Entries returned:   "
               WS-ENTRIES-RETURNED

           IF WS-ENTRIES-RETURNED > 0
               MOVE 4 TO RETURN-CODE
               DISPLAY "ACH-INTAKE: *** RETURNS WRITTEN - SEND ACHRTN "
                   "AND SEE THE RETURN REPORT ***"
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

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

      *================================================================
      *  PASS 1 - CONTROL CHECK. EVERY DIFFERENCE IS REPORTED, NOT
      *  JUST THE FIRST, SO ONE CALL TO THE SENDING BANK COVERS THEM.
      *================================================================
       CHECK-ONE-RECORD-LOOP.
           READ ACHINFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-PHYS-RECORDS
                   PERFORM CHECK-ONE-RECORD
                       THRU CHECK-ONE-RECORD-EXIT
           END-READ.

       CHECK-ONE-RECORD.
           IF WS-FILE-CONTROL-SEEN
               IF ACH-RECORD NOT = ALL "9"
                   MOVE "RECORD FOLLOWS THE FILE CONTROL"
                       TO WS-CONTROL-TEXT
                   PERFORM WRITE-CONTROL-ERROR
               END-IF
               GO TO CHECK-ONE-RECORD-EXIT
           END-IF
           IF WS-PHYS-RECORDS = 1 AND NOT ACH-IS-FILE-HEADER
               MOVE "FIRST RECORD IS NOT A FILE HEADER"
                   TO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF

           EVALUATE TRUE
               WHEN ACH-IS-FILE-HEADER
                   PERFORM CHECK-FILE-HEADER
                       THRU CHECK-FILE-HEADER-EXIT
               WHEN ACH-IS-BATCH-HEADER
                   PERFORM CHECK-BATCH-HEADER
               WHEN ACH-IS-ENTRY-DETAIL
               WHEN ACH-IS-ADDENDA
                   PERFORM CHECK-ENTRY THRU CHECK-ENTRY-EXIT
               WHEN ACH-IS-BATCH-CONTROL
                   PERFORM CHECK-BATCH-CONTROL
                       THRU CHECK-BATCH-CONTROL-EXIT
               WHEN ACH-IS-FILE-CONTROL
                   PERFORM CHECK-FILE-CONTROL
                       THRU CHECK-FILE-CONTROL-EXIT
               WHEN OTHER
                   MOVE SPACES TO WS-CONTROL-TEXT
                   STRING "UNKNOWN RECORD TYPE '" ACH-REC-TYPE "'"
                       DELIMITED BY SIZE INTO WS-CONTROL-TEXT
                   PERFORM WRITE-CONTROL-ERROR
           END-EVALUATE.

       CHECK-ONE-RECORD-EXIT.
           EXIT.

       CHECK-FILE-HEADER.
           IF WS-PHYS-RECORDS NOT = 1
               MOVE "FILE HEADER OUT OF PLACE" TO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
               GO TO CHECK-FILE-HEADER-EXIT
           END-IF
           SET WS-FILE-HEADER-SEEN TO TRUE
           MOVE ACH-FH-ORIGIN-NAME TO WA-ORIGIN-NAME
           MOVE ACH-FH-CREATE-DATE TO WA-CREATE-DATE
           MOVE ACH-FH-CREATE-TIME TO WA-CREATE-TIME
           MOVE ACH-FH-FILE-ID-MOD TO WA-FILE-ID-MOD
           MOVE WS-RPT-FILE-LINE TO ACHRPT-LINE
           WRITE ACHRPT-LINE
           DISPLAY "ACH-INTAKE: File from " ACH-FH-ORIGIN-NAME
               " created " ACH-FH-CREATE-DATE

           IF ACH-FH-RECORD-SIZE NOT = "094"
               MOVE "RECORD SIZE IS NOT 094" TO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF
           IF ACH-FH-IMMED-DEST(2:9) NOT NUMERIC
               MOVE "IMMEDIATE DESTINATION IS NOT A ROUTING NUMBER"
                   TO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF.

       CHECK-FILE-HEADER-EXIT.
           EXIT.

       CHECK-BATCH-HEADER.
           IF WS-BATCH-IS-OPEN
               MOVE SPACES TO WS-CONTROL-TEXT
               STRING "BATCH " WS-BAT-NUMBER
                   " HAS NO BATCH CONTROL" DELIMITED BY SIZE
                   INTO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF
           SET WS-BATCH-IS-OPEN TO TRUE
           MOVE ACH-BH-BATCH-NUMBER TO WS-BAT-NUMBER
           MOVE 0 TO WS-BAT-ENTRY-COUNT WS-BAT-HASH
               WS-BAT-DEBIT WS-BAT-CREDIT.

      *    THE DEBIT OR CREDIT SIDE OF AN ENTRY IS THE SECOND DIGIT
      *    OF ITS TRANSACTION CODE: 0-4 CREDITS, 5-9 DEBITS.
       CHECK-ENTRY.
           IF NOT WS-BATCH-IS-OPEN
               MOVE "ENTRY OR ADDENDA OUTSIDE A BATCH"
                   TO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
               GO TO CHECK-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-BAT-ENTRY-COUNT
           IF ACH-IS-ADDENDA
               GO TO CHECK-ENTRY-EXIT
           END-IF

           IF ACH-ED-RDFI-ID NOT NUMERIC
               MOVE SPACES TO WS-CONTROL-TEXT
               STRING "ENTRY " ACH-ED-TRACE
                   " RECEIVING DFI IS NOT NUMERIC" DELIMITED BY SIZE
                   INTO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           ELSE
               ADD ACH-ED-RDFI-ID-N TO WS-BAT-HASH
           END-IF
           IF ACH-ED-AMOUNT NOT NUMERIC
               MOVE SPACES TO WS-CONTROL-TEXT
               STRING "ENTRY " ACH-ED-TRACE
                   " AMOUNT IS NOT NUMERIC" DELIMITED BY SIZE
                   INTO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
               GO TO CHECK-ENTRY-EXIT
           END-IF
           IF ACH-ED-TRAN-CODE(2:1) < "5"
               ADD ACH-ED-AMOUNT TO WS-BAT-CREDIT
           ELSE
               ADD ACH-ED-AMOUNT TO WS-BAT-DEBIT
           END-IF.

       CHECK-ENTRY-EXIT.
           EXIT.

       CHECK-BATCH-CONTROL.
           IF NOT WS-BATCH-IS-OPEN
               MOVE "BATCH CONTROL WITHOUT A BATCH HEADER"
                   TO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
               GO TO CHECK-BATCH-CONTROL-EXIT
           END-IF

           IF ACH-BC-ENTRY-COUNT NOT NUMERIC
               OR ACH-BC-ENTRY-COUNT NOT = WS-BAT-ENTRY-COUNT
               MOVE SPACES TO WS-CONTROL-TEXT
               STRING "BATCH " WS-BAT-NUMBER
                   " ENTRY/ADDENDA COUNT DOES NOT AGREE"
                   DELIMITED BY SIZE INTO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF
           MOVE WS-BAT-HASH TO WS-HASH-10
           IF ACH-BC-ENTRY-HASH NOT NUMERIC
               OR ACH-BC-ENTRY-HASH NOT = WS-HASH-10
               MOVE SPACES TO WS-CONTROL-TEXT
               STRING "BATCH " WS-BAT-NUMBER
                   " ENTRY HASH DOES NOT AGREE"
                   DELIMITED BY SIZE INTO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF
           IF ACH-BC-TOTAL-DEBIT NOT NUMERIC
               OR ACH-BC-TOTAL-DEBIT NOT = WS-BAT-DEBIT
               MOVE SPACES TO WS-CONTROL-TEXT
               STRING "BATCH " WS-BAT-NUMBER
                   " TOTAL DEBITS DO NOT AGREE"
                   DELIMITED BY SIZE INTO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF
           IF ACH-BC-TOTAL-CREDIT NOT NUMERIC
               OR ACH-BC-TOTAL-CREDIT NOT = WS-BAT-CREDIT
               MOVE SPACES TO WS-CONTROL-TEXT
               STRING "BATCH " WS-BAT-NUMBER
                   " TOTAL CREDITS DO NOT AGREE"
                   DELIMITED BY SIZE INTO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF
           IF ACH-BC-BATCH-NUMBER NOT = WS-BAT-NUMBER
               MOVE SPACES TO WS-CONTROL-TEXT
               STRING "BATCH " WS-BAT-NUMBER
                   " CLOSED BY THE CONTROL FOR BATCH "
                   ACH-BC-BATCH-NUMBER
                   DELIMITED BY SIZE INTO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF

           ADD 1 TO WS-FIL-BATCH-COUNT
           ADD WS-BAT-ENTRY-COUNT TO WS-FIL-ENTRY-COUNT
           ADD WS-BAT-HASH TO WS-FIL-HASH
           ADD WS-BAT-DEBIT TO WS-FIL-DEBIT
           ADD WS-BAT-CREDIT TO WS-FIL-CREDIT
           MOVE 'N' TO WS-BATCH-OPEN-SW.

       CHECK-BATCH-CONTROL-EXIT.
           EXIT.

       CHECK-FILE-CONTROL.
           IF ACH-RECORD = ALL "9"
               MOVE "BLOCK PADDING BEFORE THE FILE CONTROL"
                   TO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
               GO TO CHECK-FILE-CONTROL-EXIT
           END-IF
           IF WS-BATCH-IS-OPEN
               MOVE SPACES TO WS-CONTROL-TEXT
               STRING "BATCH " WS-BAT-NUMBER
                   " HAS NO BATCH CONTROL" DELIMITED BY SIZE
                   INTO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
               MOVE 'N' TO WS-BATCH-OPEN-SW
           END-IF
           SET WS-FILE-CONTROL-SEEN TO TRUE

           IF ACH-FC-BLOCK-COUNT NUMERIC
               MOVE ACH-FC-BLOCK-COUNT TO WS-DECLARED-BLOCKS
           END-IF
           IF ACH-FC-BATCH-COUNT NOT NUMERIC
               OR ACH-FC-BATCH-COUNT NOT = WS-FIL-BATCH-COUNT
               MOVE "FILE BATCH COUNT DOES NOT AGREE"
                   TO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF
           IF ACH-FC-ENTRY-COUNT NOT NUMERIC
               OR ACH-FC-ENTRY-COUNT NOT = WS-FIL-ENTRY-COUNT
               MOVE "FILE ENTRY/ADDENDA COUNT DOES NOT AGREE"
                   TO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF
           MOVE WS-FIL-HASH TO WS-HASH-10
           IF ACH-FC-ENTRY-HASH NOT NUMERIC
               OR ACH-FC-ENTRY-HASH NOT = WS-HASH-10
               MOVE "FILE ENTRY HASH DOES NOT AGREE"
                   TO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF
           IF ACH-FC-TOTAL-DEBIT NOT NUMERIC
               OR ACH-FC-TOTAL-DEBIT NOT = WS-FIL-DEBIT
               MOVE "FILE TOTAL DEBITS DO NOT AGREE"
                   TO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF
           IF ACH-FC-TOTAL-CREDIT NOT NUMERIC
               OR ACH-FC-TOTAL-CREDIT NOT = WS-FIL-CREDIT
               MOVE "FILE TOTAL CREDITS DO NOT AGREE"
                   TO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF.

       CHECK-FILE-CONTROL-EXIT.
           EXIT.

      *    THE BLOCK COUNT INCLUDES THE PADDING, SO IT CAN ONLY BE
      *    PROVED ONCE THE LAST RECORD HAS BEEN READ.
       CHECK-END-OF-FILE.
           IF WS-PHYS-RECORDS = 0
               MOVE "ACH FILE IS EMPTY" TO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
               GO TO CHECK-END-OF-FILE-EXIT
           END-IF
           IF WS-BATCH-IS-OPEN
               MOVE SPACES TO WS-CONTROL-TEXT
               STRING "BATCH " WS-BAT-NUMBER
                   " HAS NO BATCH CONTROL" DELIMITED BY SIZE
                   INTO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF
           IF NOT WS-FILE-CONTROL-SEEN
               MOVE "FILE CONTROL RECORD MISSING" TO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
               GO TO CHECK-END-OF-FILE-EXIT
           END-IF
           COMPUTE WS-BLOCKS = (WS-PHYS-RECORDS + 9) / 10
           IF WS-BLOCKS NOT = WS-DECLARED-BLOCKS
               MOVE "FILE BLOCK COUNT DOES NOT AGREE"
                   TO WS-CONTROL-TEXT
               PERFORM WRITE-CONTROL-ERROR
           END-IF.

       CHECK-END-OF-FILE-EXIT.
           EXIT.

       WRITE-CONTROL-ERROR.
           ADD 1 TO WS-CONTROL-ERRORS
           MOVE WS-PHYS-RECORDS TO WS-RECORD-NUMBER-ED
           DISPLAY "ACH-INTAKE: Control error at record "
               WS-RECORD-NUMBER-ED " - " WS-CONTROL-TEXT
           MOVE WS-PHYS-RECORDS TO WA-ERROR-RECORD
           MOVE WS-CONTROL-TEXT TO WA-ERROR-TEXT
           MOVE WS-RPT-ERROR-LINE TO ACHRPT-LINE
           WRITE ACHRPT-LINE.

      *----------------------------------------------------------------
      *  RESTRICTIONS IN FORCE ON THE BUSINESS DATE - ACTIVE,
      *  STARTED ON OR BEFORE IT AND NOT YET PAST THEIR EXPIRY. A
      *  MISSING RESTRICTION FILE IS REPORTED AND THE EDIT SKIPPED,
      *  AS IN DATA-PROCESSOR, WHICH STILL ENFORCES THEM AT POSTING.
      *----------------------------------------------------------------
       LOAD-RESTRICTIONS.
           OPEN INPUT RSTFILE
           IF WS-RSTFILE-STATUS NOT = "00"
               DISPLAY "ACH-INTAKE: Restriction file not "
                   "available - restriction edits skipped"
               GO TO LOAD-RESTRICTIONS-EXIT
           END-IF

           SET WS-RESTRICT-EDITS-ON TO TRUE
           MOVE WS-BUSINESS-DATE TO WS-RST-BUSINESS-DATE
           MOVE 'N' TO WS-RST-EOF-SW
           PERFORM LOAD-ONE-RESTRICTION
               UNTIL WS-RST-EOF
           CLOSE RSTFILE
           DISPLAY "ACH-INTAKE: Restrictions in force: "
               WS-RST-COUNT.

       LOAD-RESTRICTIONS-EXIT.
           EXIT.

       LOAD-ONE-RESTRICTION.
           READ RSTFILE NEXT RECORD
               AT END
                   SET WS-RST-EOF TO TRUE
               NOT AT END
                   IF RST-ACTIVE
                       AND RST-TYPE-VALID
                       AND RST-START-DATE NOT > WS-RST-BUSINESS-DATE
                       AND (RST-EXPIRY-DATE = SPACES
                        OR RST-EXPIRY-DATE NOT < WS-RST-BUSINESS-DATE)
                       PERFORM TABLE-ONE-RESTRICTION
                   END-IF
           END-READ.

       TABLE-ONE-RESTRICTION.
           IF WS-RST-COUNT >= 1000
               IF NOT WS-RST-TABLE-FULL
                   SET WS-RST-TABLE-FULL TO TRUE
                   DISPLAY "ACH-INTAKE: *** WARNING - "
                       "restriction table full at 1000 entries - "
                       "further restrictions not enforced ***"
               END-IF
           ELSE
               ADD 1 TO WS-RST-COUNT
               MOVE RST-ACCOUNT TO WS-RST-ENT-ACCOUNT (WS-RST-COUNT)
               MOVE RST-TYPE TO WS-RST-ENT-TYPE (WS-RST-COUNT)
               MOVE 0 TO WS-RST-ENT-AMOUNT (WS-RST-COUNT)
               IF RST-HOLD-AMOUNT NUMERIC
                   MOVE RST-HOLD-AMOUNT
                       TO WS-RST-ENT-AMOUNT (WS-RST-COUNT)
               END-IF
           END-IF.

      *================================================================
      *  PASS 2 - CONVERSION AND RETURNS.
      *================================================================
       CONVERT-ONE-RECORD-LOOP.
           READ ACHINFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM CONVERT-ONE-RECORD
                       THRU CONVERT-ONE-RECORD-EXIT
           END-READ.

       CONVERT-ONE-RECORD.
           EVALUATE TRUE
               WHEN ACH-IS-FILE-HEADER
                   MOVE ACH-FH-IMMED-DEST TO WS-IN-IMMED-DEST
                   MOVE ACH-FH-IMMED-ORIGIN TO WS-IN-IMMED-ORIGIN
                   MOVE ACH-FH-DEST-NAME TO WS-IN-DEST-NAME
                   MOVE ACH-FH-ORIGIN-NAME TO WS-IN-ORIGIN-NAME
                   MOVE ACH-FH-IMMED-DEST(2:8) TO WS-OUR-DFI
               WHEN ACH-IS-BATCH-HEADER
                   PERFORM SAVE-BATCH-HEADER
               WHEN ACH-IS-ENTRY-DETAIL
                   PERFORM CONVERT-ONE-ENTRY
                       THRU CONVERT-ONE-ENTRY-EXIT
               WHEN ACH-IS-BATCH-CONTROL
                   IF WS-RTN-BATCH-IS-OPEN
                       PERFORM CLOSE-RETURN-BATCH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONVERT-ONE-RECORD-EXIT.
           EXIT.

       SAVE-BATCH-HEADER.
           ADD 1 TO WS-BATCHES-READ
           MOVE ACH-BH-COMPANY-NAME TO WS-IN-COMPANY-NAME
           MOVE ACH-BH-DISCRETIONARY TO WS-IN-DISCRETIONARY
           MOVE ACH-BH-COMPANY-ID TO WS-IN-COMPANY-ID
           MOVE ACH-BH-SEC-CODE TO WS-IN-SEC-CODE
           MOVE ACH-BH-ENTRY-DESC TO WS-IN-ENTRY-DESC
           MOVE ACH-BH-DESC-DATE TO WS-IN-DESC-DATE
           MOVE ACH-BH-BATCH-NUMBER TO WS-IN-BATCH-NUMBER
           IF ACH-BH-EFFECTIVE-DATE NUMERIC
               STRING "20" ACH-BH-EFFECTIVE-DATE DELIMITED BY SIZE
                   INTO WS-EFFECTIVE-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
           END-IF.

       CONVERT-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ
           MOVE ACH-ED-TRAN-CODE TO WS-TRAN-CODE
           IF WS-TRAN-CODE(2:1) < "5"
               MOVE 'N' TO WS-DEBIT-SIDE-SW
           ELSE
               SET WS-ENTRY-IS-DEBIT-SIDE TO TRUE
           END-IF

           PERFORM FIND-RETURN-REASON THRU FIND-RETURN-REASON-EXIT
           IF WS-RETURN-CODE NOT = SPACES
               PERFORM WRITE-RETURN-ENTRY
                   THRU WRITE-RETURN-ENTRY-EXIT
               GO TO CONVERT-ONE-ENTRY-EXIT
           END-IF
           IF WS-TRAN-IS-PRENOTE
               ADD 1 TO WS-PRENOTES-ACCEPTED
               GO TO CONVERT-ONE-ENTRY-EXIT
           END-IF

           MOVE SPACES TO POST-RECORD
           MOVE MAST-KEY TO POST-REC-KEY
           MOVE ACH-ED-AMOUNT TO POST-REC-AMOUNT
           MOVE WS-EFFECTIVE-DATE TO POST-REC-DATE
           MOVE MAST-BRANCH TO POST-REC-BRANCH
           IF WS-TRAN-IS-CREDIT
               MOVE "P" TO POST-REC-TYPE
               MOVE "ACHC" TO POST-RSN-REASON-CODE
               ADD 1 TO WS-CREDITS-CONVERTED
               ADD ACH-ED-AMOUNT TO WS-CREDIT-AMOUNT
           ELSE
               MOVE "W" TO POST-REC-TYPE
               MOVE "ACHD" TO POST-RSN-REASON-CODE
               ADD 1 TO WS-DEBITS-CONVERTED
               ADD ACH-ED-AMOUNT TO WS-DEBIT-AMOUNT
           END-IF
           WRITE ACHOUT-RECORD FROM POST-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.

       CONVERT-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  WHY, IF AT ALL, THE ENTRY GOES BACK. THE ACCOUNT NUMBER IS
      *  LEFT-JUSTIFIED IN A 17-BYTE FIELD; ONE LONGER THAN A MASTER
      *  KEY CANNOT BE OURS. ON EXIT MASTFILE HOLDS THE ACCOUNT FOR
      *  AN ENTRY THAT IS NOT RETURNED.
      *----------------------------------------------------------------
       FIND-RETURN-REASON.
           MOVE SPACES TO WS-RETURN-CODE WS-RETURN-TEXT
           IF NOT WS-TRAN-IS-CREDIT AND NOT WS-TRAN-IS-DEBIT
               AND NOT WS-TRAN-IS-PRENOTE
               MOVE "R17" TO WS-RETURN-CODE
               MOVE "TRANSACTION CODE NOT ACCEPTED" TO WS-RETURN-TEXT
               GO TO FIND-RETURN-REASON-EXIT
           END-IF
           IF ACH-ED-AMOUNT > WS-MAX-POST-AMOUNT
               MOVE "R17" TO WS-RETURN-CODE
               MOVE "AMOUNT TOO LARGE TO POST" TO WS-RETURN-TEXT
               GO TO FIND-RETURN-REASON-EXIT
           END-IF

           MOVE 0 TO WS-ACCOUNT-TRAILING
           INSPECT ACH-ED-ACCOUNT TALLYING
               WS-ACCOUNT-TRAILING FOR TRAILING SPACES
           COMPUTE WS-ACCOUNT-LENGTH = 17 - WS-ACCOUNT-TRAILING
           IF WS-ACCOUNT-LENGTH = 0 OR WS-ACCOUNT-LENGTH > 10
               OR ACH-ED-ACCOUNT(1:1) = SPACE
               MOVE "R03" TO WS-RETURN-CODE
               MOVE "NO ACCOUNT/UNABLE TO LOCATE" TO WS-RETURN-TEXT
               GO TO FIND-RETURN-REASON-EXIT
           END-IF
           MOVE ACH-ED-ACCOUNT(1:10) TO MAST-KEY
           READ MASTFILE
               INVALID KEY
                   MOVE "R03" TO WS-RETURN-CODE
                   MOVE "NO ACCOUNT/UNABLE TO LOCATE"
                       TO WS-RETURN-TEXT
                   GO TO FIND-RETURN-REASON-EXIT
           END-READ
           IF MAST-INACTIVE
               MOVE "R02" TO WS-RETURN-CODE
               MOVE "ACCOUNT CLOSED" TO WS-RETURN-TEXT
               GO TO FIND-RETURN-REASON-EXIT
           END-IF

           IF NOT WS-RESTRICT-EDITS-ON OR WS-RST-COUNT = 0
               GO TO FIND-RETURN-REASON-EXIT
           END-IF
           MOVE MAST-KEY TO WS-RST-MATCH-ACCOUNT
           PERFORM GATHER-ACCOUNT-RESTRICTIONS
               THRU GATHER-ACCOUNT-RESTRICTIONS-EXIT
           IF NOT WS-RST-FOUND
               GO TO FIND-RETURN-REASON-EXIT
           END-IF
           IF WS-RST-FROZEN
               MOVE "R16" TO WS-RETURN-CODE
               MOVE "ACCOUNT FROZEN" TO WS-RETURN-TEXT
               GO TO FIND-RETURN-REASON-EXIT
           END-IF
           IF NOT WS-ENTRY-IS-DEBIT-SIDE
               GO TO FIND-RETURN-REASON-EXIT
           END-IF
           IF WS-RST-NO-DEBIT
               MOVE "R16" TO WS-RETURN-CODE
               MOVE "ACCOUNT RESTRICTED - NO DEBITS" TO WS-RETURN-TEXT
               GO TO FIND-RETURN-REASON-EXIT
           END-IF
           IF WS-RST-HOLD-TOTAL > 0
               COMPUTE WS-RST-TEST-BALANCE =
                   MAST-AMOUNT - ACH-ED-AMOUNT
               IF WS-RST-TEST-BALANCE < WS-RST-HOLD-TOTAL
                   MOVE "R16" TO WS-RETURN-CODE
                   MOVE "ACCOUNT RESTRICTED - LEGAL HOLD"
                       TO WS-RETURN-TEXT
               END-IF
           END-IF.

       FIND-RETURN-REASON-EXIT.
           EXIT.

       GATHER-ACCOUNT-RESTRICTIONS.
           MOVE 'N' TO WS-RST-FOUND-SW
           MOVE 'N' TO WS-RST-FROZEN-SW
           MOVE 'N' TO WS-RST-NO-DEBIT-SW
           MOVE 0 TO WS-RST-HOLD-TOTAL
           IF WS-RST-MATCH-ACCOUNT = SPACES
               GO TO GATHER-ACCOUNT-RESTRICTIONS-EXIT
           END-IF
           PERFORM SCAN-ONE-RESTRICTION
               VARYING WS-RST-SUB FROM 1 BY 1
               UNTIL WS-RST-SUB > WS-RST-COUNT.

       GATHER-ACCOUNT-RESTRICTIONS-EXIT.
           EXIT.

       SCAN-ONE-RESTRICTION.
           IF WS-RST-ENT-ACCOUNT (WS-RST-SUB) = WS-RST-MATCH-ACCOUNT
               SET WS-RST-FOUND TO TRUE
               EVALUATE WS-RST-ENT-TYPE (WS-RST-SUB)
                   WHEN "F"
                       SET WS-RST-FROZEN TO TRUE
                   WHEN "N"
                       SET WS-RST-NO-DEBIT TO TRUE
                   WHEN "L"
                       ADD WS-RST-ENT-AMOUNT (WS-RST-SUB)
                           TO WS-RST-HOLD-TOTAL
               END-EVALUATE
           END-IF.

      *================================================================
      *  ONE RETURN - AN ENTRY BACK TO THE ORIGINATING BANK (ITS
      *  ROUTING NUMBER IS THE FIRST EIGHT DIGITS OF THE ORIGINAL
      *  TRACE) WITH THE RETURN TRANSACTION CODE - 21/31 FOR A
      *  RETURNED CREDIT, 26/36 FOR A RETURNED DEBIT - AND A TYPE 99
      *  ADDENDA CARRYING THE REASON AND THE ORIGINAL TRACE NUMBER.
      *================================================================
       WRITE-RETURN-ENTRY.
           IF NOT WS-RTN-FILE-STARTED
               PERFORM OPEN-RETURN-FILE
           END-IF
           IF NOT WS-RTN-BATCH-IS-OPEN
               PERFORM OPEN-RETURN-BATCH
           END-IF
           ADD 1 TO WS-RTN-SEQ

           MOVE SPACES TO RTN-ENTRY-RECORD
           MOVE "6" TO RTN-ED-TYPE
           MOVE WS-TRAN-CODE(1:1) TO RTN-ED-TRAN-CODE(1:1)
           IF WS-ENTRY-IS-DEBIT-SIDE
               MOVE "6" TO RTN-ED-TRAN-CODE(2:1)
               ADD ACH-ED-AMOUNT TO WS-RB-DEBIT
           ELSE
               MOVE "1" TO RTN-ED-TRAN-CODE(2:1)
               ADD ACH-ED-AMOUNT TO WS-RB-CREDIT
           END-IF
           MOVE ACH-ED-TRACE-ODFI TO RTN-ED-RDFI-ID
           IF ACH-ED-TRACE-ODFI NUMERIC
               MOVE ACH-ED-TRACE-ODFI TO WS-CD-ROUTING
               PERFORM COMPUTE-CHECK-DIGIT
                   THRU COMPUTE-CHECK-DIGIT-EXIT
               MOVE WS-CD-CHECK TO RTN-ED-CHECK-DIGIT
               ADD RTN-ED-RDFI-ID-N TO WS-RB-HASH
           ELSE
               MOVE "0" TO RTN-ED-CHECK-DIGIT
           END-IF
           MOVE ACH-ED-ACCOUNT TO RTN-ED-ACCOUNT
           MOVE ACH-ED-AMOUNT TO RTN-ED-AMOUNT
           MOVE ACH-ED-INDIV-ID TO RTN-ED-INDIV-ID
           MOVE ACH-ED-INDIV-NAME TO RTN-ED-INDIV-NAME
           MOVE "1" TO RTN-ED-ADDENDA-IND
           MOVE WS-OUR-DFI TO RTN-ED-TRACE-ODFI
           MOVE WS-RTN-SEQ TO RTN-ED-TRACE-SEQ
           WRITE RTN-ENTRY-RECORD

           MOVE SPACES TO RTN-RETURN-ADDENDA-RECORD
           MOVE "7" TO RTN-RA-TYPE
           MOVE "99" TO RTN-RA-TYPE-CODE
           MOVE WS-RETURN-CODE TO RTN-RA-RETURN-CODE
           MOVE ACH-ED-TRACE TO RTN-RA-ORIG-TRACE
           MOVE ACH-ED-RDFI-ID TO RTN-RA-ORIG-RDFI
           MOVE WS-RETURN-TEXT TO RTN-RA-INFO
           MOVE RTN-ED-TRACE TO RTN-RA-TRACE
           WRITE RTN-RETURN-ADDENDA-RECORD
           ADD 2 TO WS-RTN-RECORDS WS-RB-ENTRY-COUNT

           ADD 1 TO WS-ENTRIES-RETURNED
           ADD ACH-ED-AMOUNT TO WS-RETURNED-AMOUNT
           MOVE WS-IN-BATCH-NUMBER TO WA-BATCH
           MOVE ACH-ED-TRACE TO WA-TRACE
           MOVE ACH-ED-ACCOUNT TO WA-ACCOUNT
           MOVE ACH-ED-INDIV-NAME TO WA-NAME
           MOVE ACH-ED-TRAN-CODE TO WA-TRAN-CODE
           MOVE ACH-ED-AMOUNT TO WA-AMOUNT
           MOVE WS-RETURN-CODE TO WA-RETURN-CODE
           MOVE WS-RETURN-TEXT TO WA-RETURN-TEXT
           MOVE WS-RPT-RETURN-LINE TO ACHRPT-LINE
           WRITE ACHRPT-LINE.

       WRITE-RETURN-ENTRY-EXIT.
           EXIT.

      *    THE RETURN FILE GOES BACK WHERE THE INBOUND FILE CAME
      *    FROM - DESTINATION AND ORIGIN SWAP PLACES.
       OPEN-RETURN-FILE.
           MOVE SPACES TO RTN-FILE-HEADER-RECORD
           MOVE "1" TO RTN-FH-TYPE
           MOVE "01" TO RTN-FH-PRIORITY
           MOVE WS-IN-IMMED-ORIGIN TO RTN-FH-IMMED-DEST
           MOVE WS-IN-IMMED-DEST TO RTN-FH-IMMED-ORIGIN
           MOVE WS-BUS-YYMMDD TO RTN-FH-CREATE-DATE
           MOVE WS-STAMP-TIME(1:4) TO RTN-FH-CREATE-TIME
           MOVE "A" TO RTN-FH-FILE-ID-MOD
           MOVE "094" TO RTN-FH-RECORD-SIZE
           MOVE "10" TO RTN-FH-BLOCKING
           MOVE "1" TO RTN-FH-FORMAT-CODE
           MOVE WS-IN-ORIGIN-NAME TO RTN-FH-DEST-NAME
           MOVE WS-IN-DEST-NAME TO RTN-FH-ORIGIN-NAME
           WRITE RTN-FILE-HEADER-RECORD
           ADD 1 TO WS-RTN-RECORDS
           SET WS-RTN-FILE-STARTED TO TRUE.

      *    A RETURN BATCH MAY HOLD RETURNED CREDITS AND DEBITS
      *    TOGETHER, SO IT IS ALWAYS MIXED (SERVICE CLASS 200).
       OPEN-RETURN-BATCH.
           ADD 1 TO WS-RTN-BATCH-SEQ
           MOVE 0 TO WS-RB-ENTRY-COUNT WS-RB-HASH
               WS-RB-DEBIT WS-RB-CREDIT
           MOVE SPACES TO RTN-BATCH-HEADER-RECORD
           MOVE "5" TO RTN-BH-TYPE
           MOVE "200" TO RTN-BH-SERVICE-CLASS
           MOVE WS-IN-COMPANY-NAME TO RTN-BH-COMPANY-NAME
           MOVE WS-IN-DISCRETIONARY TO RTN-BH-DISCRETIONARY
           MOVE WS-IN-COMPANY-ID TO RTN-BH-COMPANY-ID
           MOVE WS-IN-SEC-CODE TO RTN-BH-SEC-CODE
           MOVE WS-IN-ENTRY-DESC TO RTN-BH-ENTRY-DESC
           MOVE WS-IN-DESC-DATE TO RTN-BH-DESC-DATE
           MOVE WS-BUS-YYMMDD TO RTN-BH-EFFECTIVE-DATE
           MOVE "1" TO RTN-BH-ORIG-STATUS
           MOVE WS-OUR-DFI TO RTN-BH-ODFI-ID
           MOVE WS-RTN-BATCH-SEQ TO RTN-BH-BATCH-NUMBER
           WRITE RTN-BATCH-HEADER-RECORD
           ADD 1 TO WS-RTN-RECORDS
           SET WS-RTN-BATCH-IS-OPEN TO TRUE.

       CLOSE-RETURN-BATCH.
           MOVE SPACES TO RTN-BATCH-CONTROL-RECORD
           MOVE "8" TO RTN-BC-TYPE
           MOVE "200" TO RTN-BC-SERVICE-CLASS
           MOVE WS-RB-ENTRY-COUNT TO RTN-BC-ENTRY-COUNT
           MOVE WS-RB-HASH TO WS-HASH-10
           MOVE WS-HASH-10 TO RTN-BC-ENTRY-HASH
           MOVE WS-RB-DEBIT TO RTN-BC-TOTAL-DEBIT
           MOVE WS-RB-CREDIT TO RTN-BC-TOTAL-CREDIT
           MOVE WS-IN-COMPANY-ID TO RTN-BC-COMPANY-ID
           MOVE WS-OUR-DFI TO RTN-BC-ODFI-ID
           MOVE WS-RTN-BATCH-SEQ TO RTN-BC-BATCH-NUMBER
           WRITE RTN-BATCH-CONTROL-RECORD
           ADD 1 TO WS-RTN-RECORDS

           ADD 1 TO WS-RF-BATCH-COUNT
           ADD WS-RB-ENTRY-COUNT TO WS-RF-ENTRY-COUNT
           ADD WS-RB-HASH TO WS-RF-HASH
           ADD WS-RB-DEBIT TO WS-RF-DEBIT
           ADD WS-RB-CREDIT TO WS-RF-CREDIT
           MOVE 'N' TO WS-RTN-BATCH-SW.

       CLOSE-RETURN-FILE.
           IF WS-RTN-BATCH-IS-OPEN
               PERFORM CLOSE-RETURN-BATCH
           END-IF
           ADD 1 TO WS-RTN-RECORDS
           COMPUTE WS-BLOCKS = (WS-RTN-RECORDS + 9) / 10

           MOVE SPACES TO RTN-FILE-CONTROL-RECORD
           MOVE "9" TO RTN-FC-TYPE
           MOVE WS-RF-BATCH-COUNT TO RTN-FC-BATCH-COUNT
           MOVE WS-BLOCKS TO RTN-FC-BLOCK-COUNT
           MOVE WS-RF-ENTRY-COUNT TO RTN-FC-ENTRY-COUNT
           MOVE WS-RF-HASH TO WS-HASH-10
           MOVE WS-HASH-10 TO RTN-FC-ENTRY-HASH
           MOVE WS-RF-DEBIT TO RTN-FC-TOTAL-DEBIT
           MOVE WS-RF-CREDIT TO RTN-FC-TOTAL-CREDIT
           WRITE RTN-FILE-CONTROL-RECORD

           COMPUTE WS-RTN-PAD-COUNT = (WS-BLOCKS * 10) - WS-RTN-RECORDS
           PERFORM WRITE-PADDING-RECORD WS-RTN-PAD-COUNT TIMES.

       CLOSE-RETURN-FILE-EXIT.
           EXIT.

       WRITE-PADDING-RECORD.
           MOVE ALL "9" TO RTN-RECORD
           WRITE RTN-RECORD.

       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-CD-SUM
           PERFORM ADD-ONE-WEIGHTED-DIGIT
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > 8
           DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-QUOTIENT
               REMAINDER WS-CD-REMAINDER
           IF WS-CD-REMAINDER = 0
               MOVE 0 TO WS-CD-CHECK
           ELSE
               COMPUTE WS-CD-CHECK = 10 - WS-CD-REMAINDER
           END-IF.

       COMPUTE-CHECK-DIGIT-EXIT.
           EXIT.

       ADD-ONE-WEIGHTED-DIGIT.
           MOVE WS-CD-ROUTING(WS-CD-SUB:1) TO WS-CD-DIGIT
           MOVE WS-CD-WEIGHTS(WS-CD-SUB:1) TO WS-CD-WEIGHT
           COMPUTE WS-CD-SUM = WS-CD-SUM
               + (WS-CD-DIGIT * WS-CD-WEIGHT).

       WRITE-GENERATED-HEADER.
           MOVE SPACES TO POST-RECORD
           MOVE "H" TO POST-REC-TYPE
           MOVE WS-BUSINESS-DATE TO POST-REC-DATE
           WRITE ACHOUT-RECORD FROM POST-RECORD.

       WRITE-GENERATED-TRAILER.
           MOVE SPACES TO POST-RECORD
           MOVE "T" TO POST-TRL-TYPE
           MOVE WS-RECORDS-WRITTEN TO POST-TRL-COUNT
           WRITE ACHOUT-RECORD FROM POST-RECORD.

       WRITE-REPORT-HEADER.
           MOVE WS-BUSINESS-DATE TO WA-BUSINESS-DATE
           MOVE WS-RPT-HEADER-LINE TO ACHRPT-LINE
           WRITE ACHRPT-LINE
           MOVE SPACES TO ACHRPT-LINE
           WRITE ACHRPT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ACHRPT-LINE
           WRITE ACHRPT-LINE
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE "BATCHES READ" TO WA-TOTAL-LABEL
           MOVE WS-BATCHES-READ TO WA-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO ACHRPT-LINE
           WRITE ACHRPT-LINE
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE "ENTRIES READ" TO WA-TOTAL-LABEL
           MOVE WS-ENTRIES-READ TO WA-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO ACHRPT-LINE
           WRITE ACHRPT-LINE
           MOVE "CREDITS CONVERTED (P)" TO WA-TOTAL-LABEL
           MOVE WS-CREDITS-CONVERTED TO WA-TOTAL-COUNT
           MOVE WS-CREDIT-AMOUNT TO WA-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO ACHRPT-LINE
           WRITE ACHRPT-LINE
           MOVE "DEBITS CONVERTED (W)" TO WA-TOTAL-LABEL
           MOVE WS-DEBITS-CONVERTED TO WA-TOTAL-COUNT
           MOVE WS-DEBIT-AMOUNT TO WA-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO ACHRPT-LINE
           WRITE ACHRPT-LINE
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE "PRENOTES ACCEPTED" TO WA-TOTAL-LABEL
           MOVE WS-PRENOTES-ACCEPTED TO WA-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO ACHRPT-LINE
           WRITE ACHRPT-LINE
           MOVE "ENTRIES RETURNED" TO WA-TOTAL-LABEL
           MOVE WS-ENTRIES-RETURNED TO WA-TOTAL-COUNT
           MOVE WS-RETURNED-AMOUNT TO WA-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO ACHRPT-LINE
           WRITE ACHRPT-LINE.

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
               DISPLAY "ACH-INTAKE: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "ACH-INTAKE" TO ALR-PROGRAM
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
