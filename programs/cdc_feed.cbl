       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDC-FEED.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  CHANGE-DATA-CAPTURE FEED FOR THE DATA WAREHOUSE. RUN AFTER
      *  DATAPROC, IT READS THE DAY'S AUDITLOG IN ACCOUNT ORDER AND
      *  WRITES THE WHOLE AFTER-IMAGE OF EVERY MASTER AND CUSTOMER
      *  RECORD THE DAY CHANGED TO CDCFEED (LAYOUT IN CDCREC):
      *    MASTER   - ANY POSTING OTHER THAN A CUSTOMER DETAIL
      *               CHANGE. THE OPERATION IS I FOR AN ACCOUNT ADDED
      *               TODAY, OTHERWISE C OR R WHEN THE DAY'S LAST
      *               LIFECYCLE POSTING WAS A CLOSURE OR A REINSTATE,
      *               OTHERWISE U.
      *    CUSTOMER - A CUSTOMER DETAIL CHANGE (TYPE N). I FOR AN
      *               ACCOUNT ADDED TODAY, OTHERWISE U. DATA-PROCESSOR
      *               CREATES THE CUSTOMER RECORD ON THE FIRST DETAIL
      *               CHANGE, SO THE RECEIVER APPLIES A CUSTOMER U AS
      *               AN INSERT WHEN IT HAS NO ROW FOR THE KEY YET.
      *  AN ACCOUNT POSTED SEVERAL TIMES IN THE DAY GETS ONE IMAGE -
      *  HOW IT STANDS AT THE END OF THE DAY.
      *
      *  PARM='REFRESH' WRITES A FULL-REFRESH FEED INSTEAD: EVERY
      *  RECORD ON MASTFILE AND CUSTFILE AS AN INSERT, FOR THE
      *  WAREHOUSE TO RELOAD FROM. RUN ONE TO START THE WAREHOUSE
      *  OFF, AFTER IT HAS LOST ITS PLACE IN THE SEQUENCE, AND AFTER
      *  ANY JOB THAT CHANGES THE MASTER OUTSIDE DATAPROC (BACKOUT,
      *  RESTORE, FORWARD RECOVERY, BRANCH MERGE) - THOSE CHANGES DO
      *  NOT REACH THE DAY'S AUDITLOG.
      *
      *  THE SEQUENCE AND BATCH NUMBERS CARRY ON FROM THE LAST FEED
      *  (SEE CDCCTL), WHATEVER THE MODE. THE FEED IS PROVED BEFORE
      *  IT IS RELEASED: A DELTA'S NET AUDITED MOVEMENT MUST EQUAL
      *  THE NET APPLIED ON DPCOUNT, AND A REFRESH'S MASTER IMAGES
      *  MUST ADD UP TO DPCOUNT'S MASTER TOTAL. A FEED THAT FAILS
      *  ITS PROOF, OR IS MISSING AN IMAGE, ENDS RC=8 AND DOES NOT
      *  MOVE THE SEQUENCE ON - IT MUST NOT BE SENT. WITH NO DPCOUNT
      *  THE FEED GOES OUT UNPROVED AT RC=4.
      *
      *  A RERUN FOR THE SAME BUSINESS DATE AND MODE REISSUES THE
      *  SAME BATCH AND SEQUENCE NUMBERS, SO THE NEW FEED REPLACES
      *  THE OLD ONE WITHOUT OPENING A GAP.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITFILE-STATUS.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT CUSTFILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT DPCOUNTFILE ASSIGN TO "DPCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPCOUNT-STATUS.
           SELECT CDCCTLFILE ASSIGN TO "CDCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDCCTL-STATUS.
           SELECT CDCFEEDFILE ASSIGN TO "CDCFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDCFEED-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT SORTFILE ASSIGN TO "SORTWK".
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITFILE.
           COPY "auditrec".

       FD  MASTFILE.
           COPY "mastrec".

       FD  CUSTFILE.
           COPY "custrec".

       FD  DPCOUNTFILE.
       01  DPCOUNT-RECORD.
           05  DPCOUNT-RECORDS     PIC 9(7).
           05  FILLER              PIC X(1).
           05  DPCOUNT-NET-APPLIED PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  DPCOUNT-NET-CHANGE  PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  DPCOUNT-MAST-TOTAL  PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(24).

       FD  CDCCTLFILE.
           COPY "cdcctl".

       FD  CDCFEEDFILE.
           COPY "cdcrec".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

      *    ONE ENTRY PER AUDITED POSTING; THE TIMESTAMP KEEPS EACH
      *    ACCOUNT'S POSTINGS IN THE ORDER THEY WERE APPLIED.
       SD  SORTFILE.
       01  SORT-RECORD.
           05  SORT-KEY-PART.
               10  SORT-ACCOUNT    PIC X(10).
               10  SORT-TIMESTAMP  PIC X(14).
           05  SORT-TRAN-TYPE      PIC X(01).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDITFILE-STATUS     PIC X(2)    VALUE SPACES.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-CUSTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-DPCOUNT-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-CDCCTL-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-CDCFEED-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-SORT-EOF-SW          PIC X       VALUE 'N'.
           88  WS-SORT-EOF                     VALUE 'Y'.
       01  WS-CUSTFILE-SW          PIC X       VALUE 'N'.
           88  WS-CUSTFILE-ON                  VALUE 'Y'.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-BUSINESS-DATE-X      PIC X(8)    VALUE SPACES.
       01  WS-RUN-STAMP            PIC X(14)   VALUE SPACES.
       01  WS-STAMP-DATE           PIC 9(8)    VALUE 0.
       01  WS-STAMP-TIME           PIC 9(8)    VALUE 0.

       01  WS-PARM-STRING          PIC X(80)   VALUE SPACES.
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN            PIC X(40)   OCCURS 4 TIMES.
       01  WS-TOKEN-IDX            PIC 9(2)    VALUE 0.
       01  WS-KEY-PART             PIC X(20)   VALUE SPACES.
       01  WS-VAL-PART             PIC X(35)   VALUE SPACES.

       01  WS-FEED-MODE            PIC X       VALUE 'D'.
           88  WS-DELTA-MODE                   VALUE 'D'.
           88  WS-REFRESH-MODE                 VALUE 'F'.

      *----------------------------------------------------------------
      *  SEQUENCE CONTROL. WS-PRIOR-SEQ IS THE LAST NUMBER ISSUED
      *  BEFORE THIS FEED; WS-NEXT-SEQ IS STEPPED BEFORE EACH IMAGE IS
      *  WRITTEN, SO AT THE END IT IS THE FEED'S LAST NUMBER.
      *----------------------------------------------------------------
       01  WS-CONTROL-SW           PIC X       VALUE 'N'.
           88  WS-CONTROL-BAD                  VALUE 'Y'.
       01  WS-RERUN-SW             PIC X       VALUE 'N'.
           88  WS-RERUN                        VALUE 'Y'.
       01  WS-PRIOR-BATCH          PIC 9(7)    VALUE 0.
       01  WS-PRIOR-SEQ            PIC 9(9)    VALUE 0.
       01  WS-BATCH-NUMBER         PIC 9(7)    VALUE 0.
       01  WS-FIRST-SEQ            PIC 9(9)    VALUE 0.
       01  WS-NEXT-SEQ             PIC 9(9)    VALUE 0.

      *----------------------------------------------------------------
      *  ONE ACCOUNT'S DAY, GATHERED FROM THE SORTED POSTINGS.
      *----------------------------------------------------------------
       01  WS-ACC-ACCOUNT          PIC X(10)   VALUE SPACES.
       01  WS-ACC-INSERTED-SW      PIC X       VALUE 'N'.
           88  WS-ACC-INSERTED                 VALUE 'Y'.
       01  WS-ACC-MASTER-SW        PIC X       VALUE 'N'.
           88  WS-ACC-MASTER-CHANGED           VALUE 'Y'.
       01  WS-ACC-CUSTOMER-SW      PIC X       VALUE 'N'.
           88  WS-ACC-CUSTOMER-CHANGED         VALUE 'Y'.
       01  WS-ACC-LIFECYCLE        PIC X       VALUE SPACE.
           88  WS-ACC-LAST-CLOSED              VALUE 'C'.
           88  WS-ACC-LAST-REINSTATED          VALUE 'R'.

      *    THE IMAGE ABOUT TO BE WRITTEN.
       01  WS-IMAGE-TYPE           PIC X       VALUE SPACE.
       01  WS-IMAGE-OP             PIC X       VALUE SPACE.
       01  WS-IMAGE-DATA           PIC X(100)  VALUE SPACES.

       01  WS-OLD-AMOUNT           PIC S9(7)V99 VALUE 0.
       01  WS-NEW-AMOUNT           PIC S9(7)V99 VALUE 0.
       01  WS-NET-MOVEMENT         PIC S9(11)V99 VALUE 0.
       01  WS-IMAGE-MAST-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-DP-NET-APPLIED       PIC S9(11)V99 VALUE 0.
       01  WS-DP-MAST-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-DP-CONTROL           PIC S9(11)V99 VALUE 0.
       01  WS-FEED-FIGURE          PIC S9(11)V99 VALUE 0.
       01  WS-DPCOUNT-SEEN-SW      PIC X       VALUE 'N'.
           88  WS-DPCOUNT-SEEN                 VALUE 'Y'.
       01  WS-PROOF-FLAG           PIC X       VALUE SPACE.
           88  WS-PROOF-PASSED                 VALUE 'P'.
           88  WS-PROOF-UNPROVED               VALUE 'U'.
           88  WS-PROOF-FAILED                 VALUE 'F'.
       01  WS-AMOUNT-DISPLAY       PIC -(11)9.99.

       01  WS-AUDIT-RECORDS-READ   PIC 9(7)    VALUE 0.
       01  WS-ACCOUNTS-SEEN        PIC 9(7)    VALUE 0.
       01  WS-MAST-IMAGES          PIC 9(7)    VALUE 0.
       01  WS-CUST-IMAGES          PIC 9(7)    VALUE 0.
       01  WS-INSERT-COUNT         PIC 9(7)    VALUE 0.
       01  WS-UPDATE-COUNT         PIC 9(7)    VALUE 0.
       01  WS-CLOSE-COUNT          PIC 9(7)    VALUE 0.
       01  WS-REINSTATE-COUNT      PIC 9(7)    VALUE 0.
       01  WS-MISSING-IMAGES       PIC 9(5)    VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(5)    VALUE 0.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CDC-FEED: Starting warehouse change feed..."

           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           STRING WS-STAMP-DATE DELIMITED BY SIZE
               WS-STAMP-TIME DELIMITED BY SIZE
               INTO WS-RUN-STAMP

           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           IF WS-REFRESH-MODE
               DISPLAY "CDC-FEED: Full refresh for business date "
                   WS-BUSINESS-DATE-X
           ELSE
               DISPLAY "CDC-FEED: Delta for business date "
                   WS-BUSINESS-DATE-X
           END-IF

           PERFORM READ-SEQUENCE-CONTROL
               THRU READ-SEQUENCE-CONTROL-EXIT
           IF WS-CONTROL-BAD
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS NOT = "00"
               DISPLAY "CDC-FEED: *** ERROR - MASTFILE OPEN "
                   "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

      *    WITHOUT CUSTFILE A REFRESH CARRIES NO CUSTOMER IMAGES AND A
      *    DELTA CANNOT SEND ANY DETAIL CHANGE IT MEETS - EITHER WAY
      *    THE WAREHOUSE WOULD BE SHORT, SO THE FEED FAILS BELOW.
           OPEN INPUT CUSTFILE
           IF WS-CUSTFILE-STATUS = "00"
               SET WS-CUSTFILE-ON TO TRUE
           ELSE
               DISPLAY "CDC-FEED: *** WARNING - customer detail "
                   "file not available, status: " WS-CUSTFILE-STATUS
                   " ***"
           END-IF

           PERFORM READ-POSTING-HANDOFF
               THRU READ-POSTING-HANDOFF-EXIT

           OPEN OUTPUT CDCFEEDFILE
           IF WS-CDCFEED-STATUS NOT = "00"
               DISPLAY "CDC-FEED: *** ERROR - CDCFEED OPEN "
                   "FAILED, STATUS: " WS-CDCFEED-STATUS " ***"
               CLOSE MASTFILE
               IF WS-CUSTFILE-ON
                   CLOSE CUSTFILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM WRITE-FEED-HEADER

           IF WS-REFRESH-MODE
               IF NOT WS-CUSTFILE-ON
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CDC-FEED: *** ERROR - NO CUSTOMER "
                       "DETAIL FILE - REFRESH WOULD BE INCOMPLETE ***"
               END-IF
               PERFORM REFRESH-MASTERS THRU REFRESH-MASTERS-EXIT
               IF WS-CUSTFILE-ON
                   PERFORM REFRESH-CUSTOMERS
                       THRU REFRESH-CUSTOMERS-EXIT
               END-IF
           ELSE
               SORT SORTFILE
                   ON ASCENDING KEY SORT-KEY-PART
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS GATHER-DAY-POSTINGS
                       THRU GATHER-DAY-POSTINGS-EXIT
                   OUTPUT PROCEDURE IS FEED-DAY-CHANGES
                       THRU FEED-DAY-CHANGES-EXIT
           END-IF

           PERFORM PROVE-FEED THRU PROVE-FEED-EXIT
           PERFORM WRITE-FEED-TRAILER
           CLOSE CDCFEEDFILE
           CLOSE MASTFILE
           IF WS-CUSTFILE-ON
               CLOSE CUSTFILE
           END-IF

           DISPLAY "CDC-FEED: Batch number:          " WS-BATCH-NUMBER
           DISPLAY "CDC-FEED: Prior sequence:        " WS-PRIOR-SEQ
           DISPLAY "CDC-FEED: Last sequence:         " WS-NEXT-SEQ
           DISPLAY "CDC-FEED: Audit records read:    "
               WS-AUDIT-RECORDS-READ
           DISPLAY "CDC-FEED: Accounts changed:      " WS-ACCOUNTS-SEEN
           DISPLAY "CDC-FEED: Master images:         " WS-MAST-IMAGES
           DISPLAY "CDC-FEED: Customer images:       " WS-CUST-IMAGES
           DISPLAY "CDC-FEED: Inserts:               " WS-INSERT-COUNT
           DISPLAY "CDC-FEED: Updates:               " WS-UPDATE-COUNT
           DISPLAY "CDC-FEED: Closes:                " WS-CLOSE-COUNT
           DISPLAY "CDC-FEED: Reinstates:            "
               WS-REINSTATE-COUNT
           DISPLAY "CDC-FEED: Missing images:        "
               WS-MISSING-IMAGES
           MOVE WS-NET-MOVEMENT TO WS-AMOUNT-DISPLAY
           DISPLAY "CDC-FEED: Net audited movement:  "
               WS-AMOUNT-DISPLAY
           MOVE WS-IMAGE-MAST-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "CDC-FEED: Master image total:    "
               WS-AMOUNT-DISPLAY

      *    THE SEQUENCE ONLY MOVES ON FOR A FEED THAT CAN BE SENT; A
      *    FAILED ONE IS RERUN FROM THE SAME NUMBERS ONCE PUT RIGHT.
           EVALUATE TRUE
               WHEN WS-ERRORS-FOUND > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MISSING-IMAGES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PROOF-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PROOF-UNPROVED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           IF RETURN-CODE < 8
               PERFORM WRITE-SEQUENCE-CONTROL
                   THRU WRITE-SEQUENCE-CONTROL-EXIT
           END-IF
           IF RETURN-CODE < 8
               DISPLAY "CDC-FEED: Feed complete - batch "
                   WS-BATCH-NUMBER " ready to send"
           ELSE
               DISPLAY "CDC-FEED: *** ERROR - FEED NOT RELEASED - "
                   "DO NOT SEND CDCFEED; SEQUENCE NOT MOVED ON ***"
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

       PARSE-RUN-PARAMETERS.
           IF WS-PARM-STRING = SPACES
               GO TO PARSE-RUN-PARAMETERS-EXIT
           END-IF

           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)

           PERFORM APPLY-ONE-TOKEN THRU APPLY-ONE-TOKEN-EXIT
               VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > 4.

       PARSE-RUN-PARAMETERS-EXIT.
           EXIT.

       APPLY-ONE-TOKEN.
           IF WS-TOKEN(WS-TOKEN-IDX) = SPACES
               GO TO APPLY-ONE-TOKEN-EXIT
           END-IF

           MOVE SPACES TO WS-KEY-PART WS-VAL-PART
           UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY "="
               INTO WS-KEY-PART WS-VAL-PART

           EVALUATE WS-KEY-PART
               WHEN "REFRESH"
                   SET WS-REFRESH-MODE TO TRUE
               WHEN "DELTA"
                   SET WS-DELTA-MODE TO TRUE
               WHEN OTHER
                   DISPLAY "CDC-FEED: *** WARNING - unknown "
                       "parameter " WS-KEY-PART " ignored ***"
           END-EVALUATE.

       APPLY-ONE-TOKEN-EXIT.
           EXIT.

      *================================================================
      *  SEQUENCE CONTROL (SEE CDCCTL). AN EMPTY FILE MEANS NO FEED
      *  HAS GONE YET; A MISSING OR UNREADABLE ONE STOPS THE RUN -
      *  NUMBERING FROM A GUESS WOULD GIVE THE WAREHOUSE A FALSE GAP
      *  OR A FALSE REPEAT.
      *================================================================
       READ-SEQUENCE-CONTROL.
           OPEN INPUT CDCCTLFILE
           IF WS-CDCCTL-STATUS NOT = "00"
               SET WS-CONTROL-BAD TO TRUE
               DISPLAY "CDC-FEED: *** ERROR - CDCCTL OPEN FAILED, "
                   "STATUS: " WS-CDCCTL-STATUS " - ALLOCATE THE "
                   "SEQUENCE CONTROL FILE (ALLOCATE_WORKFILES) ***"
               GO TO READ-SEQUENCE-CONTROL-EXIT
           END-IF

           READ CDCCTLFILE
               AT END
                   DISPLAY "CDC-FEED: No feed sent before - "
                       "sequence starts at 1"
                   MOVE 0 TO WS-PRIOR-BATCH WS-PRIOR-SEQ
                   CLOSE CDCCTLFILE
                   GO TO READ-SEQUENCE-CONTROL-SET
           END-READ
           CLOSE CDCCTLFILE

           IF CDCC-LAST-BATCH NOT NUMERIC
               OR CDCC-LAST-SEQ NOT NUMERIC
               OR CDCC-PRIOR-BATCH NOT NUMERIC
               OR CDCC-PRIOR-SEQ NOT NUMERIC
               SET WS-CONTROL-BAD TO TRUE
               DISPLAY "CDC-FEED: *** ERROR - CDCCTL RECORD IS NOT "
                   "VALID - SEQUENCE CANNOT BE CONTINUED ***"
               GO TO READ-SEQUENCE-CONTROL-EXIT
           END-IF

           IF CDCC-LAST-DATE = WS-BUSINESS-DATE-X
               AND CDCC-LAST-MODE = WS-FEED-MODE
               SET WS-RERUN TO TRUE
               MOVE CDCC-PRIOR-BATCH TO WS-PRIOR-BATCH
               MOVE CDCC-PRIOR-SEQ TO WS-PRIOR-SEQ
               DISPLAY "CDC-FEED: Rerun of batch " CDCC-LAST-BATCH
                   " - same numbers reissued, send this feed in "
                   "place of the earlier one"
           ELSE
               MOVE CDCC-LAST-BATCH TO WS-PRIOR-BATCH
               MOVE CDCC-LAST-SEQ TO WS-PRIOR-SEQ
           END-IF.

       READ-SEQUENCE-CONTROL-SET.
           COMPUTE WS-BATCH-NUMBER = WS-PRIOR-BATCH + 1
           COMPUTE WS-FIRST-SEQ = WS-PRIOR-SEQ + 1
           MOVE WS-PRIOR-SEQ TO WS-NEXT-SEQ.

       READ-SEQUENCE-CONTROL-EXIT.
           EXIT.

       WRITE-SEQUENCE-CONTROL.
           OPEN OUTPUT CDCCTLFILE
           IF WS-CDCCTL-STATUS NOT = "00"
               DISPLAY "CDC-FEED: *** ERROR - CDCCTL REWRITE FAILED, "
                   "STATUS: " WS-CDCCTL-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-SEQUENCE-CONTROL-EXIT
           END-IF
           MOVE SPACES TO CDC-CONTROL-RECORD
           MOVE WS-BATCH-NUMBER TO CDCC-LAST-BATCH
           MOVE WS-NEXT-SEQ TO CDCC-LAST-SEQ
           MOVE WS-BUSINESS-DATE-X TO CDCC-LAST-DATE
           MOVE WS-FEED-MODE TO CDCC-LAST-MODE
           MOVE WS-PRIOR-BATCH TO CDCC-PRIOR-BATCH
           MOVE WS-PRIOR-SEQ TO CDCC-PRIOR-SEQ
           MOVE WS-RUN-STAMP TO CDCC-LAST-STAMP
           WRITE CDC-CONTROL-RECORD
           CLOSE CDCCTLFILE.

       WRITE-SEQUENCE-CONTROL-EXIT.
           EXIT.

      *    THE FIGURES DATA-PROCESSOR LEFT FOR THE NIGHT'S POSTING.
       READ-POSTING-HANDOFF.
           OPEN INPUT DPCOUNTFILE
           IF WS-DPCOUNT-STATUS NOT = "00"
               DISPLAY "CDC-FEED: *** WARNING - DPCOUNT HANDOFF "
                   "NOT AVAILABLE - FEED WILL GO OUT UNPROVED ***"
               GO TO READ-POSTING-HANDOFF-EXIT
           END-IF

           READ DPCOUNTFILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE DPCOUNT-NET-APPLIED TO WS-DP-NET-APPLIED
                   MOVE DPCOUNT-MAST-TOTAL TO WS-DP-MAST-TOTAL
                   SET WS-DPCOUNT-SEEN TO TRUE
           END-READ
           CLOSE DPCOUNTFILE.

       READ-POSTING-HANDOFF-EXIT.
           EXIT.

       WRITE-FEED-HEADER.
           MOVE SPACES TO CDC-HEADER
           MOVE "H" TO CDH-REC-TYPE
           MOVE WS-BATCH-NUMBER TO CDH-BATCH
           MOVE WS-FEED-MODE TO CDH-MODE
           MOVE WS-BUSINESS-DATE-X TO CDH-BUS-DATE
           MOVE WS-PRIOR-SEQ TO CDH-PRIOR-SEQ
           MOVE WS-FIRST-SEQ TO CDH-FIRST-SEQ
           MOVE WS-RUN-STAMP TO CDH-CREATED
           WRITE CDC-RECORD.

      *================================================================
      *  ONE AFTER-IMAGE. THE CALLER LEAVES THE RECORD TYPE, THE
      *  OPERATION AND THE RECORD ITSELF IN WS-IMAGE-*; EVERY IMAGE
      *  TAKES THE NEXT SEQUENCE NUMBER.
      *================================================================
       WRITE-IMAGE-RECORD.
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO CDC-RECORD
           MOVE WS-IMAGE-TYPE TO CDC-REC-TYPE
           MOVE WS-NEXT-SEQ TO CDC-SEQ
           MOVE WS-IMAGE-OP TO CDC-OP
           MOVE WS-BUSINESS-DATE-X TO CDC-BUS-DATE
           MOVE WS-IMAGE-DATA TO CDC-IMAGE
           WRITE CDC-RECORD
           IF WS-CDCFEED-STATUS NOT = "00"
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "CDC-FEED: *** ERROR - CDCFEED WRITE FAILED, "
                   "STATUS: " WS-CDCFEED-STATUS " ***"
           END-IF

           IF WS-IMAGE-TYPE = "M"
               ADD 1 TO WS-MAST-IMAGES
           ELSE
               ADD 1 TO WS-CUST-IMAGES
           END-IF
           EVALUATE WS-IMAGE-OP
               WHEN "I"
                   ADD 1 TO WS-INSERT-COUNT
               WHEN "C"
                   ADD 1 TO WS-CLOSE-COUNT
               WHEN "R"
                   ADD 1 TO WS-REINSTATE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UPDATE-COUNT
           END-EVALUATE.

      *================================================================
      *  FULL REFRESH - EVERY MASTER, THEN EVERY CUSTOMER RECORD, IN
      *  KEY ORDER, ALL AS INSERTS.
      *================================================================
       REFRESH-MASTERS.
           MOVE LOW-VALUES TO MAST-KEY
           START MASTFILE KEY IS NOT LESS THAN MAST-KEY
               INVALID KEY
                   DISPLAY "CDC-FEED: Master file is empty"
                   GO TO REFRESH-MASTERS-EXIT
           END-START
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM REFRESH-MASTER-LOOP
               UNTIL WS-EOF-FLAG = 'Y'.

       REFRESH-MASTERS-EXIT.
           EXIT.

       REFRESH-MASTER-LOOP.
           READ MASTFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE "M" TO WS-IMAGE-TYPE
                   MOVE "I" TO WS-IMAGE-OP
                   MOVE MASTER-RECORD TO WS-IMAGE-DATA
                   ADD MAST-AMOUNT TO WS-IMAGE-MAST-TOTAL
                   PERFORM WRITE-IMAGE-RECORD
           END-READ.

       REFRESH-CUSTOMERS.
           MOVE LOW-VALUES TO CUST-KEY
           START CUSTFILE KEY IS NOT LESS THAN CUST-KEY
               INVALID KEY
                   DISPLAY "CDC-FEED: Customer detail file is empty"
                   GO TO REFRESH-CUSTOMERS-EXIT
           END-START
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM REFRESH-CUSTOMER-LOOP
               UNTIL WS-EOF-FLAG = 'Y'.

       REFRESH-CUSTOMERS-EXIT.
           EXIT.

       REFRESH-CUSTOMER-LOOP.
           READ CUSTFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE "C" TO WS-IMAGE-TYPE
                   MOVE "I" TO WS-IMAGE-OP
                   MOVE CUSTOMER-RECORD TO WS-IMAGE-DATA
                   PERFORM WRITE-IMAGE-RECORD
           END-READ.

      *================================================================
      *  GATHER (THE SORT'S INPUT PROCEDURE) - EVERY RECORD ON THE
      *  DAY'S AUDITLOG. EVERY MOVEMENT COUNTS TOWARDS THE NET PROVED
      *  AGAINST DPCOUNT; ONLY KEYED POSTINGS GO TO THE SORT.
      *================================================================
       GATHER-DAY-POSTINGS.
           OPEN INPUT AUDITFILE
           IF WS-AUDITFILE-STATUS NOT = "00"
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "CDC-FEED: *** ERROR - AUDITLOG OPEN "
                   "FAILED, STATUS: " WS-AUDITFILE-STATUS
                   " - NO CHANGES FED ***"
               GO TO GATHER-DAY-POSTINGS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM GATHER-ONE-POSTING
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE AUDITFILE.

       GATHER-DAY-POSTINGS-EXIT.
           EXIT.

       GATHER-ONE-POSTING.
           READ AUDITFILE INTO AUDIT-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-AUDIT-RECORDS-READ
                   MOVE AUD-OLD-AMOUNT TO WS-OLD-AMOUNT
                   MOVE AUD-NEW-AMOUNT TO WS-NEW-AMOUNT
                   COMPUTE WS-NET-MOVEMENT = WS-NET-MOVEMENT
                       + WS-NEW-AMOUNT - WS-OLD-AMOUNT
                   IF AUD-KEY NOT = SPACES
                       PERFORM RELEASE-ONE-POSTING
                   END-IF
           END-READ.

       RELEASE-ONE-POSTING.
           MOVE SPACES TO SORT-RECORD
           MOVE AUD-KEY TO SORT-ACCOUNT
           MOVE AUD-TIMESTAMP TO SORT-TIMESTAMP
           MOVE AUD-TRAN-TYPE TO SORT-TRAN-TYPE
           RELEASE SORT-RECORD.

      *================================================================
      *  FEED (THE SORT'S OUTPUT PROCEDURE) - A CONTROL BREAK ON THE
      *  ACCOUNT. THE DAY'S POSTINGS ARE NOTED AS THEY COME BACK; AT
      *  THE BREAK THE ACCOUNT'S IMAGES ARE WRITTEN.
      *================================================================
       FEED-DAY-CHANGES.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE SPACES TO WS-ACC-ACCOUNT
           PERFORM RETURN-ONE-POSTING THRU RETURN-ONE-POSTING-EXIT
               UNTIL WS-SORT-EOF
           IF WS-ACC-ACCOUNT NOT = SPACES
               PERFORM FINISH-ACCOUNT THRU FINISH-ACCOUNT-EXIT
           END-IF.

       FEED-DAY-CHANGES-EXIT.
           EXIT.

       RETURN-ONE-POSTING.
           RETURN SORTFILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO RETURN-ONE-POSTING-EXIT
           END-RETURN

           IF SORT-ACCOUNT NOT = WS-ACC-ACCOUNT
               IF WS-ACC-ACCOUNT NOT = SPACES
                   PERFORM FINISH-ACCOUNT THRU FINISH-ACCOUNT-EXIT
               END-IF
               ADD 1 TO WS-ACCOUNTS-SEEN
               MOVE SORT-ACCOUNT TO WS-ACC-ACCOUNT
               MOVE 'N' TO WS-ACC-INSERTED-SW WS-ACC-MASTER-SW
                           WS-ACC-CUSTOMER-SW
               MOVE SPACE TO WS-ACC-LIFECYCLE
           END-IF

      *    THE POSTINGS COME BACK IN THE ORDER THEY WERE APPLIED, SO
      *    A CLOSURE FOLLOWED BY A REINSTATE (OR THE OTHER WAY ROUND)
      *    IS REPORTED AS THE ONE THAT LEFT THE ACCOUNT AS IT IS.
           EVALUATE SORT-TRAN-TYPE
               WHEN "A"
                   SET WS-ACC-INSERTED TO TRUE
                   SET WS-ACC-MASTER-CHANGED TO TRUE
               WHEN "D"
                   SET WS-ACC-LAST-CLOSED TO TRUE
                   SET WS-ACC-MASTER-CHANGED TO TRUE
               WHEN "R"
                   SET WS-ACC-LAST-REINSTATED TO TRUE
                   SET WS-ACC-MASTER-CHANGED TO TRUE
               WHEN "N"
                   SET WS-ACC-CUSTOMER-CHANGED TO TRUE
               WHEN OTHER
                   SET WS-ACC-MASTER-CHANGED TO TRUE
           END-EVALUATE.

       RETURN-ONE-POSTING-EXIT.
           EXIT.

      *================================================================
      *  ONE ACCOUNT'S IMAGES, MASTER FIRST. AN ACCOUNT ADDED TODAY IS
      *  AN INSERT WHATEVER ELSE HAPPENED TO IT. A RECORD THE AUDIT
      *  TRAIL SAYS CHANGED BUT WHICH CANNOT BE READ BACK FAILS THE
      *  FEED - THE WAREHOUSE WOULD OTHERWISE MISS THE CHANGE.
      *================================================================
       FINISH-ACCOUNT.
           IF NOT WS-ACC-MASTER-CHANGED
               GO TO FINISH-ACCOUNT-CUSTOMER
           END-IF
           MOVE WS-ACC-ACCOUNT TO MAST-KEY
           READ MASTFILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-IMAGES
                   DISPLAY "CDC-FEED: ERROR - master record not found "
                       "for changed account " WS-ACC-ACCOUNT
                   GO TO FINISH-ACCOUNT-CUSTOMER
           END-READ
           MOVE "M" TO WS-IMAGE-TYPE
           EVALUATE TRUE
               WHEN WS-ACC-INSERTED
                   MOVE "I" TO WS-IMAGE-OP
               WHEN WS-ACC-LAST-CLOSED
                   MOVE "C" TO WS-IMAGE-OP
               WHEN WS-ACC-LAST-REINSTATED
                   MOVE "R" TO WS-IMAGE-OP
               WHEN OTHER
                   MOVE "U" TO WS-IMAGE-OP
           END-EVALUATE
           MOVE MASTER-RECORD TO WS-IMAGE-DATA
           ADD MAST-AMOUNT TO WS-IMAGE-MAST-TOTAL
           PERFORM WRITE-IMAGE-RECORD.

       FINISH-ACCOUNT-CUSTOMER.
           IF NOT WS-ACC-CUSTOMER-CHANGED
               GO TO FINISH-ACCOUNT-EXIT
           END-IF
           IF NOT WS-CUSTFILE-ON
               ADD 1 TO WS-MISSING-IMAGES
               DISPLAY "CDC-FEED: ERROR - customer detail file not "
                   "available for changed account " WS-ACC-ACCOUNT
               GO TO FINISH-ACCOUNT-EXIT
           END-IF
           MOVE WS-ACC-ACCOUNT TO CUST-KEY
           READ CUSTFILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-IMAGES
                   DISPLAY "CDC-FEED: ERROR - customer record not "
                       "found for changed account " WS-ACC-ACCOUNT
                   GO TO FINISH-ACCOUNT-EXIT
           END-READ
           MOVE "C" TO WS-IMAGE-TYPE
           IF WS-ACC-INSERTED
               MOVE "I" TO WS-IMAGE-OP
           ELSE
               MOVE "U" TO WS-IMAGE-OP
           END-IF
           MOVE CUSTOMER-RECORD TO WS-IMAGE-DATA
           PERFORM WRITE-IMAGE-RECORD.

       FINISH-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      *  THE PROOF AGAINST DATA-PROCESSOR'S HANDOFF. A DELTA MUST
      *  ACCOUNT FOR EVERY PENNY THE NIGHT POSTED; A REFRESH MUST
      *  CARRY THE WHOLE MASTER BALANCE. A FAILURE IS RAISED ON THE
      *  ALERT LOG AS WELL AS ENDING THE RUN RC=8.
      *================================================================
       PROVE-FEED.
           IF WS-REFRESH-MODE
               MOVE WS-DP-MAST-TOTAL TO WS-DP-CONTROL
               MOVE WS-IMAGE-MAST-TOTAL TO WS-FEED-FIGURE
           ELSE
               MOVE WS-DP-NET-APPLIED TO WS-DP-CONTROL
               MOVE WS-NET-MOVEMENT TO WS-FEED-FIGURE
           END-IF

           IF NOT WS-DPCOUNT-SEEN
               SET WS-PROOF-UNPROVED TO TRUE
               MOVE 0 TO WS-DP-CONTROL
               GO TO PROVE-FEED-EXIT
           END-IF

           IF WS-FEED-FIGURE = WS-DP-CONTROL
               SET WS-PROOF-PASSED TO TRUE
               DISPLAY "CDC-FEED: Feed proved against the posting "
                   "handoff"
               GO TO PROVE-FEED-EXIT
           END-IF

           SET WS-PROOF-FAILED TO TRUE
           MOVE WS-DP-CONTROL TO WS-AMOUNT-DISPLAY
           IF WS-REFRESH-MODE
               DISPLAY "CDC-FEED: *** ERROR - MASTER IMAGES DO NOT "
                   "ADD UP TO THE DPCOUNT MASTER TOTAL OF "
                   WS-AMOUNT-DISPLAY " ***"
           ELSE
               DISPLAY "CDC-FEED: *** ERROR - NET AUDITED MOVEMENT "
                   "DOES NOT EQUAL THE DPCOUNT NET APPLIED OF "
                   WS-AMOUNT-DISPLAY " ***"
           END-IF
           SET ALW-ERROR TO TRUE
           MOVE "CDCPROOF" TO ALW-CODE
           MOVE SPACES TO ALW-MESSAGE
           STRING "BATCH " WS-BATCH-NUMBER " FAILED ITS DPCOUNT "
               "PROOF - FEED NOT RELEASED"
               DELIMITED BY SIZE INTO ALW-MESSAGE
           PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.

       PROVE-FEED-EXIT.
           EXIT.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO CDC-TRAILER
           MOVE "T" TO CDT-REC-TYPE
           MOVE WS-BATCH-NUMBER TO CDT-BATCH
           MOVE WS-NEXT-SEQ TO CDT-LAST-SEQ
           MOVE WS-MAST-IMAGES TO CDT-MAST-IMAGES
           MOVE WS-CUST-IMAGES TO CDT-CUST-IMAGES
           MOVE WS-INSERT-COUNT TO CDT-INSERTS
           MOVE WS-UPDATE-COUNT TO CDT-UPDATES
           MOVE WS-CLOSE-COUNT TO CDT-CLOSES
           MOVE WS-REINSTATE-COUNT TO CDT-REINSTATES
           MOVE WS-AUDIT-RECORDS-READ TO CDT-AUDIT-RECORDS
           MOVE WS-NET-MOVEMENT TO CDT-NET-MOVEMENT
           MOVE WS-IMAGE-MAST-TOTAL TO CDT-MAST-TOTAL
           MOVE WS-DP-CONTROL TO CDT-DP-CONTROL
           MOVE WS-PROOF-FLAG TO CDT-PROOF
           WRITE CDC-RECORD.

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
               DISPLAY "CDC-FEED: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "CDC-FEED" TO ALR-PROGRAM
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
