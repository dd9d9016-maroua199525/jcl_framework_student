       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAN-ENTRY.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  BRANCH TRANSACTION ENTRY. A CONVERSATIONAL PROGRAM FOR
      *  KEYING CORRECTIONS AND MANUAL ITEMS AT THE CONSOLE INSTEAD
      *  OF PUNCHING RECLAY CARD IMAGES BY HAND. THE OPERATOR:
      *    1. IS IDENTIFIED BY THE OPER= PARAMETER (OR ASKED FOR AN
      *       OPERATOR ID) AND MUST HOLD A TRENTRY AUTHORITY CARD ON
      *       AUTHFILE - THE ATTEMPT GOES TO SECLOG EITHER WAY;
      *    2. KEYS THE BATCH CONTROL TOTALS FIRST - THE NUMBER OF
      *       ITEMS AND THE DOLLAR TOTAL OF THEIR AMOUNTS, AS ADDED
      *       UP ON THE SOURCE DOCUMENTS;
      *    3. KEYS EACH ITEM FIELD BY FIELD. THE PROGRAM ASKS ONLY
      *       FOR THE FIELDS THE TYPE CARRIES AND CHECKS EACH AS IT
      *       IS ENTERED - THE ACCOUNT AGAINST MASTFILE, THE BRANCH
      *       AGAINST BRANCHFILE, THE REASON CODE AGAINST RSNFILE -
      *       THEN BUILDS THE CARD IN THE TYPE'S OWN LAYOUT;
      *    4. ENDS THE BATCH. IT CLOSES ONLY WHEN THE ITEMS KEYED
      *       AGREE WITH THE CONTROL TOTALS IN BOTH COUNT AND AMOUNT;
      *       UNTIL THEN ITEMS CAN BE ADDED, LISTED OR VOIDED, OR THE
      *       CONTROL TOTALS RE-KEYED.
      *  A CLOSED BATCH IS APPENDED TO ENTRYTRN AS AN H HEADER (THE
      *  OPERATOR AND BUSINESS DATE), THE ITEMS AND A T TRAILER -
      *  THE SAME SHAPE AS ANY OTHER FEED, SO FEED-GATE AND
      *  DATA-PROCESSOR TAKE IT AS THEY WOULD TRANFILE ITSELF. AN
      *  ABANDONED BATCH WRITES NOTHING.
      *
      *  AT ANY FIELD PROMPT "*" DROPS THE ITEM BEING KEYED; A FIELD
      *  REFUSED THREE TIMES DROPS IT TOO.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT BRANCHFILE ASSIGN TO "BRANCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRCH-CODE
               FILE STATUS IS WS-BRANCHFILE-STATUS.
           SELECT RSNFILE ASSIGN TO "RSNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSN-CODE
               FILE STATUS IS WS-RSNFILE-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    OPERATOR AUTHORITY CARDS (OPERATOR IN COLS 1-8, ACTION IN
      *    COLS 10-17) AND THE CUMULATIVE SECURITY LOG OF EVERY
      *    PRIVILEGED ATTEMPT - WHO, WHAT, WHEN, ALLOWED OR REFUSED.
           SELECT AUTHFILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHFILE-STATUS.
           SELECT SECLOGFILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT ENTRYTRNFILE ASSIGN TO "ENTRYTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRYTRN-STATUS.
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

       FD  BRANCHFILE.
           COPY "brnchrec".

       FD  RSNFILE.
           COPY "rsnrec".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

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

       FD  ENTRYTRNFILE.
       01  ENTRYTRN-RECORD         PIC X(80).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-BRANCHFILE-STATUS    PIC X(2)    VALUE SPACES.
       01  WS-RSNFILE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-ENTRYTRN-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.

       01  WS-AUTHFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-SECLOG-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-AUTH-EOF-SW          PIC X       VALUE 'N'.
           88  WS-AUTH-EOF                     VALUE 'Y'.
       01  WS-OPERATOR-ID          PIC X(8)    VALUE SPACES.
       01  WS-AUTH-ACTION          PIC X(8)    VALUE "TRENTRY".
       01  WS-AUTH-VERDICT         PIC X(8)    VALUE SPACES.
       01  WS-AUTH-ALLOWED-SW      PIC X       VALUE 'N'.
           88  WS-AUTH-ALLOWED                 VALUE 'Y'.
       01  WS-RUN-PARM             PIC X(40)   VALUE SPACES.
       01  WS-PARM-KEY             PIC X(20)   VALUE SPACES.
       01  WS-PARM-VAL             PIC X(20)   VALUE SPACES.
       01  WS-PROGRAM-NAME         PIC X(18)   VALUE "TRAN-ENTRY".
       01  WS-STAMP-DATE           PIC 9(8)    VALUE 0.
       01  WS-STAMP-TIME           PIC 9(8)    VALUE 0.

      *----------------------------------------------------------------
      *  REFERENCE EDITS - AS IN DATA-PROCESSOR, A BRANCH OR REASON
      *  FILE THAT IS NOT THERE TURNS ITS EDIT OFF RATHER THAN
      *  STOPPING THE WORK. MASTFILE IS NOT OPTIONAL.
      *----------------------------------------------------------------
       01  WS-BRANCH-EDITS-SW      PIC X       VALUE 'N'.
           88  WS-BRANCH-EDITS-ON              VALUE 'Y'.
       01  WS-REASON-EDITS-SW      PIC X       VALUE 'N'.
           88  WS-REASON-EDITS-ON              VALUE 'Y'.

      *----------------------------------------------------------------
      *  THE CONVERSATION.
      *----------------------------------------------------------------
       01  WS-REPLY                PIC X(40)   VALUE SPACES.
       01  WS-PROMPT-TEXT          PIC X(50)   VALUE SPACES.
       01  WS-FIELD-ID             PIC X(4)    VALUE SPACES.
       01  WS-FIELD-TRIES          PIC 9(2)    VALUE 0.
           COPY "keychk".
       01  WS-FIELD-OK-SW          PIC X       VALUE 'N'.
           88  WS-FIELD-IS-OK                  VALUE 'Y'.
       01  WS-ITEM-CANCEL-SW       PIC X       VALUE 'N'.
           88  WS-ITEM-CANCELLED               VALUE 'Y'.
       01  WS-BLANK-COMMANDS       PIC 9(2)    VALUE 0.
       01  WS-SESSION-SW           PIC X       VALUE 'N'.
           88  WS-SESSION-DONE                 VALUE 'Y'.
       01  WS-BATCH-SAVED-SW       PIC X       VALUE 'N'.
           88  WS-BATCH-SAVED                  VALUE 'Y'.
       01  WS-FATAL-SW             PIC X       VALUE 'N'.
           88  WS-FATAL-ERROR                  VALUE 'Y'.
       01  WS-NUMBER-TEXT          PIC X(5)    JUSTIFIED RIGHT
                                               VALUE SPACES.
       01  WS-NUMBER-VALUE         PIC 9(5)    VALUE 0.
       01  WS-DATE-WORK            PIC X(8)    VALUE SPACES.
       01  WS-DATE-CHECK           PIC 9(8)    VALUE 0.
       01  WS-DATE-CHECK-X REDEFINES WS-DATE-CHECK.
           05  WS-DATE-CHECK-YEAR  PIC 9(4).
           05  WS-DATE-CHECK-MONTH PIC 9(2).
           05  WS-DATE-CHECK-DAY   PIC 9(2).

      *----------------------------------------------------------------
      *  THE ITEM BEING KEYED, FIELD BY FIELD, AND WHAT THE ACCOUNT
      *  LOOKUP FOUND ON MASTFILE.
      *----------------------------------------------------------------
       01  WS-ITEM-TYPE            PIC X(1)    VALUE SPACE.
           88  WS-ITEM-IS-ADD                  VALUE "A".
           88  WS-ITEM-IS-CHANGE               VALUE "C".
           88  WS-ITEM-IS-DELETE               VALUE "D".
           88  WS-ITEM-IS-REINSTATE            VALUE "R".
           88  WS-ITEM-IS-TRANSFER             VALUE "X".
           88  WS-ITEM-IS-CUSTDETAIL           VALUE "N".
           88  WS-ITEM-IS-MOVEMENT             VALUE "P" "W".
       01  WS-ENT-ACCOUNT          PIC X(10)   VALUE SPACES.
       01  WS-ENT-AMOUNT           PIC S9(7)V99 VALUE 0.
       01  WS-ENT-DATE             PIC X(8)    VALUE SPACES.
       01  WS-ENT-BRANCH           PIC X(4)    VALUE SPACES.
       01  WS-ENT-REASON           PIC X(4)    VALUE SPACES.
       01  WS-ENT-NAME             PIC X(20)   VALUE SPACES.
       01  WS-ENT-PRODUCT          PIC X(4)    VALUE SPACES.
       01  WS-ENT-CURRENCY         PIC X(3)    VALUE SPACES.
       01  WS-ENT-TO-ACCOUNT       PIC X(10)   VALUE SPACES.
       01  WS-ENT-ADDR1            PIC X(20)   VALUE SPACES.
       01  WS-ENT-ADDR2            PIC X(20)   VALUE SPACES.
       01  WS-ENT-POSTCODE         PIC X(9)    VALUE SPACES.
       01  WS-ACCT-BRANCH          PIC X(4)    VALUE SPACES.
       01  WS-ACCT-AMOUNT          PIC S9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      *  THE BATCH. ITEMS ARE HELD HERE UNTIL IT BALANCES; A VOIDED
      *  ITEM KEEPS ITS NUMBER BUT IS NOT WRITTEN OR COUNTED.
      *----------------------------------------------------------------
       01  WS-CTL-COUNT            PIC 9(5)    VALUE 0.
       01  WS-CTL-TOTAL            PIC S9(9)V99 VALUE 0.
       01  WS-KEYED-COUNT          PIC 9(5)    VALUE 0.
       01  WS-KEYED-TOTAL          PIC S9(9)V99 VALUE 0.
       01  WS-ITEM-COUNT           PIC 9(3)    VALUE 0.
       01  WS-ITEM-SUB             PIC 9(3)    VALUE 0.
       01  WS-ITEMS-WRITTEN        PIC 9(5)    VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY       OCCURS 500 TIMES.
               10  WS-ITEM-STATUS  PIC X(1).
                   88  WS-ITEM-VOID            VALUE "V".
               10  WS-ITEM-AMOUNT  PIC S9(7)V99.
               10  WS-ITEM-CARD    PIC X(80).
       01  WS-ITEM-NUMBER-ED       PIC ZZ9.
       01  WS-COUNT-DISPLAY        PIC ZZZZ9.
       01  WS-AMOUNT-DISPLAY       PIC -(9)9.99.
       01  WS-TOTAL-DISPLAY        PIC -(9)9.99.

      *----------------------------------------------------------------
      *  THE ITEM AS BUILT - THE STANDARD 80-BYTE RECLAY ENVELOPE
      *  WITH THE SAME PER-TYPE LAYOUTS DATA-PROCESSOR READS IT BY.
      *----------------------------------------------------------------
       COPY "reclay" REPLACING DL-RECORD        BY ENT-RECORD
                                DL-REC-TYPE       BY ENT-REC-TYPE
                                DL-REC-KEY        BY ENT-REC-KEY
                                DL-REC-AMOUNT     BY ENT-REC-AMOUNT
                                DL-REC-DATE       BY ENT-REC-DATE
                                DL-REC-BRANCH     BY ENT-REC-BRANCH
                                DL-TRAILER-RECORD BY
                                    ENT-TRAILER-RECORD
                                DL-TRL-TYPE       BY ENT-TRL-TYPE
                                DL-TRL-COUNT      BY ENT-TRL-COUNT.

       01  ENT-ADD-RECORD REDEFINES ENT-RECORD.
           05  FILLER              PIC X(32).
           05  ENT-ADD-NAME        PIC X(20).
           05  ENT-ADD-PRODUCT     PIC X(04).
           05  ENT-ADD-CURRENCY    PIC X(03).
           05  FILLER              PIC X(21).

      *    CHANGE, DELETE, REINSTATE, DEPOSIT AND WITHDRAWAL ALL
      *    CARRY THE REASON CODE IN THE SAME PLACE.
       01  ENT-REASON-RECORD REDEFINES ENT-RECORD.
           05  FILLER              PIC X(32).
           05  ENT-RSN-REASON-CODE PIC X(04).
           05  FILLER              PIC X(44).

       01  ENT-TRANSFER-RECORD REDEFINES ENT-RECORD.
           05  FILLER              PIC X(32).
           05  ENT-XFR-TO-KEY      PIC X(10).
           05  ENT-XFR-REASON-CODE PIC X(04).
           05  FILLER              PIC X(34).

       01  ENT-CUST-RECORD REDEFINES ENT-RECORD.
           05  ENT-CUS-TYPE        PIC X(01).
           05  ENT-CUS-KEY         PIC X(10).
           05  ENT-CUS-NAME        PIC X(20).
           05  ENT-CUS-ADDR1       PIC X(20).
           05  ENT-CUS-ADDR2       PIC X(20).
           05  ENT-CUS-POSTCODE    PIC X(09).

      *----------------------------------------------------------------
      *  AMOUNT CONVERSION WORK FIELDS - THE SAME EXPLICIT TAKING
      *  APART OF A KEYED AMOUNT AS CSV-INTAKE DOES: AN OPTIONAL
      *  LEADING SIGN, WHOLE DIGITS (UP TO WS-AMT-MAX-WHOLE OF THEM)
      *  AND UP TO TWO DECIMALS.
      *----------------------------------------------------------------
       01  WS-AMT-INPUT            PIC X(16)   VALUE SPACES.
       01  WS-AMT-WORK             PIC X(16)   VALUE SPACES.
       01  WS-AMT-STRIPPED         PIC X(15)   VALUE SPACES.
       01  WS-AMT-SIGN             PIC X(1)    VALUE SPACE.
       01  WS-AMT-WHOLE-X          PIC X(10)   VALUE SPACES.
       01  WS-AMT-FRAC-X           PIC X(4)    VALUE SPACES.
       01  WS-AMT-WHOLE            PIC 9(9)    VALUE 0.
       01  WS-AMT-FRAC             PIC 9(2)    VALUE 0.
       01  WS-AMT-VALUE            PIC S9(9)V99 VALUE 0.
       01  WS-AMT-OK-SW            PIC X       VALUE 'Y'.
           88  WS-AMT-IS-OK                    VALUE 'Y'.
           88  WS-AMT-IS-BAD                   VALUE 'N'.
       01  WS-AMT-MAX-WHOLE        PIC 9(2)    VALUE 7.
       01  WS-AMT-WHOLE-LEN        PIC 9(2)    VALUE 0.
       01  WS-AMT-FRAC-LEN         PIC 9(2)    VALUE 0.
       01  WS-AMT-TRAILING-CT      PIC 9(2)    VALUE 0.
       01  WS-AMT-SUB              PIC 9(2)    VALUE 0.
       01  WS-AMT-DIGIT            PIC 9(1)    VALUE 0.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "TRAN-ENTRY: Starting branch transaction entry..."

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM NOT = SPACES
               UNSTRING WS-RUN-PARM DELIMITED BY "="
                   INTO WS-PARM-KEY WS-PARM-VAL
               IF WS-PARM-KEY = "OPER"
                   MOVE WS-PARM-VAL(1:8) TO WS-OPERATOR-ID
               END-IF
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "TRAN-ENTRY: ENTER YOUR OPERATOR ID"
               ACCEPT WS-REPLY FROM CONSOLE
               MOVE WS-REPLY(1:8) TO WS-OPERATOR-ID
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
               DISPLAY "TRAN-ENTRY: *** ERROR - NO OPERATOR ID - "
                   "EVERY BATCH NEEDS A NAMED OPERATOR ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           PERFORM OPEN-REFERENCE-FILES
               THRU OPEN-REFERENCE-FILES-EXIT
           IF WS-FATAL-ERROR
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           DISPLAY "TRAN-ENTRY: Operator " WS-OPERATOR-ID
               " - business date " WS-BUSINESS-DATE
           PERFORM GET-CONTROL-TOTALS THRU GET-CONTROL-TOTALS-EXIT

           PERFORM ENTRY-COMMAND THRU ENTRY-COMMAND-EXIT
               UNTIL WS-SESSION-DONE

           CLOSE MASTFILE
           IF WS-BRANCH-EDITS-ON
               CLOSE BRANCHFILE
           END-IF
           IF WS-REASON-EDITS-ON
               CLOSE RSNFILE
           END-IF

           DISPLAY "TRAN-ENTRY: Entry session ended"
           DISPLAY "TRAN-ENTRY: Items written:   " WS-ITEMS-WRITTEN

           EVALUATE TRUE
               WHEN WS-FATAL-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-BATCH-SAVED
                   DISPLAY "TRAN-ENTRY: *** WARNING - BATCH NOT "
                       "SAVED ***"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

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
                       MOVE BUSDATE-RECORD(1:8) TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSDATEFILE
           END-IF
           IF WS-BUSINESS-DATE = 0
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       GET-BUSINESS-DATE-EXIT.
           EXIT.

       OPEN-REFERENCE-FILES.
           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS NOT = "00"
               DISPLAY "TRAN-ENTRY: *** ERROR - MASTFILE OPEN "
                   "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               SET WS-FATAL-ERROR TO TRUE
               GO TO OPEN-REFERENCE-FILES-EXIT
           END-IF

           OPEN INPUT BRANCHFILE
           IF WS-BRANCHFILE-STATUS = "00"
               SET WS-BRANCH-EDITS-ON TO TRUE
           ELSE
               DISPLAY "TRAN-ENTRY: *** WARNING - BRANCHFILE NOT "
                   "AVAILABLE - BRANCHES NOT CHECKED ***"
           END-IF

           OPEN INPUT RSNFILE
           IF WS-RSNFILE-STATUS = "00"
               SET WS-REASON-EDITS-ON TO TRUE
           ELSE
               DISPLAY "TRAN-ENTRY: *** WARNING - RSNFILE NOT "
                   "AVAILABLE - REASON CODES NOT CHECKED ***"
           END-IF.

       OPEN-REFERENCE-FILES-EXIT.
           EXIT.

      *================================================================
      *  BATCH CONTROL TOTALS - KEYED BEFORE THE FIRST ITEM, AND
      *  AGAIN WITH K IF THE SOURCE DOCUMENTS WERE ADDED UP WRONG.
      *  THE DOLLAR TOTAL IS THE SUM OF THE AMOUNT FIELDS AS KEYED.
      *================================================================
       GET-CONTROL-TOTALS.
           MOVE 'N' TO WS-ITEM-CANCEL-SW
           MOVE "CTLN" TO WS-FIELD-ID
           MOVE "BATCH CONTROL - NUMBER OF ITEMS" TO WS-PROMPT-TEXT
           PERFORM GET-ONE-FIELD THRU GET-ONE-FIELD-EXIT
           IF WS-ITEM-CANCELLED
               GO TO GET-CONTROL-TOTALS-EXIT
           END-IF

           MOVE "CTLA" TO WS-FIELD-ID
           MOVE "BATCH CONTROL - DOLLAR TOTAL (E.G. 12500.00)"
               TO WS-PROMPT-TEXT
           PERFORM GET-ONE-FIELD THRU GET-ONE-FIELD-EXIT.

       GET-CONTROL-TOTALS-EXIT.
           MOVE WS-CTL-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-CTL-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "TRAN-ENTRY: Control totals " WS-COUNT-DISPLAY
               " items " WS-TOTAL-DISPLAY.

      *================================================================
      *  ONE COMMAND: AN ITEM TYPE TO KEY AN ITEM, OR L (LIST THE
      *  BATCH), V (VOID AN ITEM), K (RE-KEY THE CONTROL TOTALS),
      *  E (END AND SAVE THE BATCH) OR Q (QUIT WITHOUT SAVING).
      *  REPEATED EMPTY REPLIES MEAN NOBODY IS THERE - THE SESSION
      *  ENDS UNSAVED RATHER THAN WAITING FOREVER.
      *================================================================
       ENTRY-COMMAND.
           COMPUTE WS-ITEM-NUMBER-ED = WS-ITEM-COUNT + 1
           DISPLAY " "
           DISPLAY "ITEM " WS-ITEM-NUMBER-ED
               " - TYPE A C D R X N P W, OR L LIST, V VOID, "
               "K CONTROLS, E END, Q QUIT"
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY FROM CONSOLE

           IF WS-REPLY = SPACES
               ADD 1 TO WS-BLANK-COMMANDS
               IF WS-BLANK-COMMANDS NOT < 3
                   DISPLAY "TRAN-ENTRY: *** NO REPLY - SESSION "
                       "ENDED ***"
                   SET WS-SESSION-DONE TO TRUE
               END-IF
               GO TO ENTRY-COMMAND-EXIT
           END-IF
           MOVE 0 TO WS-BLANK-COMMANDS

           EVALUATE WS-REPLY(1:1)
               WHEN "A"
               WHEN "C"
               WHEN "D"
               WHEN "R"
               WHEN "X"
               WHEN "N"
               WHEN "P"
               WHEN "W"
                   MOVE WS-REPLY(1:1) TO WS-ITEM-TYPE
                   PERFORM KEY-ONE-ITEM THRU KEY-ONE-ITEM-EXIT
               WHEN "L"
                   PERFORM LIST-BATCH THRU LIST-BATCH-EXIT
               WHEN "V"
                   PERFORM VOID-ONE-ITEM THRU VOID-ONE-ITEM-EXIT
               WHEN "K"
                   PERFORM GET-CONTROL-TOTALS
                       THRU GET-CONTROL-TOTALS-EXIT
               WHEN "E"
                   PERFORM CLOSE-BATCH THRU CLOSE-BATCH-EXIT
               WHEN "Q"
                   PERFORM QUIT-BATCH THRU QUIT-BATCH-EXIT
               WHEN OTHER
                   DISPLAY "  *** '" WS-REPLY(1:1)
                       "' IS NOT A TYPE OR A COMMAND ***"
           END-EVALUATE.

       ENTRY-COMMAND-EXIT.
           EXIT.

      *================================================================
      *  KEY ONE ITEM - ONLY THE FIELDS ITS TYPE CARRIES, EACH ONE
      *  CHECKED AS IT IS ENTERED, THEN SHOWN AS THE CARD IT MAKES
      *  FOR THE OPERATOR TO KEEP OR DROP.
      *================================================================
       KEY-ONE-ITEM.
           IF WS-ITEM-COUNT >= 500
               DISPLAY "  *** BATCH IS FULL AT 500 ITEMS - END IT "
                   "AND START ANOTHER ***"
               GO TO KEY-ONE-ITEM-EXIT
           END-IF

           MOVE 'N' TO WS-ITEM-CANCEL-SW
           MOVE SPACES TO WS-ENT-ACCOUNT WS-ENT-DATE WS-ENT-BRANCH
               WS-ENT-REASON WS-ENT-NAME WS-ENT-PRODUCT
               WS-ENT-CURRENCY WS-ENT-TO-ACCOUNT WS-ENT-ADDR1
               WS-ENT-ADDR2 WS-ENT-POSTCODE WS-ACCT-BRANCH
           MOVE 0 TO WS-ENT-AMOUNT WS-ACCT-AMOUNT

           MOVE "ACCT" TO WS-FIELD-ID
           MOVE "ACCOUNT NUMBER" TO WS-PROMPT-TEXT
           PERFORM GET-ONE-FIELD THRU GET-ONE-FIELD-EXIT
           IF WS-ITEM-CANCELLED
               GO TO KEY-ONE-ITEM-EXIT
           END-IF

           IF WS-ITEM-IS-CUSTDETAIL
               PERFORM KEY-CUSTOMER-FIELDS
                   THRU KEY-CUSTOMER-FIELDS-EXIT
           ELSE
               PERFORM KEY-MONEY-FIELDS THRU KEY-MONEY-FIELDS-EXIT
           END-IF
           IF WS-ITEM-CANCELLED
               GO TO KEY-ONE-ITEM-EXIT
           END-IF

           PERFORM BUILD-ITEM-RECORD THRU BUILD-ITEM-RECORD-EXIT
           DISPLAY "  CARD: " ENT-RECORD
           DISPLAY "  KEEP THIS ITEM (Y/N)?"
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY FROM CONSOLE
           IF WS-REPLY(1:1) NOT = "Y"
               DISPLAY "  ITEM DROPPED"
               GO TO KEY-ONE-ITEM-EXIT
           END-IF

           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACE TO WS-ITEM-STATUS (WS-ITEM-COUNT)
           MOVE WS-ENT-AMOUNT TO WS-ITEM-AMOUNT (WS-ITEM-COUNT)
           MOVE ENT-RECORD TO WS-ITEM-CARD (WS-ITEM-COUNT)
           ADD 1 TO WS-KEYED-COUNT
           ADD WS-ENT-AMOUNT TO WS-KEYED-TOTAL
           PERFORM SHOW-BATCH-POSITION THRU SHOW-BATCH-POSITION-EXIT.

       KEY-ONE-ITEM-EXIT.
           EXIT.

       KEY-MONEY-FIELDS.
           IF WS-ITEM-IS-ADD
               MOVE "NAME" TO WS-FIELD-ID
               MOVE "ACCOUNT NAME" TO WS-PROMPT-TEXT
               PERFORM GET-ONE-FIELD THRU GET-ONE-FIELD-EXIT
               IF WS-ITEM-CANCELLED
                   GO TO KEY-MONEY-FIELDS-EXIT
               END-IF
           END-IF

           MOVE "AMT" TO WS-FIELD-ID
           EVALUATE TRUE
               WHEN WS-ITEM-IS-ADD
                   MOVE "OPENING BALANCE" TO WS-PROMPT-TEXT
               WHEN WS-ITEM-IS-CHANGE
                   MOVE "NEW BALANCE" TO WS-PROMPT-TEXT
               WHEN WS-ITEM-IS-DELETE
                   MOVE "CLOSING BALANCE (BLANK = BALANCE ON FILE)"
                       TO WS-PROMPT-TEXT
               WHEN WS-ITEM-IS-REINSTATE
                   MOVE "BALANCE TO RESTORE" TO WS-PROMPT-TEXT
               WHEN WS-ITEM-IS-TRANSFER
                   MOVE "AMOUNT TO TRANSFER" TO WS-PROMPT-TEXT
               WHEN OTHER
                   MOVE "AMOUNT" TO WS-PROMPT-TEXT
           END-EVALUATE
           PERFORM GET-ONE-FIELD THRU GET-ONE-FIELD-EXIT
           IF WS-ITEM-CANCELLED
               GO TO KEY-MONEY-FIELDS-EXIT
           END-IF

           MOVE "DATE" TO WS-FIELD-ID
           MOVE "DATE YYYYMMDD (BLANK = BUSINESS DATE)"
               TO WS-PROMPT-TEXT
           PERFORM GET-ONE-FIELD THRU GET-ONE-FIELD-EXIT
           IF WS-ITEM-CANCELLED
               GO TO KEY-MONEY-FIELDS-EXIT
           END-IF

           MOVE "BRCH" TO WS-FIELD-ID
           IF WS-ITEM-IS-ADD
               MOVE "BRANCH" TO WS-PROMPT-TEXT
           ELSE
               MOVE "BRANCH (BLANK = ACCOUNT'S BRANCH)"
                   TO WS-PROMPT-TEXT
           END-IF
           PERFORM GET-ONE-FIELD THRU GET-ONE-FIELD-EXIT
           IF WS-ITEM-CANCELLED
               GO TO KEY-MONEY-FIELDS-EXIT
           END-IF

           IF WS-ITEM-IS-ADD
               MOVE "PROD" TO WS-FIELD-ID
               MOVE "PRODUCT (BLANK = NONE)" TO WS-PROMPT-TEXT
               PERFORM GET-ONE-FIELD THRU GET-ONE-FIELD-EXIT
               IF WS-ITEM-CANCELLED
                   GO TO KEY-MONEY-FIELDS-EXIT
               END-IF
               MOVE "CCY" TO WS-FIELD-ID
               MOVE "CURRENCY (BLANK = USD)" TO WS-PROMPT-TEXT
               PERFORM GET-ONE-FIELD THRU GET-ONE-FIELD-EXIT
               GO TO KEY-MONEY-FIELDS-EXIT
           END-IF

           IF WS-ITEM-IS-TRANSFER
               MOVE "TOAC" TO WS-FIELD-ID
               MOVE "ACCOUNT TO CREDIT" TO WS-PROMPT-TEXT
               PERFORM GET-ONE-FIELD THRU GET-ONE-FIELD-EXIT
               IF WS-ITEM-CANCELLED
                   GO TO KEY-MONEY-FIELDS-EXIT
               END-IF
           END-IF

           MOVE "RSN" TO WS-FIELD-ID
           MOVE "REASON CODE (BLANK = NONE)" TO WS-PROMPT-TEXT
           PERFORM GET-ONE-FIELD THRU GET-ONE-FIELD-EXIT.

       KEY-MONEY-FIELDS-EXIT.
           EXIT.

       KEY-CUSTOMER-FIELDS.
           MOVE "NAME" TO WS-FIELD-ID
           MOVE "CUSTOMER NAME" TO WS-PROMPT-TEXT
           PERFORM GET-ONE-FIELD THRU GET-ONE-FIELD-EXIT
           IF WS-ITEM-CANCELLED
               GO TO KEY-CUSTOMER-FIELDS-EXIT
           END-IF

           MOVE "ADR1" TO WS-FIELD-ID
           MOVE "ADDRESS LINE 1" TO WS-PROMPT-TEXT
           PERFORM GET-ONE-FIELD THRU GET-ONE-FIELD-EXIT
           IF WS-ITEM-CANCELLED
               GO TO KEY-CUSTOMER-FIELDS-EXIT
           END-IF

           MOVE "ADR2" TO WS-FIELD-ID
           MOVE "ADDRESS LINE 2" TO WS-PROMPT-TEXT
           PERFORM GET-ONE-FIELD THRU GET-ONE-FIELD-EXIT
           IF WS-ITEM-CANCELLED
               GO TO KEY-CUSTOMER-FIELDS-EXIT
           END-IF

           MOVE "POST" TO WS-FIELD-ID
           MOVE "POSTCODE" TO WS-PROMPT-TEXT
           PERFORM GET-ONE-FIELD THRU GET-ONE-FIELD-EXIT.

       KEY-CUSTOMER-FIELDS-EXIT.
           EXIT.

      *================================================================
      *  ASK FOR ONE FIELD UNTIL IT IS ACCEPTED, THE OPERATOR DROPS
      *  THE ITEM WITH "*", OR THREE REPLIES HAVE BEEN REFUSED.
      *================================================================
       GET-ONE-FIELD.
           MOVE 0 TO WS-FIELD-TRIES
           MOVE 'N' TO WS-FIELD-OK-SW
           PERFORM ASK-ONE-FIELD THRU ASK-ONE-FIELD-EXIT
               UNTIL WS-FIELD-IS-OK OR WS-ITEM-CANCELLED.

       GET-ONE-FIELD-EXIT.
           EXIT.

       ASK-ONE-FIELD.
           IF WS-FIELD-TRIES NOT < 3
               DISPLAY "  *** THREE REPLIES REFUSED - ITEM DROPPED ***"
               SET WS-ITEM-CANCELLED TO TRUE
               GO TO ASK-ONE-FIELD-EXIT
           END-IF
           ADD 1 TO WS-FIELD-TRIES

           DISPLAY "  " WS-PROMPT-TEXT
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY FROM CONSOLE
           IF WS-REPLY = "*"
               DISPLAY "  ITEM DROPPED"
               SET WS-ITEM-CANCELLED TO TRUE
               GO TO ASK-ONE-FIELD-EXIT
           END-IF

           EVALUATE WS-FIELD-ID
               WHEN "CTLN"
                   PERFORM EDIT-CONTROL-COUNT
                       THRU EDIT-CONTROL-COUNT-EXIT
               WHEN "CTLA"
                   PERFORM EDIT-CONTROL-TOTAL
                       THRU EDIT-CONTROL-TOTAL-EXIT
               WHEN "ACCT"
                   PERFORM EDIT-ACCOUNT THRU EDIT-ACCOUNT-EXIT
               WHEN "NAME"
                   PERFORM EDIT-NAME THRU EDIT-NAME-EXIT
               WHEN "AMT"
                   PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT
               WHEN "DATE"
                   PERFORM EDIT-DATE THRU EDIT-DATE-EXIT
               WHEN "BRCH"
                   PERFORM EDIT-BRANCH THRU EDIT-BRANCH-EXIT
               WHEN "PROD"
                   MOVE WS-REPLY(1:4) TO WS-ENT-PRODUCT
                   SET WS-FIELD-IS-OK TO TRUE
               WHEN "CCY"
                   PERFORM EDIT-CURRENCY THRU EDIT-CURRENCY-EXIT
               WHEN "TOAC"
                   PERFORM EDIT-TO-ACCOUNT THRU EDIT-TO-ACCOUNT-EXIT
               WHEN "RSN"
                   PERFORM EDIT-REASON THRU EDIT-REASON-EXIT
               WHEN "ADR1"
                   MOVE WS-REPLY(1:20) TO WS-ENT-ADDR1
                   SET WS-FIELD-IS-OK TO TRUE
               WHEN "ADR2"
                   MOVE WS-REPLY(1:20) TO WS-ENT-ADDR2
                   SET WS-FIELD-IS-OK TO TRUE
               WHEN "POST"
                   MOVE WS-REPLY(1:9) TO WS-ENT-POSTCODE
                   SET WS-FIELD-IS-OK TO TRUE
           END-EVALUATE.

       ASK-ONE-FIELD-EXIT.
           EXIT.

       EDIT-CONTROL-COUNT.
           MOVE SPACES TO WS-NUMBER-TEXT
           UNSTRING WS-REPLY DELIMITED BY SPACE INTO WS-NUMBER-TEXT
           INSPECT WS-NUMBER-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-REPLY = SPACES OR WS-NUMBER-TEXT NOT NUMERIC
               DISPLAY "  *** ITEM COUNT MUST BE A WHOLE NUMBER ***"
               GO TO EDIT-CONTROL-COUNT-EXIT
           END-IF
           MOVE WS-NUMBER-TEXT TO WS-NUMBER-VALUE
           IF WS-NUMBER-VALUE = 0 OR WS-NUMBER-VALUE > 500
               DISPLAY "  *** ITEM COUNT MUST BE 1 TO 500 ***"
               GO TO EDIT-CONTROL-COUNT-EXIT
           END-IF
           MOVE WS-NUMBER-VALUE TO WS-CTL-COUNT
           SET WS-FIELD-IS-OK TO TRUE.

       EDIT-CONTROL-COUNT-EXIT.
           EXIT.

       EDIT-CONTROL-TOTAL.
           MOVE WS-REPLY TO WS-AMT-INPUT
           MOVE 9 TO WS-AMT-MAX-WHOLE
           PERFORM CONVERT-AMOUNT-FIELD
               THRU CONVERT-AMOUNT-FIELD-EXIT
           IF WS-AMT-IS-BAD
               DISPLAY "  *** NOT A VALID DOLLAR TOTAL ***"
               GO TO EDIT-CONTROL-TOTAL-EXIT
           END-IF
           MOVE WS-AMT-VALUE TO WS-CTL-TOTAL
           SET WS-FIELD-IS-OK TO TRUE.

       EDIT-CONTROL-TOTAL-EXIT.
           EXIT.

      *    AN ADD MUST BE FOR A NEW ACCOUNT, A REINSTATEMENT FOR A
      *    CLOSED ONE; A CUSTOMER DETAIL ITEM TAKES EITHER. EVERY
      *    OTHER TYPE NEEDS AN OPEN ACCOUNT. A NEW ACCOUNT'S NUMBER
      *    MUST CARRY A VALID CHECK DIGIT (SEE KEYCHK) - NUMBERS
      *    COME FROM ACCT-ASSIGN, NOT FROM THE OPERATOR.
       EDIT-ACCOUNT.
           IF WS-REPLY = SPACES
               DISPLAY "  *** ACCOUNT NUMBER REQUIRED ***"
               GO TO EDIT-ACCOUNT-EXIT
           END-IF
           MOVE WS-REPLY(1:10) TO WS-ENT-ACCOUNT MAST-KEY
           READ MASTFILE
               INVALID KEY
                   IF WS-ITEM-IS-ADD
                       MOVE WS-ENT-ACCOUNT TO KCD-KEY
                       PERFORM CHECK-KEY-DIGIT
                           THRU CHECK-KEY-DIGIT-EXIT
                       IF KCD-KEY-VALID
                           SET WS-FIELD-IS-OK TO TRUE
                       ELSE
                           DISPLAY "  *** ACCOUNT " WS-ENT-ACCOUNT
                               " FAILS ITS CHECK DIGIT - USE AN "
                               "ASSIGNED NUMBER ***"
                       END-IF
                   ELSE
                       DISPLAY "  *** ACCOUNT " WS-ENT-ACCOUNT
                           " IS NOT ON FILE ***"
                   END-IF
                   GO TO EDIT-ACCOUNT-EXIT
           END-READ

           EVALUATE TRUE
               WHEN WS-ITEM-IS-ADD
                   DISPLAY "  *** ACCOUNT " WS-ENT-ACCOUNT
                       " IS ALREADY ON FILE ***"
                   GO TO EDIT-ACCOUNT-EXIT
               WHEN WS-ITEM-IS-REINSTATE
                   IF NOT MAST-INACTIVE
                       DISPLAY "  *** ACCOUNT " WS-ENT-ACCOUNT
                           " IS NOT CLOSED ***"
                       GO TO EDIT-ACCOUNT-EXIT
                   END-IF
               WHEN WS-ITEM-IS-CUSTDETAIL
                   CONTINUE
               WHEN OTHER
                   IF MAST-INACTIVE
                       DISPLAY "  *** ACCOUNT " WS-ENT-ACCOUNT
                           " IS CLOSED ***"
                       GO TO EDIT-ACCOUNT-EXIT
                   END-IF
           END-EVALUATE

           MOVE MAST-BRANCH TO WS-ACCT-BRANCH
           MOVE MAST-AMOUNT TO WS-ACCT-AMOUNT
           MOVE MAST-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "  " MAST-NAME " BRANCH " MAST-BRANCH
               " BALANCE " WS-AMOUNT-DISPLAY
           SET WS-FIELD-IS-OK TO TRUE.

       EDIT-ACCOUNT-EXIT.
           EXIT.

       EDIT-NAME.
           IF WS-REPLY = SPACES AND WS-ITEM-IS-ADD
               DISPLAY "  *** A NEW ACCOUNT NEEDS A NAME ***"
               GO TO EDIT-NAME-EXIT
           END-IF
           MOVE WS-REPLY(1:20) TO WS-ENT-NAME
           SET WS-FIELD-IS-OK TO TRUE.

       EDIT-NAME-EXIT.
           EXIT.

      *    DEPOSITS, WITHDRAWALS AND TRANSFERS CARRY THE SUM MOVED
      *    AND MUST BE ABOVE ZERO; THE OTHER TYPES CARRY A BALANCE.
       EDIT-AMOUNT.
           IF WS-REPLY = SPACES AND WS-ITEM-IS-DELETE
               MOVE WS-ACCT-AMOUNT TO WS-ENT-AMOUNT
               SET WS-FIELD-IS-OK TO TRUE
               GO TO EDIT-AMOUNT-EXIT
           END-IF
           MOVE WS-REPLY TO WS-AMT-INPUT
           MOVE 7 TO WS-AMT-MAX-WHOLE
           PERFORM CONVERT-AMOUNT-FIELD
               THRU CONVERT-AMOUNT-FIELD-EXIT
           IF WS-AMT-IS-BAD
               DISPLAY "  *** NOT A VALID AMOUNT (E.G. 1250.00) ***"
               GO TO EDIT-AMOUNT-EXIT
           END-IF
           IF (WS-ITEM-IS-MOVEMENT OR WS-ITEM-IS-TRANSFER)
               AND WS-AMT-VALUE NOT > 0
               DISPLAY "  *** THE AMOUNT MUST BE ABOVE ZERO ***"
               GO TO EDIT-AMOUNT-EXIT
           END-IF
           MOVE WS-AMT-VALUE TO WS-ENT-AMOUNT
           SET WS-FIELD-IS-OK TO TRUE.

       EDIT-AMOUNT-EXIT.
           EXIT.

       EDIT-DATE.
           IF WS-REPLY = SPACES
               MOVE WS-BUSINESS-DATE TO WS-ENT-DATE
               SET WS-FIELD-IS-OK TO TRUE
               GO TO EDIT-DATE-EXIT
           END-IF
           MOVE WS-REPLY(1:8) TO WS-DATE-WORK
           IF WS-DATE-WORK NOT NUMERIC OR WS-REPLY(9:1) NOT = SPACE
               DISPLAY "  *** DATE MUST BE YYYYMMDD ***"
               GO TO EDIT-DATE-EXIT
           END-IF
           MOVE WS-DATE-WORK TO WS-DATE-CHECK
           IF WS-DATE-CHECK-MONTH < 1 OR WS-DATE-CHECK-MONTH > 12
               OR WS-DATE-CHECK-DAY < 1 OR WS-DATE-CHECK-DAY > 31
               DISPLAY "  *** " WS-DATE-WORK " IS NOT A DATE ***"
               GO TO EDIT-DATE-EXIT
           END-IF
           MOVE WS-DATE-WORK TO WS-ENT-DATE
           SET WS-FIELD-IS-OK TO TRUE.

       EDIT-DATE-EXIT.
           EXIT.

       EDIT-BRANCH.
           IF WS-REPLY = SPACES
               IF WS-ITEM-IS-ADD
                   DISPLAY "  *** A NEW ACCOUNT NEEDS A BRANCH ***"
                   GO TO EDIT-BRANCH-EXIT
               END-IF
               MOVE WS-ACCT-BRANCH TO WS-ENT-BRANCH
           ELSE
               MOVE WS-REPLY(1:4) TO WS-ENT-BRANCH
           END-IF
           IF NOT WS-BRANCH-EDITS-ON
               SET WS-FIELD-IS-OK TO TRUE
               GO TO EDIT-BRANCH-EXIT
           END-IF

           MOVE WS-ENT-BRANCH TO BRCH-CODE
           READ BRANCHFILE
               INVALID KEY
                   DISPLAY "  *** BRANCH " WS-ENT-BRANCH
                       " IS NOT ON FILE ***"
                   GO TO EDIT-BRANCH-EXIT
           END-READ
           IF BRCH-CLOSED
               DISPLAY "  *** BRANCH " WS-ENT-BRANCH " IS CLOSED ***"
               GO TO EDIT-BRANCH-EXIT
           END-IF
           DISPLAY "  " BRCH-NAME
           SET WS-FIELD-IS-OK TO TRUE.

       EDIT-BRANCH-EXIT.
           EXIT.

      *    THE CURRENCY IS ONLY CHECKED FOR SHAPE HERE - WHETHER
      *    THE DAY HAS A RATE FOR IT IS DATA-PROCESSOR'S EDIT.
       EDIT-CURRENCY.
           IF WS-REPLY = SPACES
               SET WS-FIELD-IS-OK TO TRUE
               GO TO EDIT-CURRENCY-EXIT
           END-IF
           MOVE WS-REPLY(1:3) TO WS-ENT-CURRENCY
           IF WS-REPLY(4:1) NOT = SPACE
               OR WS-ENT-CURRENCY NOT ALPHABETIC-UPPER
               OR WS-ENT-CURRENCY(1:1) = SPACE
               OR WS-ENT-CURRENCY(2:1) = SPACE
               OR WS-ENT-CURRENCY(3:1) = SPACE
               DISPLAY "  *** CURRENCY MUST BE A THREE-LETTER CODE ***"
               MOVE SPACES TO WS-ENT-CURRENCY
               GO TO EDIT-CURRENCY-EXIT
           END-IF
           SET WS-FIELD-IS-OK TO TRUE.

       EDIT-CURRENCY-EXIT.
           EXIT.

       EDIT-TO-ACCOUNT.
           IF WS-REPLY = SPACES
               DISPLAY "  *** ACCOUNT TO CREDIT REQUIRED ***"
               GO TO EDIT-TO-ACCOUNT-EXIT
           END-IF
           MOVE WS-REPLY(1:10) TO WS-ENT-TO-ACCOUNT MAST-KEY
           IF WS-ENT-TO-ACCOUNT = WS-ENT-ACCOUNT
               DISPLAY "  *** CANNOT TRANSFER TO THE SAME ACCOUNT ***"
               GO TO EDIT-TO-ACCOUNT-EXIT
           END-IF
           READ MASTFILE
               INVALID KEY
                   DISPLAY "  *** ACCOUNT " WS-ENT-TO-ACCOUNT
                       " IS NOT ON FILE ***"
                   GO TO EDIT-TO-ACCOUNT-EXIT
           END-READ
           IF MAST-INACTIVE
               DISPLAY "  *** ACCOUNT " WS-ENT-TO-ACCOUNT
                   " IS CLOSED ***"
               GO TO EDIT-TO-ACCOUNT-EXIT
           END-IF
           DISPLAY "  " MAST-NAME " BRANCH " MAST-BRANCH
           SET WS-FIELD-IS-OK TO TRUE.

       EDIT-TO-ACCOUNT-EXIT.
           EXIT.

      *    A BLANK REASON IS ALLOWED, AS IT IS AT POSTING; A CODE
      *    THAT IS KEYED MUST BE ON FILE AND OPEN.
       EDIT-REASON.
           MOVE WS-REPLY(1:4) TO WS-ENT-REASON
           IF WS-ENT-REASON = SPACES OR NOT WS-REASON-EDITS-ON
               SET WS-FIELD-IS-OK TO TRUE
               GO TO EDIT-REASON-EXIT
           END-IF

           MOVE WS-ENT-REASON TO RSN-CODE
           READ RSNFILE
               INVALID KEY
                   DISPLAY "  *** REASON CODE " WS-ENT-REASON
                       " IS NOT ON FILE ***"
                   GO TO EDIT-REASON-EXIT
           END-READ
           IF RSN-CLOSED
               DISPLAY "  *** REASON CODE " WS-ENT-REASON
                   " IS RETIRED ***"
               GO TO EDIT-REASON-EXIT
           END-IF
           DISPLAY "  " RSN-DESC
           SET WS-FIELD-IS-OK TO TRUE.

       EDIT-REASON-EXIT.
           EXIT.

       BUILD-ITEM-RECORD.
           MOVE SPACES TO ENT-RECORD
           IF WS-ITEM-IS-CUSTDETAIL
               MOVE WS-ITEM-TYPE TO ENT-CUS-TYPE
               MOVE WS-ENT-ACCOUNT TO ENT-CUS-KEY
               MOVE WS-ENT-NAME TO ENT-CUS-NAME
               MOVE WS-ENT-ADDR1 TO ENT-CUS-ADDR1
               MOVE WS-ENT-ADDR2 TO ENT-CUS-ADDR2
               MOVE WS-ENT-POSTCODE TO ENT-CUS-POSTCODE
               GO TO BUILD-ITEM-RECORD-EXIT
           END-IF

           MOVE WS-ITEM-TYPE TO ENT-REC-TYPE
           MOVE WS-ENT-ACCOUNT TO ENT-REC-KEY
           MOVE WS-ENT-AMOUNT TO ENT-REC-AMOUNT
           MOVE WS-ENT-DATE TO ENT-REC-DATE
           MOVE WS-ENT-BRANCH TO ENT-REC-BRANCH
           EVALUATE TRUE
               WHEN WS-ITEM-IS-ADD
                   MOVE WS-ENT-NAME TO ENT-ADD-NAME
                   MOVE WS-ENT-PRODUCT TO ENT-ADD-PRODUCT
                   MOVE WS-ENT-CURRENCY TO ENT-ADD-CURRENCY
               WHEN WS-ITEM-IS-TRANSFER
                   MOVE WS-ENT-TO-ACCOUNT TO ENT-XFR-TO-KEY
                   MOVE WS-ENT-REASON TO ENT-XFR-REASON-CODE
               WHEN OTHER
                   MOVE WS-ENT-REASON TO ENT-RSN-REASON-CODE
           END-EVALUATE.

       BUILD-ITEM-RECORD-EXIT.
           EXIT.

       SHOW-BATCH-POSITION.
           MOVE WS-KEYED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-KEYED-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "  KEYED   " WS-COUNT-DISPLAY " ITEMS "
               WS-TOTAL-DISPLAY
           MOVE WS-CTL-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-CTL-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "  CONTROL " WS-COUNT-DISPLAY " ITEMS "
               WS-TOTAL-DISPLAY.

       SHOW-BATCH-POSITION-EXIT.
           EXIT.

       LIST-BATCH.
           IF WS-ITEM-COUNT = 0
               DISPLAY "  NO ITEMS KEYED YET"
           END-IF
           PERFORM LIST-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           PERFORM SHOW-BATCH-POSITION THRU SHOW-BATCH-POSITION-EXIT.

       LIST-BATCH-EXIT.
           EXIT.

       LIST-ONE-ITEM.
           MOVE WS-ITEM-SUB TO WS-ITEM-NUMBER-ED
           IF WS-ITEM-VOID (WS-ITEM-SUB)
               DISPLAY "  " WS-ITEM-NUMBER-ED " VOID "
                   WS-ITEM-CARD (WS-ITEM-SUB)
           ELSE
               DISPLAY "  " WS-ITEM-NUMBER-ED "      "
                   WS-ITEM-CARD (WS-ITEM-SUB)
           END-IF.

       VOID-ONE-ITEM.
           DISPLAY "  ITEM NUMBER TO VOID"
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY FROM CONSOLE
           MOVE SPACES TO WS-NUMBER-TEXT
           UNSTRING WS-REPLY DELIMITED BY SPACE INTO WS-NUMBER-TEXT
           INSPECT WS-NUMBER-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-REPLY = SPACES OR WS-NUMBER-TEXT NOT NUMERIC
               DISPLAY "  *** NOT AN ITEM NUMBER ***"
               GO TO VOID-ONE-ITEM-EXIT
           END-IF
           MOVE WS-NUMBER-TEXT TO WS-NUMBER-VALUE
           IF WS-NUMBER-VALUE = 0 OR WS-NUMBER-VALUE > WS-ITEM-COUNT
               DISPLAY "  *** THERE IS NO ITEM " WS-NUMBER-VALUE
                   " ***"
               GO TO VOID-ONE-ITEM-EXIT
           END-IF
           MOVE WS-NUMBER-VALUE TO WS-ITEM-SUB
           IF WS-ITEM-VOID (WS-ITEM-SUB)
               DISPLAY "  *** ITEM " WS-NUMBER-VALUE
                   " IS ALREADY VOID ***"
               GO TO VOID-ONE-ITEM-EXIT
           END-IF

           SET WS-ITEM-VOID (WS-ITEM-SUB) TO TRUE
           SUBTRACT 1 FROM WS-KEYED-COUNT
           SUBTRACT WS-ITEM-AMOUNT (WS-ITEM-SUB) FROM WS-KEYED-TOTAL
           DISPLAY "  ITEM " WS-NUMBER-VALUE " VOIDED"
           PERFORM SHOW-BATCH-POSITION THRU SHOW-BATCH-POSITION-EXIT.

       VOID-ONE-ITEM-EXIT.
           EXIT.

      *================================================================
      *  END THE BATCH - ONLY WHEN IT BALANCES TO ITS CONTROLS. THE
      *  H/ITEMS/T GROUP IS APPENDED SO SEVERAL SESSIONS IN A DAY
      *  BUILD UP ONE ENTRYTRN, EACH BATCH BRACKETED ON ITS OWN.
      *================================================================
       CLOSE-BATCH.
           IF WS-KEYED-COUNT = 0
               DISPLAY "  *** NOTHING KEYED - USE Q TO LEAVE ***"
               GO TO CLOSE-BATCH-EXIT
           END-IF
           IF WS-KEYED-COUNT NOT = WS-CTL-COUNT
               OR WS-KEYED-TOTAL NOT = WS-CTL-TOTAL
               DISPLAY "  *** BATCH DOES NOT BALANCE - KEY, VOID OR "
                   "CORRECT THE CONTROLS BEFORE ENDING IT ***"
               PERFORM SHOW-BATCH-POSITION
                   THRU SHOW-BATCH-POSITION-EXIT
               GO TO CLOSE-BATCH-EXIT
           END-IF

           OPEN EXTEND ENTRYTRNFILE
           IF WS-ENTRYTRN-STATUS = "35"
               OPEN OUTPUT ENTRYTRNFILE
           END-IF
           IF WS-ENTRYTRN-STATUS NOT = "00"
               DISPLAY "TRAN-ENTRY: *** ERROR - ENTRYTRN OPEN "
                   "FAILED, STATUS: " WS-ENTRYTRN-STATUS
                   " - BATCH NOT SAVED ***"
               SET WS-FATAL-ERROR TO TRUE
               SET WS-SESSION-DONE TO TRUE
               GO TO CLOSE-BATCH-EXIT
           END-IF

           MOVE SPACES TO ENT-RECORD
           MOVE "H" TO ENT-REC-TYPE
           MOVE WS-OPERATOR-ID TO ENT-REC-KEY
           MOVE WS-BUSINESS-DATE TO ENT-REC-DATE
           WRITE ENTRYTRN-RECORD FROM ENT-RECORD

           PERFORM WRITE-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT

           MOVE SPACES TO ENT-RECORD
           MOVE "T" TO ENT-TRL-TYPE
           MOVE WS-ITEMS-WRITTEN TO ENT-TRL-COUNT
           WRITE ENTRYTRN-RECORD FROM ENT-RECORD
           CLOSE ENTRYTRNFILE

           MOVE WS-ITEMS-WRITTEN TO WS-COUNT-DISPLAY
           MOVE WS-KEYED-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "TRAN-ENTRY: Batch balanced and saved - "
               WS-COUNT-DISPLAY " items " WS-TOTAL-DISPLAY
           SET WS-BATCH-SAVED TO TRUE
           SET WS-SESSION-DONE TO TRUE.

       CLOSE-BATCH-EXIT.
           EXIT.

       WRITE-ONE-ITEM.
           IF NOT WS-ITEM-VOID (WS-ITEM-SUB)
               WRITE ENTRYTRN-RECORD FROM WS-ITEM-CARD (WS-ITEM-SUB)
               ADD 1 TO WS-ITEMS-WRITTEN
           END-IF.

       QUIT-BATCH.
           DISPLAY "  QUIT WITHOUT SAVING THE BATCH (Y/N)?"
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY FROM CONSOLE
           IF WS-REPLY(1:1) = "Y"
               SET WS-SESSION-DONE TO TRUE
           END-IF.

       QUIT-BATCH-EXIT.
           EXIT.

      *================================================================
      *  AMOUNT CONVERSION - AS CSV-INTAKE, WITH THE NUMBER OF WHOLE
      *  DIGITS ALLOWED SET BY THE CALLER (AN ITEM AMOUNT MUST FIT
      *  THE RECLAY AMOUNT; A BATCH TOTAL MAY BE LARGER).
      *================================================================
       CONVERT-AMOUNT-FIELD.
           SET WS-AMT-IS-OK TO TRUE
           MOVE SPACE TO WS-AMT-SIGN
           MOVE WS-AMT-INPUT TO WS-AMT-WORK

           IF WS-AMT-WORK = SPACES
               SET WS-AMT-IS-BAD TO TRUE
               GO TO CONVERT-AMOUNT-FIELD-EXIT
           END-IF

           IF WS-AMT-WORK(1:1) = "-" OR WS-AMT-WORK(1:1) = "+"
               MOVE WS-AMT-WORK(1:1) TO WS-AMT-SIGN
      *        STRIPPED THROUGH A SECOND FIELD - A MOVE WHOSE
      *        SENDING AND RECEIVING OPERANDS OVERLAP IS UNDEFINED.
               MOVE WS-AMT-WORK(2:15) TO WS-AMT-STRIPPED
               MOVE WS-AMT-STRIPPED TO WS-AMT-WORK
           END-IF

           MOVE SPACES TO WS-AMT-WHOLE-X WS-AMT-FRAC-X
           UNSTRING WS-AMT-WORK DELIMITED BY "."
               INTO WS-AMT-WHOLE-X WS-AMT-FRAC-X

           MOVE 0 TO WS-AMT-TRAILING-CT
           INSPECT WS-AMT-WHOLE-X TALLYING
               WS-AMT-TRAILING-CT FOR TRAILING SPACES
           COMPUTE WS-AMT-WHOLE-LEN = 10 - WS-AMT-TRAILING-CT
           IF WS-AMT-WHOLE-LEN = 0
               OR WS-AMT-WHOLE-LEN > WS-AMT-MAX-WHOLE
               SET WS-AMT-IS-BAD TO TRUE
               GO TO CONVERT-AMOUNT-FIELD-EXIT
           END-IF
           IF WS-AMT-WHOLE-X(1:WS-AMT-WHOLE-LEN) NOT NUMERIC
               SET WS-AMT-IS-BAD TO TRUE
               GO TO CONVERT-AMOUNT-FIELD-EXIT
           END-IF
           MOVE 0 TO WS-AMT-WHOLE
           PERFORM ACCUMULATE-WHOLE-DIGIT
               VARYING WS-AMT-SUB FROM 1 BY 1
               UNTIL WS-AMT-SUB > WS-AMT-WHOLE-LEN

           MOVE 0 TO WS-AMT-TRAILING-CT
           INSPECT WS-AMT-FRAC-X TALLYING
               WS-AMT-TRAILING-CT FOR TRAILING SPACES
           COMPUTE WS-AMT-FRAC-LEN = 4 - WS-AMT-TRAILING-CT
           EVALUATE WS-AMT-FRAC-LEN
               WHEN 0
                   MOVE 0 TO WS-AMT-FRAC
               WHEN 1
                   IF WS-AMT-FRAC-X(1:1) NOT NUMERIC
                       SET WS-AMT-IS-BAD TO TRUE
                       GO TO CONVERT-AMOUNT-FIELD-EXIT
                   END-IF
                   MOVE WS-AMT-FRAC-X(1:1) TO WS-AMT-FRAC(1:1)
                   MOVE "0" TO WS-AMT-FRAC(2:1)
               WHEN 2
                   IF WS-AMT-FRAC-X(1:2) NOT NUMERIC
                       SET WS-AMT-IS-BAD TO TRUE
                       GO TO CONVERT-AMOUNT-FIELD-EXIT
                   END-IF
                   MOVE WS-AMT-FRAC-X(1:2) TO WS-AMT-FRAC
               WHEN OTHER
                   SET WS-AMT-IS-BAD TO TRUE
                   GO TO CONVERT-AMOUNT-FIELD-EXIT
           END-EVALUATE

           COMPUTE WS-AMT-VALUE =
               WS-AMT-WHOLE + (WS-AMT-FRAC / 100)
           IF WS-AMT-SIGN = "-"
               COMPUTE WS-AMT-VALUE = 0 - WS-AMT-VALUE
           END-IF.

       CONVERT-AMOUNT-FIELD-EXIT.
           EXIT.

       ACCUMULATE-WHOLE-DIGIT.
           MOVE WS-AMT-WHOLE-X(WS-AMT-SUB:1) TO WS-AMT-DIGIT
           COMPUTE WS-AMT-WHOLE = (WS-AMT-WHOLE * 10)
               + WS-AMT-DIGIT.

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

      *================================================================
      *  OPERATOR AUTHORITY CHECK - THE ACTION IN WS-AUTH-ACTION IS
      *  ALLOWED ONLY IF AN AUTHORITY CARD PAIRS IT WITH THE
      *  OPERATOR. EVERY ATTEMPT IS WRITTEN TO THE SECURITY LOG,
      *  ALLOWED OR NOT. A SHOP THAT HAS NOT LOADED THE AUTHORITY
      *  FILE YET RUNS UNCHECKED - BUT THE LOG STILL SAYS SO, LOUDLY.
      *================================================================
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'N' TO WS-AUTH-ALLOWED-SW
           OPEN INPUT AUTHFILE
           IF WS-AUTHFILE-STATUS NOT = "00"
               DISPLAY "TRAN-ENTRY: *** WARNING - NO "
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
               DISPLAY "TRAN-ENTRY: *** OPERATOR '"
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
               DISPLAY "TRAN-ENTRY: Security log not "
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
               DISPLAY "TRAN-ENTRY: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "TRAN-ENTRY" TO ALR-PROGRAM
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
