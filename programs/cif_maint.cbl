       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIF-MAINT.
       AUTHOR. JCL-FRAMEWORK-DEMO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIFFILE ASSIGN TO "CIFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIF-NUMBER
               FILE STATUS IS WS-CIFFILE-STATUS.
      *    THE CROSS-REFERENCE IS READ BY ACCOUNT TO FIND AN EXISTING
      *    PRIMARY OWNER, AND BY THE CUSTOMER ALTERNATE KEY TO STOP A
      *    CUSTOMER BEING CLOSED WHILE ACCOUNTS STILL POINT AT IT.
           SELECT CXREFFILE ASSIGN TO "CXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXR-KEY
               ALTERNATE RECORD KEY IS CXR-CUSTOMER
                   WITH DUPLICATES
               FILE STATUS IS WS-CXREF-STATUS.
      *    THE MASTER IS READ ONLY TO CONFIRM A LINK NAMES A REAL,
      *    OPEN ACCOUNT. NOTHING IN THE POSTING RUN READS THE
      *    CUSTOMER FILES, SO NO MASTER LOCK IS TAKEN.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT CIFMAINTFILE ASSIGN TO "CIFMAINT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CIFFILE.
           COPY "cifrec".

       FD  CXREFFILE.
           COPY "cxrrec".

       FD  MASTFILE.
           COPY "mastrec".

      *================================================================
      *  CUSTOMER MAINTENANCE CARD - ONE ACTION PER CARD:
      *      CA  ADD A CUSTOMER (CUSTOMER NUMBER AND NAME REQUIRED)
      *      CC  CHANGE A CUSTOMER'S NAME OR ADDRESS - A BLANK FIELD
      *          LEAVES THE OLD VALUE
      *      CD  CLOSE A CUSTOMER - REFUSED WHILE ANY ACCOUNT IS
      *          STILL LINKED TO IT. IT STAYS ON FILE, MARKED CLOSED.
      *      LA  LINK AN ACCOUNT TO A CUSTOMER IN A ROLE (P, J, T OR
      *          A - SEE CXRREC). AN ACCOUNT HAS AT MOST ONE PRIMARY.
      *      LC  CHANGE THE ROLE ON AN EXISTING LINK
      *      LD  REMOVE A LINK
      *  THE CUSTOMER NUMBER IS IN EVERY CARD; THE ACCOUNT AND ROLE
      *  ONLY IN THE LINK CARDS, THE NAME AND ADDRESS ONLY IN THE
      *  CUSTOMER CARDS.
      *================================================================
       FD  CIFMAINTFILE.
       01  CFM-RECORD.
           05  CFM-ACTION          PIC X(02).
           05  FILLER              PIC X(01).
           05  CFM-CUSTOMER        PIC X(10).
           05  FILLER              PIC X(01).
           05  CFM-ACCOUNT         PIC X(10).
           05  FILLER              PIC X(01).
           05  CFM-ROLE            PIC X(01).
               88  CFM-ROLE-VALID              VALUES "P", "J", "T",
                                                      "A".
           05  FILLER              PIC X(01).
           05  CFM-NAME            PIC X(30).
           05  FILLER              PIC X(01).
           05  CFM-ADDR-LINE1      PIC X(30).
           05  FILLER              PIC X(01).
           05  CFM-ADDR-LINE2      PIC X(30).
           05  FILLER              PIC X(01).
           05  CFM-POSTCODE        PIC X(09).
           05  FILLER              PIC X(01).

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  AUTHFILE.
       01  AUTH-RECORD.
           05  AUTH-OPERATOR       PIC X(08).
           05  FILLER              PIC X(01).
           05  AUTH-ACTION         PIC X(08).
           05  FILLER              PIC X(63).

      *    EVERY CUSTOMER CARD IS LOGGED AS WELL AS THE RUN'S
      *    AUTHORITY CHECK, WITH THE CUSTOMER AND ACCOUNT IT NAMED IN
      *    THE SUBJECT COLUMNS - A CHANGE OF OWNERSHIP MUST BE
      *    TRACEABLE TO THE OPERATOR WHO MADE IT. SECLOG IS AN 80-BYTE
      *    LOG: A CUSTOMER CARD LOGS THE CUSTOMER NUMBER, A LINK CARD
      *    THE ACCOUNT THEN THE LOW 8 DIGITS OF THE ZERO-PADDED
      *    CUSTOMER NUMBER.
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
       01  WS-CIFFILE-STATUS       PIC X(2)   VALUE "00".
       01  WS-CXREF-STATUS         PIC X(2)   VALUE "00".
       01  WS-MASTFILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-MASTER-CHECK-SW      PIC X      VALUE 'N'.
           88  WS-MASTER-CHECK-ON             VALUE 'Y'.
       01  WS-BUSDATE-STATUS       PIC X(2)   VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8)   VALUE 0.
       01  WS-RUN-PARM             PIC X(40)  VALUE SPACES.
       01  WS-PARM-KEY             PIC X(20)  VALUE SPACES.
       01  WS-PARM-VAL             PIC X(20)  VALUE SPACES.
       01  WS-PROGRAM-NAME         PIC X(18)  VALUE "CIF-MAINT".
       01  WS-STAMP-DATE           PIC 9(8)   VALUE 0.
       01  WS-STAMP-TIME           PIC 9(8)   VALUE 0.
       01  WS-EOF-FLAG             PIC X      VALUE 'N'.
       01  WS-CARD-APPLIED-SW      PIC X      VALUE 'N'.
           88  WS-CARD-APPLIED                VALUE 'Y'.
       01  WS-XREF-EOF-SW          PIC X      VALUE 'N'.
           88  WS-XREF-EOF                    VALUE 'Y'.
       01  WS-OTHER-PRIMARY        PIC X(10)  VALUE SPACES.
       01  WS-CARDS-READ           PIC 9(5)   VALUE 0.
       01  WS-CUST-ADDS            PIC 9(5)   VALUE 0.
       01  WS-CUST-CHANGES         PIC 9(5)   VALUE 0.
       01  WS-CUST-CLOSES          PIC 9(5)   VALUE 0.
       01  WS-LINK-ADDS            PIC 9(5)   VALUE 0.
       01  WS-LINK-CHANGES         PIC 9(5)   VALUE 0.
       01  WS-LINK-REMOVES         PIC 9(5)   VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(5)   VALUE 0.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CIF-MAINT: Starting customer information "
               "maintenance..."

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT
           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT

      *    WHO OWNS AN ACCOUNT DECIDES WHO IS SENT ITS STATEMENT AND
      *    WHOSE BALANCES IT COUNTS TOWARD - ONLY NAMED OPERATORS
      *    MAY CHANGE IT.
           MOVE "CIFMAINT" TO WS-AUTH-ACTION
           PERFORM CHECK-OPERATOR-AUTHORITY
               THRU CHECK-OPERATOR-AUTHORITY-EXIT
           IF NOT WS-AUTH-ALLOWED
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN I-O CIFFILE
           IF WS-CIFFILE-STATUS = "35"
      *        FIRST-EVER MAINTENANCE RUN - THE CUSTOMER MASTER DOES
      *        NOT EXIST YET, SO CREATE IT RATHER THAN FAIL.
               OPEN OUTPUT CIFFILE
               CLOSE CIFFILE
               OPEN I-O CIFFILE
           END-IF
           IF WS-CIFFILE-STATUS NOT = "00"
               DISPLAY "CIF-MAINT: *** ERROR - CIFFILE OPEN "
                   "FAILED, STATUS: " WS-CIFFILE-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN I-O CXREFFILE
           IF WS-CXREF-STATUS = "35"
               OPEN OUTPUT CXREFFILE
               CLOSE CXREFFILE
               OPEN I-O CXREFFILE
           END-IF
           IF WS-CXREF-STATUS NOT = "00"
               DISPLAY "CIF-MAINT: *** ERROR - CXREF OPEN "
                   "FAILED, STATUS: " WS-CXREF-STATUS " ***"
               CLOSE CIFFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS = "00"
               SET WS-MASTER-CHECK-ON TO TRUE
           ELSE
               DISPLAY "CIF-MAINT: Master file not available - "
                   "accounts on new links not checked"
           END-IF

           OPEN INPUT CIFMAINTFILE

           PERFORM READ-MAINT-LOOP
               UNTIL WS-EOF-FLAG = 'Y'

           CLOSE CIFFILE
           CLOSE CXREFFILE
           CLOSE CIFMAINTFILE
           IF WS-MASTER-CHECK-ON
               CLOSE MASTFILE
           END-IF

           DISPLAY "CIF-MAINT: Maintenance completed"
           DISPLAY "CIF-MAINT: Cards read:         " WS-CARDS-READ
           DISPLAY "CIF-MAINT: Customers added:    " WS-CUST-ADDS
           DISPLAY "CIF-MAINT: Customers changed:  " WS-CUST-CHANGES
           DISPLAY "CIF-MAINT: Customers closed:   " WS-CUST-CLOSES
           DISPLAY "CIF-MAINT: Links added:        " WS-LINK-ADDS
           DISPLAY "CIF-MAINT: Links changed:      " WS-LINK-CHANGES
           DISPLAY "CIF-MAINT: Links removed:      " WS-LINK-REMOVES
           DISPLAY "CIF-MAINT: Errors found:       " WS-ERRORS-FOUND

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

           UNSTRING WS-RUN-PARM DELIMITED BY "="
               INTO WS-PARM-KEY WS-PARM-VAL
           IF WS-PARM-KEY = "OPER"
               MOVE WS-PARM-VAL(1:8) TO WS-OPERATOR-ID
           END-IF.

       PARSE-RUN-PARAMETERS-EXIT.
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
           READ CIFMAINTFILE INTO CFM-RECORD
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
           IF CFM-CUSTOMER = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "CIF-MAINT: ERROR - card " WS-CARDS-READ
                   " has no customer number"
               GO TO APPLY-MAINT-CARD-EXIT
           END-IF

           EVALUATE CFM-ACTION
               WHEN "CA"
                   PERFORM ADD-CUSTOMER
                       THRU ADD-CUSTOMER-EXIT
               WHEN "CC"
                   PERFORM CHANGE-CUSTOMER
                       THRU CHANGE-CUSTOMER-EXIT
               WHEN "CD"
                   PERFORM CLOSE-CUSTOMER
                       THRU CLOSE-CUSTOMER-EXIT
               WHEN "LA"
                   PERFORM ADD-LINK
                       THRU ADD-LINK-EXIT
               WHEN "LC"
                   PERFORM CHANGE-LINK
                       THRU CHANGE-LINK-EXIT
               WHEN "LD"
                   PERFORM REMOVE-LINK
                       THRU REMOVE-LINK-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CIF-MAINT: ERROR - unknown action '"
                       CFM-ACTION "' for customer " CFM-CUSTOMER
           END-EVALUATE.

       APPLY-MAINT-CARD-EXIT.
           EXIT.

       ADD-CUSTOMER.
           IF CFM-NAME = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "CIF-MAINT: ERROR - new customer "
                   CFM-CUSTOMER " has no name"
               GO TO ADD-CUSTOMER-EXIT
           END-IF

           MOVE SPACES TO CIF-RECORD
           MOVE CFM-CUSTOMER TO CIF-NUMBER
           MOVE CFM-NAME TO CIF-NAME
           MOVE CFM-ADDR-LINE1 TO CIF-ADDR-LINE1
           MOVE CFM-ADDR-LINE2 TO CIF-ADDR-LINE2
           MOVE CFM-POSTCODE TO CIF-POSTCODE
           SET CIF-ACTIVE TO TRUE
           MOVE WS-BUSINESS-DATE TO CIF-OPENED-DATE
           MOVE WS-BUSINESS-DATE TO CIF-UPD-DATE
           MOVE WS-OPERATOR-ID TO CIF-UPD-BY
           WRITE CIF-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CIF-MAINT: ERROR - customer already "
                       "exists: " CFM-CUSTOMER
               NOT INVALID KEY
                   ADD 1 TO WS-CUST-ADDS
                   SET WS-CARD-APPLIED TO TRUE
           END-WRITE.

       ADD-CUSTOMER-EXIT.
           EXIT.

       CHANGE-CUSTOMER.
           MOVE CFM-CUSTOMER TO CIF-NUMBER
           READ CIFFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CIF-MAINT: ERROR - customer not found "
                       "for change: " CFM-CUSTOMER
                   GO TO CHANGE-CUSTOMER-EXIT
           END-READ
           IF CIF-CLOSED
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "CIF-MAINT: ERROR - customer is closed: "
                   CFM-CUSTOMER
               GO TO CHANGE-CUSTOMER-EXIT
           END-IF

           IF CFM-NAME NOT = SPACES
               MOVE CFM-NAME TO CIF-NAME
           END-IF
           IF CFM-ADDR-LINE1 NOT = SPACES
               MOVE CFM-ADDR-LINE1 TO CIF-ADDR-LINE1
           END-IF
           IF CFM-ADDR-LINE2 NOT = SPACES
               MOVE CFM-ADDR-LINE2 TO CIF-ADDR-LINE2
           END-IF
           IF CFM-POSTCODE NOT = SPACES
               MOVE CFM-POSTCODE TO CIF-POSTCODE
           END-IF
           MOVE WS-BUSINESS-DATE TO CIF-UPD-DATE
           MOVE WS-OPERATOR-ID TO CIF-UPD-BY
           REWRITE CIF-RECORD
           ADD 1 TO WS-CUST-CHANGES
           SET WS-CARD-APPLIED TO TRUE.

       CHANGE-CUSTOMER-EXIT.
           EXIT.

       CLOSE-CUSTOMER.
           MOVE CFM-CUSTOMER TO CIF-NUMBER
           READ CIFFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CIF-MAINT: ERROR - customer not found "
                       "for close: " CFM-CUSTOMER
                   GO TO CLOSE-CUSTOMER-EXIT
           END-READ
           IF CIF-CLOSED
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "CIF-MAINT: ERROR - customer already "
                   "closed: " CFM-CUSTOMER
               GO TO CLOSE-CUSTOMER-EXIT
           END-IF

      *    A CUSTOMER STILL NAMED ON AN ACCOUNT WOULD LEAVE THAT
      *    ACCOUNT OWNED BY A CLOSED RECORD - THE LINKS MUST BE
      *    REMOVED (OR MOVED TO ANOTHER CUSTOMER) FIRST.
           MOVE CFM-CUSTOMER TO CXR-CUSTOMER
           START CXREFFILE KEY IS EQUAL TO CXR-CUSTOMER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CIF-MAINT: ERROR - customer "
                       CFM-CUSTOMER " is still linked to accounts"
                       " - remove the links first"
                   GO TO CLOSE-CUSTOMER-EXIT
           END-START

           SET CIF-CLOSED TO TRUE
           MOVE WS-BUSINESS-DATE TO CIF-CLOSED-DATE
           MOVE WS-BUSINESS-DATE TO CIF-UPD-DATE
           MOVE WS-OPERATOR-ID TO CIF-UPD-BY
           REWRITE CIF-RECORD
           ADD 1 TO WS-CUST-CLOSES
           SET WS-CARD-APPLIED TO TRUE.

       CLOSE-CUSTOMER-EXIT.
           EXIT.

       ADD-LINK.
           IF CFM-ACCOUNT = SPACES
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "CIF-MAINT: ERROR - link card for customer "
                   CFM-CUSTOMER " has no account"
               GO TO ADD-LINK-EXIT
           END-IF
           IF NOT CFM-ROLE-VALID
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "CIF-MAINT: ERROR - role '" CFM-ROLE
                   "' is not P, J, T or A for " CFM-ACCOUNT " "
                   CFM-CUSTOMER
               GO TO ADD-LINK-EXIT
           END-IF

           MOVE CFM-CUSTOMER TO CIF-NUMBER
           READ CIFFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CIF-MAINT: ERROR - customer "
                       CFM-CUSTOMER " is not on the customer master"
                   GO TO ADD-LINK-EXIT
           END-READ
           IF CIF-CLOSED
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "CIF-MAINT: ERROR - customer is closed: "
                   CFM-CUSTOMER
               GO TO ADD-LINK-EXIT
           END-IF

           IF WS-MASTER-CHECK-ON
               MOVE CFM-ACCOUNT TO MAST-KEY
               READ MASTFILE
                   INVALID KEY
                       ADD 1 TO WS-ERRORS-FOUND
                       DISPLAY "CIF-MAINT: ERROR - account "
                           CFM-ACCOUNT " is not on the master file"
                       GO TO ADD-LINK-EXIT
               END-READ
               IF MAST-INACTIVE
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CIF-MAINT: ERROR - account "
                       CFM-ACCOUNT " is closed"
                   GO TO ADD-LINK-EXIT
               END-IF
           END-IF

           IF CFM-ROLE = "P"
               PERFORM FIND-OTHER-PRIMARY
                   THRU FIND-OTHER-PRIMARY-EXIT
               IF WS-OTHER-PRIMARY NOT = SPACES
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CIF-MAINT: ERROR - account "
                       CFM-ACCOUNT " already has primary owner "
                       WS-OTHER-PRIMARY
                   GO TO ADD-LINK-EXIT
               END-IF
           END-IF

           MOVE SPACES TO CXREF-RECORD
           MOVE CFM-ACCOUNT TO CXR-ACCOUNT
           MOVE CFM-CUSTOMER TO CXR-CUSTOMER
           MOVE CFM-ROLE TO CXR-ROLE
           MOVE WS-BUSINESS-DATE TO CXR-ADDED-DATE
           MOVE WS-OPERATOR-ID TO CXR-ADDED-BY
           WRITE CXREF-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CIF-MAINT: ERROR - link already exists: "
                       CFM-ACCOUNT " " CFM-CUSTOMER
               NOT INVALID KEY
                   ADD 1 TO WS-LINK-ADDS
                   SET WS-CARD-APPLIED TO TRUE
           END-WRITE.

       ADD-LINK-EXIT.
           EXIT.

       CHANGE-LINK.
           IF NOT CFM-ROLE-VALID
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "CIF-MAINT: ERROR - role '" CFM-ROLE
                   "' is not P, J, T or A for " CFM-ACCOUNT " "
                   CFM-CUSTOMER
               GO TO CHANGE-LINK-EXIT
           END-IF
           IF CFM-ROLE = "P"
               PERFORM FIND-OTHER-PRIMARY
                   THRU FIND-OTHER-PRIMARY-EXIT
               IF WS-OTHER-PRIMARY NOT = SPACES
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CIF-MAINT: ERROR - account "
                       CFM-ACCOUNT " already has primary owner "
                       WS-OTHER-PRIMARY
                   GO TO CHANGE-LINK-EXIT
               END-IF
           END-IF

           MOVE CFM-ACCOUNT TO CXR-ACCOUNT
           MOVE CFM-CUSTOMER TO CXR-CUSTOMER
           READ CXREFFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CIF-MAINT: ERROR - link not found for "
                       "change: " CFM-ACCOUNT " " CFM-CUSTOMER
                   GO TO CHANGE-LINK-EXIT
           END-READ

           MOVE CFM-ROLE TO CXR-ROLE
           REWRITE CXREF-RECORD
           ADD 1 TO WS-LINK-CHANGES
           SET WS-CARD-APPLIED TO TRUE.

       CHANGE-LINK-EXIT.
           EXIT.

       REMOVE-LINK.
           MOVE CFM-ACCOUNT TO CXR-ACCOUNT
           MOVE CFM-CUSTOMER TO CXR-CUSTOMER
           READ CXREFFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "CIF-MAINT: ERROR - link not found for "
                       "removal: " CFM-ACCOUNT " " CFM-CUSTOMER
                   GO TO REMOVE-LINK-EXIT
           END-READ

           DELETE CXREFFILE RECORD
           ADD 1 TO WS-LINK-REMOVES
           SET WS-CARD-APPLIED TO TRUE.

       REMOVE-LINK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  RETURNS IN WS-OTHER-PRIMARY THE PRIMARY OWNER ALREADY ON THE
      *  CARD'S ACCOUNT, IF IT IS A CUSTOMER OTHER THAN THE CARD'S -
      *  THE ACCOUNT'S LINKS ARE ADJACENT ON THE PRIMARY KEY.
      *----------------------------------------------------------------
       FIND-OTHER-PRIMARY.
           MOVE SPACES TO WS-OTHER-PRIMARY
           MOVE 'N' TO WS-XREF-EOF-SW
           MOVE CFM-ACCOUNT TO CXR-ACCOUNT
           MOVE LOW-VALUES TO CXR-CUSTOMER
           START CXREFFILE KEY IS NOT LESS THAN CXR-KEY
               INVALID KEY
                   GO TO FIND-OTHER-PRIMARY-EXIT
           END-START
           PERFORM CHECK-ONE-ACCOUNT-LINK
               THRU CHECK-ONE-ACCOUNT-LINK-EXIT
               UNTIL WS-XREF-EOF.

       FIND-OTHER-PRIMARY-EXIT.
           EXIT.

       CHECK-ONE-ACCOUNT-LINK.
           READ CXREFFILE NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
                   GO TO CHECK-ONE-ACCOUNT-LINK-EXIT
           END-READ
           IF CXR-ACCOUNT NOT = CFM-ACCOUNT
               SET WS-XREF-EOF TO TRUE
               GO TO CHECK-ONE-ACCOUNT-LINK-EXIT
           END-IF
           IF CXR-PRIMARY AND CXR-CUSTOMER NOT = CFM-CUSTOMER
               MOVE CXR-CUSTOMER TO WS-OTHER-PRIMARY
               SET WS-XREF-EOF TO TRUE
           END-IF.

       CHECK-ONE-ACCOUNT-LINK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  ONE SECURITY LOG LINE PER CARD, APPLIED OR REJECTED, NAMING
      *  THE CUSTOMER AND (ON A LINK CARD) THE ACCOUNT IT ACTED ON.
      *----------------------------------------------------------------
       LOG-MAINT-CARD.
           EVALUATE CFM-ACTION
               WHEN "CA"
                   MOVE "CIFADD" TO WS-AUTH-ACTION
               WHEN "CC"
                   MOVE "CIFCHG" TO WS-AUTH-ACTION
               WHEN "CD"
                   MOVE "CIFCLS" TO WS-AUTH-ACTION
               WHEN "LA"
                   MOVE "CXRADD" TO WS-AUTH-ACTION
               WHEN "LC"
                   MOVE "CXRCHG" TO WS-AUTH-ACTION
               WHEN "LD"
                   MOVE "CXRDEL" TO WS-AUTH-ACTION
               WHEN OTHER
                   MOVE "CIFBAD" TO WS-AUTH-ACTION
           END-EVALUATE
           IF WS-CARD-APPLIED
               MOVE "APPLIED" TO WS-AUTH-VERDICT
           ELSE
               MOVE "REJECTED" TO WS-AUTH-VERDICT
           END-IF
           MOVE SPACES TO WS-SEC-SUBJECT
           IF CFM-ACCOUNT = SPACES
               MOVE CFM-CUSTOMER TO WS-SEC-SUBJECT
           ELSE
               STRING CFM-ACCOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CFM-CUSTOMER(3:8) DELIMITED BY SIZE
                   INTO WS-SEC-SUBJECT
           END-IF
           PERFORM WRITE-SECURITY-LOG
               THRU WRITE-SECURITY-LOG-EXIT.

       LOG-MAINT-CARD-EXIT.
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
               DISPLAY "CIF-MAINT: *** WARNING - NO "
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
               DISPLAY "CIF-MAINT: *** OPERATOR '"
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
               DISPLAY "CIF-MAINT: Security log not "
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
               DISPLAY "CIF-MAINT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "CIF-MAINT" TO ALR-PROGRAM
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
