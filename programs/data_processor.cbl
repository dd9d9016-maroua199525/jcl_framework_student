               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT PRODFILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODFILE-STATUS.
           SELECT RSNFILE ASSIGN TO "RSNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-HELDIN-STATUS.
           SELECT HELDOUTFILE ASSIGN TO "HELDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    OVERDRAFT LIMITS (SEE ODLREC/ODLIMIT-MAINT) BACKING THE
      *    INSUFFICIENT-FUNDS EDIT, AND THE NSF RETURN STREAM THAT
      *    EDIT DIVERTS INTO.
           SELECT ODLIMITFILE ASSIGN TO "ODLIMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ODL-KEY
               FILE STATUS IS WS-ODLIMIT-STATUS.
      *    THE DAY'S EXCHANGE RATES (SEE FXRREC/FX-LOAD) - A
      *    FOREIGN-CURRENCY ADD AND A CROSS-CURRENCY TRANSFER NEED
      *    THE BUSINESS DATE'S OWN RATE TO POST.
           SELECT FXRATEFILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-KEY
               FILE STATUS IS FXW-STATUS.
           SELECT NSFOUTFILE ASSIGN TO "NSFOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    ACCOUNT RESTRICTIONS (SEE RSTREC/RESTRICT-MAINT) - READ
      *    ONCE AT START-UP INTO A TABLE OF THOSE IN FORCE TODAY.
           SELECT RSTFILE ASSIGN TO "RSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RSTFILE-STATUS.
      *    THE CLOSURE PAYOUT REGISTER (SEE PAYREC/PAYOUT-REGISTER) -
      *    A REINSTATE IS REFUSED ONCE THE CLOSING BALANCE HAS BEEN
      *    PAID OUT.
           SELECT PAYREGFILE ASSIGN TO "PAYREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAYREG-STATUS.
           SELECT MASTSEALFILE ASSIGN TO "MASTSEAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTSEAL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIALRPTFILE ASSIGN TO "TRIALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  THE MASTER FILE'S NET CHANGE ACROSS THE RUN (TOTALED BY
      *  INDEPENDENT SWEEPS BEFORE AND AFTER POSTING - THE TWO MUST BE
      *  EQUAL), AND THE MASTER TOTAL AFTER POSTING FOR THE REPORT
      *  STAGE TO TIE ITS GRAND TOTAL AGAINST. THE FIRST RECORD
      *  CARRIES THE WHOLE-FILE FIGURES; ONE CURRENCY RECORD PER
      *  CURRENCY HELD ON THE MASTER FOLLOWS IT WITH THE SAME THREE
      *  AMOUNTS IN THE SAME COLUMNS, SO THE PROOF STANDS IN EACH
      *  CURRENCY AS WELL AS ACROSS THE FILE.
      *================================================================
       FD  DPCOUNTFILE.
       01  DPCOUNT-RECORD.
           05  DPCOUNT-DELETES     PIC 9(5).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  DPCOUNT-REINSTATES  PIC 9(5).
       01  DPCOUNT-CCY-RECORD.
           05  DPCOUNT-CCY-TAG     PIC X(4).
           05  DPCOUNT-CCY-CODE    PIC X(3).
           05  FILLER              PIC X(1).
           05  DPCOUNT-CCY-NET-APPLIED PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  DPCOUNT-CCY-NET-CHANGE PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  DPCOUNT-CCY-MAST-TOTAL PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.

       FD  BRANCHFILE.
           COPY "brnchrec".
       FD  CUSTFILE.
           COPY "custrec".

       FD  PRODFILE.
           COPY "prodrec".

       FD  RSNFILE.
           COPY "rsnrec".

           05  DPCHKPT-TRANSFERS   PIC 9(7).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  DPCHKPT-CUSTDETS    PIC 9(7).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  DPCHKPT-DEPOSITS    PIC 9(7).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  DPCHKPT-WITHDRAWALS PIC 9(7).
      *    THE PER-CURRENCY NETS AND BEFORE TOTALS, SO A RESTART
      *    PROVES EACH CURRENCY AS WELL AS THE WHOLE FILE.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  DPCHKPT-CCY-COUNT   PIC 9(2).
           05  DPCHKPT-CCY-ENTRY   OCCURS 20 TIMES.
               10  FILLER          PIC X(1).
               10  DPCHKPT-CCY-CODE PIC X(3).
               10  DPCHKPT-CCY-NET PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
               10  DPCHKPT-CCY-BEFORE PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.

      *================================================================
      *  SEQUENCE REJECT STREAM - TRANSACTIONS WHOSE COMBINATION FOR
      *  ONE KEY IS CONTRADICTORY (A CHANGE AFTER A DELETE WITH NO
      *  RE-ADD, A SECOND ADD OR DELETE FOR THE SAME KEY IN ONE RUN).
      *  THESE CAN NEVER POST BY WAITING, SO THEY GO HERE FOR REVIEW
      *  INSTEAD OF INTO SUSPENSE. SO DOES A TRANSACTION WHOSE KEY
      *  (OR TRANSFER TO-KEY) FAILS ITS CHECK DIGIT AND IS NOT ON
      *  THE MASTER - A MISKEYED NUMBER NEVER BECOMES VALID.
      *================================================================
       FD  TRANREJFILE.
       01  TRANREJ-RECORD.
      *  AMOUNT LIMIT CARDS - ONE CARD PER BRANCH AND TRANSACTION
      *  TYPE NAMING THE LARGEST AMOUNT THAT MAY POST WITHOUT A
      *  SUPERVISOR APPROVAL. THE RESERVED BRANCH CODE "*ALL" IS THE
      *  DEFAULT FOR BRANCHES WITH NO CARD OF THEIR OWN. A CARD MAY
      *  ALSO NAME A PRODUCT (SEE PRODREC), WHEN IT APPLIES ONLY TO
      *  ACCOUNTS OF THAT PRODUCT; A BLANK PRODUCT APPLIES TO ANY.
      *  EDITED BY HAND LIKE THE VALIDATION PARAMETER CARDS.
      *================================================================
       FD  LIMITSFILE.
       01  LIMITS-RECORD.
           05  LIM-TRAN-TYPE       PIC X(01).
           05  FILLER              PIC X(01).
           05  LIM-MAX-AMOUNT      PIC 9(7)V99.
           05  FILLER              PIC X(01).
           05  LIM-PRODUCT         PIC X(04).
           05  FILLER              PIC X(59).

      *================================================================
      *  SUPERVISOR APPROVAL CARDS - ONE CARD RELEASES ONE HELD
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  HELD-OUT-DATA       PIC X(80).

       FD  ODLIMITFILE.
           COPY "odlrec".

       FD  FXRATEFILE.
           COPY "fxrrec".

       FD  RSTFILE.
           COPY "rstrec".

       FD  PAYREGFILE.
           COPY "payrec".

      *================================================================
      *  NSF RETURN FILE - TRANSFERS THAT WOULD HAVE DRAWN THE
      *  DEBITED ACCOUNT BELOW ITS OVERDRAFT LIMIT. UNLIKE SUSPENSE
      *  THESE ARE NOT RECYCLED: A RETURNED ITEM IS FINAL AND GOES
      *  BACK TO ITS ORIGINATOR. EACH RECORD CARRIES THE BUSINESS
      *  DATE, THE ACCOUNT'S PROJECTED BALANCE AT THE TIME OF THE
      *  EDIT AND THE LIMIT IT WAS JUDGED AGAINST, AHEAD OF THE
      *  ORIGINAL 80-BYTE TRANSACTION.
      *================================================================
       FD  NSFOUTFILE.
       01  NSFOUT-RECORD.
           05  NSF-OUT-REASON      PIC X(24).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  NSF-OUT-DATE        PIC 9(8).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  NSF-OUT-BALANCE     PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  NSF-OUT-LIMIT       PIC 9(7)V99.
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  NSF-OUT-DATA        PIC X(80).

       FD  MASTLOCKFILE.
           COPY "mstlock".

               88  TRANEDT-REJECTED            VALUE "R".
               88  TRANEDT-HELD                VALUE "H".
               88  TRANEDT-ALREADY-APPLIED     VALUE "D".
               88  TRANEDT-NSF                 VALUE "N".
           05  TRANEDT-REASON      PIC X(24).
           05  TRANEDT-AGE         PIC 9(3).
           05  TRANEDT-SOURCE      PIC X(1).
      *  FROM THE SPLIT STEP'S OWN BEFORE-SWEEP (THE PARTITIONS DO
      *  NOT SWEEP - A SWEEP MID-PARALLEL-POSTING WOULD SEE A
      *  HALF-POSTED MASTER), THE GATHERED RECORD COUNT, AND EACH
      *  PARTITION'S RECORD COUNT. A CURRENCY RECORD (C IN THE FIRST
      *  COLUMN) FOLLOWS FOR EACH CURRENCY ON THE MASTER WITH THAT
      *  CURRENCY'S BEFORE TOTAL IN THE SAME COLUMNS.
      *================================================================
       FD  DPSPLITFILE.
       01  DPSPLIT-RECORD.
           05  DPSPLIT-RECORDS     PIC 9(7).
           05  FILLER              PIC X(1)   VALUE SPACE.
           05  DPSPLIT-PART-COUNT  PIC 9(7)   OCCURS 4 TIMES.
       01  DPSPLIT-CCY-RECORD.
           05  DPSPLIT-CCY-TAG     PIC X(1).
           05  FILLER              PIC X(1).
           05  DPSPLIT-CCY-BEFORE  PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  DPSPLIT-CCY-CODE    PIC X(3).

       FD  TRIALRPTFILE.
       01  TRIALRPT-LINE           PIC X(132).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUTHFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-SECLOG-STATUS        PIC X(2)    VALUE SPACES.
           88  WS-REASON-IS-OK                 VALUE 'Y'.
           88  WS-REASON-IS-BAD                VALUE 'N'.
       01  WS-REASON-REASON        PIC X(24)   VALUE SPACES.
       01  WS-PRODFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-PRODUCT-EDITS-SW     PIC X       VALUE 'N'.
           88  WS-PRODUCT-EDITS-ON             VALUE 'Y'.
       01  WS-PRODUCT-OK-SW        PIC X       VALUE 'Y'.
           88  WS-PRODUCT-IS-OK                VALUE 'Y'.
           88  WS-PRODUCT-IS-BAD               VALUE 'N'.
       01  WS-PRODUCT-REASON       PIC X(24)   VALUE SPACES.
       01  WS-CURRENCY-OK-SW       PIC X       VALUE 'Y'.
           88  WS-CURRENCY-IS-OK               VALUE 'Y'.
           88  WS-CURRENCY-IS-BAD              VALUE 'N'.
       01  WS-CURRENCY-REASON      PIC X(24)   VALUE SPACES.
           COPY "fxrwrk".
       01  WS-TRAN-REASON-CODE     PIC X(4)    VALUE SPACES.
       01  WS-SUSPIN-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-DPCHKPT-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-MASTER-NET-CHANGE    PIC S9(11)V99 VALUE 0.
       01  WS-SWEEP-EOF-FLAG       PIC X       VALUE 'N'.

      *----------------------------------------------------------------
      *  THE SAME PROOF KEPT IN EACH CURRENCY. BALANCES IN DIFFERENT
      *  CURRENCIES DO NOT ADD UP TO ANYTHING, SO EVERY SWEEP AND
      *  EVERY AUDIT RECORD ALSO LANDS IN ITS CURRENCY'S ENTRY HERE
      *  (SPACES ON THE MASTER COUNT AS THE BASE CURRENCY) AND EACH
      *  ENTRY MUST PROVE ON ITS OWN. A MASTER HOLDING MORE
      *  CURRENCIES THAN THE TABLE IS REPORTED AND PROVED ACROSS THE
      *  FILE ONLY.
      *----------------------------------------------------------------
       01  WS-CCY-COUNT            PIC 9(2)    VALUE 0.
       01  WS-CCY-SUB              PIC 9(2)    VALUE 0.
       01  WS-CCY-WANTED           PIC X(3)    VALUE SPACES.
       01  WS-CCY-FOUND-SW         PIC X       VALUE 'N'.
           88  WS-CCY-FOUND                    VALUE 'Y'.
       01  WS-CCY-OVERFLOW-SW      PIC X       VALUE 'N'.
           88  WS-CCY-OVERFLOW                 VALUE 'Y'.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY        OCCURS 20 TIMES.
               10  WS-CCY-CODE         PIC X(3).
               10  WS-CCY-NET-APPLIED  PIC S9(11)V99.
               10  WS-CCY-TOTAL-BEFORE PIC S9(11)V99.
               10  WS-CCY-SWEEP-TOTAL  PIC S9(11)V99.
               10  WS-CCY-TOTAL-AFTER  PIC S9(11)V99.
               10  WS-CCY-NET-CHANGE   PIC S9(11)V99.

       01  WS-ADDS-APPLIED         PIC 9(7)    VALUE 0.
       01  WS-CHANGES-APPLIED      PIC 9(7)    VALUE 0.
       01  WS-DELETES-APPLIED      PIC 9(7)    VALUE 0.
       01  WS-REINSTATES-APPLIED   PIC 9(7)    VALUE 0.
       01  WS-TRANSFERS-APPLIED    PIC 9(7)    VALUE 0.
       01  WS-DEPOSITS-APPLIED     PIC 9(7)    VALUE 0.
       01  WS-WITHDRAWALS-APPLIED  PIC 9(7)    VALUE 0.
       01  WS-MOV-NEW-AMOUNT       PIC S9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      *  TRANSFER POSTING WORK FIELDS - BOTH LEGS ARE READ AND
           88  WS-XFR-TO-WAS-INACTIVE          VALUE "I".
       01  WS-XFR-PAIR-STAMP       PIC X(14)   VALUE SPACES.
       01  WS-XFR-REASON-USED      PIC X(4)    VALUE SPACES.
      *    A TRANSFER BETWEEN ACCOUNTS HELD IN DIFFERENT CURRENCIES
      *    DEBITS THE AMOUNT AS KEYED (IN THE FROM-ACCOUNT'S
      *    CURRENCY) AND CREDITS ITS EQUIVALENT AT THE DAY'S RATES.
       01  WS-XFR-FROM-CURRENCY    PIC X(3)    VALUE SPACES.
       01  WS-XFR-TO-CURRENCY      PIC X(3)    VALUE SPACES.
       01  WS-XFR-FROM-RATE        PIC 9(5)V9(6) VALUE 0.
       01  WS-XFR-TO-RATE          PIC 9(5)V9(6) VALUE 0.
       01  WS-XFR-CROSS-RATE       PIC 9(5)V9(6) VALUE 0.
       01  WS-XFR-TO-AMOUNT        PIC S9(9)V99 VALUE 0.
       01  WS-XFR-RATE-SW          PIC X       VALUE 'Y'.
           88  WS-XFR-RATE-OK                  VALUE 'Y'.
           88  WS-XFR-RATE-MISSING             VALUE 'N'.

       01  WS-TRAN-TYPE-CODE       PIC X(1).
           88  WS-TRAN-IS-ADD                  VALUE "A".
           88  WS-TRAN-IS-REINSTATE             VALUE "R".
           88  WS-TRAN-IS-TRANSFER              VALUE "X".
           88  WS-TRAN-IS-CUSTDETAIL            VALUE "N".
           88  WS-TRAN-IS-DEPOSIT               VALUE "P".
           88  WS-TRAN-IS-WITHDRAWAL            VALUE "W".
           88  WS-TRAN-IS-MOVEMENT              VALUE "P" "W".
           88  WS-TRAN-IS-HEADER                VALUE "H".
           88  WS-TRAN-IS-TRAILER                VALUE "T".

           05  TRAN-ADD-DATE       PIC X(08).
           05  TRAN-ADD-BRANCH     PIC X(04).
           05  TRAN-ADD-NAME       PIC X(20).
           05  TRAN-ADD-PRODUCT    PIC X(04).
           05  TRAN-ADD-CURRENCY   PIC X(03).
           05  FILLER              PIC X(21).

       01  TRAN-CHANGE-RECORD REDEFINES TRAN-RECORD.
           05  TRAN-CHG-TYPE       PIC X(01).
           05  TRAN-XFR-REASON-CODE PIC X(04).
           05  FILLER              PIC X(34).

      *----------------------------------------------------------------
      *  A DEPOSIT (TYPE P) OR WITHDRAWAL (TYPE W) CARRIES THE AMOUNT
      *  TO ADD TO OR TAKE FROM THE BALANCE, NOT THE NEW BALANCE A
      *  CHANGE CARRIES - SO TWO TELLERS' ITEMS FOR ONE ACCOUNT ON
      *  ONE DAY BOTH LAND, WHERE TWO CHANGES WOULD LEAVE ONLY THE
      *  LATER. THE AMOUNT IS ALWAYS POSITIVE; THE TYPE GIVES THE
      *  DIRECTION.
      *----------------------------------------------------------------
       01  TRAN-MOVEMENT-RECORD REDEFINES TRAN-RECORD.
           05  TRAN-MOV-TYPE       PIC X(01).
           05  TRAN-MOV-KEY        PIC X(10).
           05  TRAN-MOV-AMOUNT     PIC S9(7)V99.
           05  TRAN-MOV-DATE       PIC X(08).
           05  TRAN-MOV-BRANCH     PIC X(04).
           05  TRAN-MOV-REASON-CODE PIC X(04).
           05  FILLER              PIC X(44).

      *----------------------------------------------------------------
      *  A CUSTOMER DETAIL TRANSACTION (TYPE N) FILLS THE WHOLE
      *  ENVELOPE WITH NAME AND ADDRESS TEXT - IT CARRIES NO AMOUNT,
                   88  WS-GRP-ENT-REJECTED      VALUE "R".
                   88  WS-GRP-ENT-HELD          VALUE "H".
                   88  WS-GRP-ENT-APPLIED       VALUE "D".
                   88  WS-GRP-ENT-NSF           VALUE "N".
               10  WS-GRP-ENT-REASON    PIC X(24).
               10  WS-GRP-ENT-AGE       PIC 9(3).
               10  WS-GRP-ENT-SOURCE    PIC X(1).
       01  WS-GROUP-CHG-COUNT      PIC 9(4)    VALUE 0.
       01  WS-GROUP-DEL-COUNT      PIC 9(4)    VALUE 0.
       01  WS-GROUP-REI-COUNT      PIC 9(4)    VALUE 0.
       01  WS-GROUP-MOV-COUNT      PIC 9(4)    VALUE 0.
       01  WS-GROUP-SEEN-REI       PIC 9(4)    VALUE 0.
       01  WS-GROUP-SEEN-ADD       PIC 9(4)    VALUE 0.
       01  WS-GROUP-SEEN-DEL       PIC 9(4)    VALUE 0.
       01  WS-SEQ-REJECT-COUNT     PIC 9(7)    VALUE 0.
       01  WS-SEQ-REASON           PIC X(24)   VALUE SPACES.
       01  WS-KEYCHK-REJECT-COUNT  PIC 9(7)    VALUE 0.
       01  WS-KEY-JUDGED           PIC X(10)   VALUE SPACES.
       01  WS-KEY-DIGIT-SW         PIC X       VALUE 'N'.
           88  WS-KEY-DIGIT-FAILED             VALUE 'Y'.
           COPY "keychk".

      *----------------------------------------------------------------
      *  SAME-KEY EFFECTS INSIDE THE CURRENT GROUP - AN ADD OR
           88  WS-GRP-KEY-ADDED                VALUE 'Y'.
       01  WS-GRP-KEY-DELETED-SW   PIC X       VALUE 'N'.
           88  WS-GRP-KEY-DELETED              VALUE 'Y'.
       01  WS-GRP-ADD-PRODUCT      PIC X(4)    VALUE SPACES.
       01  WS-DELETED-KEY-COUNT    PIC 9(4)    VALUE 0.
       01  WS-DELETED-KEY-TABLE.
           05  WS-DELETED-KEY      OCCURS 1000 TIMES
               10  WS-LIMIT-ENT-BRANCH PIC X(4).
               10  WS-LIMIT-ENT-TYPE   PIC X(1).
               10  WS-LIMIT-ENT-MAX    PIC 9(7)V99.
               10  WS-LIMIT-ENT-PRODUCT PIC X(4).
       01  WS-LIMIT-TABLE-FULL-SW  PIC X       VALUE 'N'.
           88  WS-LIMIT-TABLE-FULL             VALUE 'Y'.
       01  WS-LIMIT-FOUND-SW       PIC X       VALUE 'N'.
           88  WS-LIMIT-FOUND                  VALUE 'Y'.
       01  WS-LIMIT-MAX            PIC 9(7)V99 VALUE 0.
       01  WS-LIMIT-MATCH-BRANCH   PIC X(4)    VALUE SPACES.
       01  WS-LIMIT-MATCH-PRODUCT  PIC X(4)    VALUE SPACES.
       01  WS-LIMIT-PRODUCT-CARDS  PIC 9(3)    VALUE 0.
       01  WS-ACCT-PRODUCT         PIC X(4)    VALUE SPACES.
       01  WS-LIMIT-EXCEEDED-SW    PIC X       VALUE 'N'.
           88  WS-LIMIT-EXCEEDED               VALUE 'Y'.
       01  WS-LIMIT-TEST-AMOUNT    PIC 9(7)V99 VALUE 0.
       01  WS-HELD-OUT-COUNT       PIC 9(7)    VALUE 0.
       01  WS-APPROVED-RELEASED    PIC 9(7)    VALUE 0.

      *----------------------------------------------------------------
      *  INSUFFICIENT-FUNDS EDIT. THE DEBITED ACCOUNT'S BALANCE IS
      *  PROJECTED THROUGH ITS KEY GROUP AS THE GROUP EDITS - TAKEN
      *  FROM THE MASTER AT THE FIRST TRANSFER, THEN MOVED BY EVERY
      *  ACCEPTED ADD, CHANGE, DELETE, REINSTATE AND TRANSFER OUT -
      *  SO TWO RENT ORDERS THE SAME NIGHT ARE JUDGED AGAINST WHAT
      *  THE FIRST LEAVES BEHIND. CREDITS ARRIVING FROM OTHER KEY
      *  GROUPS ARE NOT COUNTED: CROSS-KEY POSTING ORDER CANNOT
      *  PROMISE THEY LAND FIRST. THE LIMIT IS THE ACCOUNT'S OWN
      *  ODLIMIT RECORD, ELSE ITS BRANCH DEFAULT, ELSE **ALL, ELSE
      *  ZERO; THE FEE AND FEE-INCOME ACCOUNT COME FROM THE BRANCH
      *  DEFAULT (OR **ALL).
      *----------------------------------------------------------------
       01  WS-ODLIMIT-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-OVERDRAFT-EDITS-SW   PIC X       VALUE 'N'.
           88  WS-OVERDRAFT-EDITS-ON           VALUE 'Y'.
       01  WS-GRP-BAL-LOADED-SW    PIC X       VALUE 'N'.
           88  WS-GRP-BAL-LOADED               VALUE 'Y'.
       01  WS-GRP-PROJ-BALANCE     PIC S9(9)V99 VALUE 0.
       01  WS-NSF-TEST-BALANCE     PIC S9(9)V99 VALUE 0.
       01  WS-NSF-BREACH-SW        PIC X       VALUE 'N'.
           88  WS-NSF-BREACH                   VALUE 'Y'.
       01  WS-OD-ACCT-BRANCH       PIC X(4)    VALUE SPACES.
       01  WS-OD-LIMIT             PIC 9(7)V99 VALUE 0.
       01  WS-OD-FEE               PIC 9(5)V99 VALUE 0.
       01  WS-OD-FEE-ACCOUNT       PIC X(10)   VALUE SPACES.
       01  WS-NSF-RETURNED         PIC 9(7)    VALUE 0.
       01  WS-NSF-FEES-RAISED      PIC 9(7)    VALUE 0.
       01  WS-TRIAL-NSF            PIC 9(7)    VALUE 0.

      *----------------------------------------------------------------
      *  ACCOUNT RESTRICTION EDIT. EVERY RESTRICTION ACTIVE AND IN
      *  FORCE ON THE BUSINESS DATE IS TABLED AT START-UP. A FROZEN
      *  ACCOUNT (EITHER LEG OF A TRANSFER) AND A DEBIT THAT WOULD
      *  DRAW A LEGALLY HELD BALANCE BELOW THE HELD AMOUNT GO TO THE
      *  HELD-FOR-APPROVAL FILE - THEY WAIT THERE UNTIL THE
      *  RESTRICTION IS LIFTED OR AN APPROVAL CARD RELEASES THEM. A
      *  DEBIT AGAINST A POST-NO-DEBIT ACCOUNT SUSPENDS AND POSTS BY
      *  ITSELF THE FIRST NIGHT AFTER THE RESTRICTION ENDS. A DEBIT
      *  IS A TRANSFER OUT, A WITHDRAWAL, A CLOSURE OR A CHANGE
      *  THAT LOWERS THE BALANCE. MORE THAN 1000 RESTRICTIONS IN
      *  FORCE OVERFLOWS THE TABLE WITH A WARNING.
      *----------------------------------------------------------------
       01  WS-RSTFILE-STATUS       PIC X(2)    VALUE SPACES.
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
       01  WS-RST-DEBIT-SW         PIC X       VALUE 'N'.
           88  WS-RST-IS-DEBIT                 VALUE 'Y'.
       01  WS-RST-DEBIT-AMOUNT     PIC S9(9)V99 VALUE 0.
       01  WS-RST-TEST-BALANCE     PIC S9(9)V99 VALUE 0.
       01  WS-RST-VERDICT-SW       PIC X       VALUE SPACE.
           88  WS-RST-CLEAR                    VALUE SPACE.
           88  WS-RST-HOLD                     VALUE 'H'.
           88  WS-RST-SUSPEND                  VALUE 'S'.
       01  WS-RST-REASON           PIC X(24)   VALUE SPACES.
       01  WS-RESTRICT-HELD        PIC 9(7)    VALUE 0.
       01  WS-RESTRICT-SUSPENDED   PIC 9(7)    VALUE 0.

      *----------------------------------------------------------------
      *  CLOSURE PAYOUT EDIT. A REINSTATE PUTS THE CLOSING BALANCE
      *  BACK ON THE ACCOUNT; ONCE THAT BALANCE HAS BEEN PAID OUT
      *  (ITS PAYREG ITEM CLEARED) IT WOULD BE PAID TWICE, SO THE
      *  REINSTATE SUSPENDS INSTEAD. AN ITEM STILL OUTSTANDING IS
      *  VOIDED BY PAYOUT-REGISTER WHEN THE REINSTATE POSTS. NO
      *  PAYREG FILE MEANS THE EDIT IS SKIPPED.
      *----------------------------------------------------------------
       01  WS-PAYREG-STATUS        PIC X(2)    VALUE SPACES.
       01  WS-PAYOUT-EDITS-SW      PIC X       VALUE 'N'.
           88  WS-PAYOUT-EDITS-ON              VALUE 'Y'.
       01  WS-PAYOUT-REFUSED       PIC 9(7)    VALUE 0.

      *----------------------------------------------------------------
      *  THE NSF FEE - A STANDARD TRANSFER (THE SAME SHAPE
      *  SO-GENERATE BUILDS) FROM THE RETURNED ACCOUNT TO THE
      *  BRANCH'S FEE-INCOME ACCOUNT UNDER REASON NSFF, DATED WITH
      *  THE BUSINESS DATE AND QUEUED IN THE PENDING FILE SO THE
      *  NEXT RUN GATHERS IT AND POSTS IT THROUGH THE FULL EDIT,
      *  SUSPENSE AND AUDIT TREATMENT LIKE ANY OTHER MOVEMENT. THE
      *  FEE ITSELF IS EXEMPT FROM THE INSUFFICIENT-FUNDS EDIT.
      *----------------------------------------------------------------
       01  NSF-FEE-RECORD.
           05  NSF-FEE-TYPE        PIC X(01).
           05  NSF-FEE-FROM-KEY    PIC X(10).
           05  NSF-FEE-AMOUNT      PIC S9(7)V99.
           05  NSF-FEE-DATE        PIC X(08).
           05  NSF-FEE-BRANCH      PIC X(04).
           05  NSF-FEE-TO-KEY      PIC X(10).
           05  NSF-FEE-REASON-CODE PIC X(04).
           05  FILLER              PIC X(34).

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DATA-PROCESSOR: Starting data processing..."
               IF WS-RUNCTL-ON
                   CLOSE RUNCTLFILE
               END-IF
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           IF WS-LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-STAGE-END THRU RECORD-STAGE-END-EXIT
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

                   THRU RELEASE-MASTER-LOCK-EXIT
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-STAGE-END THRU RECORD-STAGE-END-EXIT
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

               WS-TRANSFERS-APPLIED
           DISPLAY "DATA-PROCESSOR: Customer details applied: "
               WS-CUSTDETS-APPLIED
           DISPLAY "DATA-PROCESSOR: Deposits applied: "
               WS-DEPOSITS-APPLIED
           DISPLAY "DATA-PROCESSOR: Withdrawals applied: "
               WS-WITHDRAWALS-APPLIED
           DISPLAY "DATA-PROCESSOR: Errors found: " WS-ERRORS-FOUND

      *    THE SPLIT STEP HANDS ITS FIGURES TO POST-MERGE THROUGH
               END-IF
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       PARSE-RUN-PARAMETERS.
                       DISPLAY "DATA-PROCESSOR: *** WARNING - "
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
                       DISPLAY "DATA-PROCESSOR: *** ERROR - MASTER "
                           "FILE IS LOCKED BY " MLK-HOLDER
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
           MOVE WS-DELETES-APPLIED TO DPCOUNT-DELETES
           MOVE WS-REINSTATES-APPLIED TO DPCOUNT-REINSTATES
           WRITE DPCOUNT-RECORD
           PERFORM WRITE-CCY-COUNT-HANDOFF
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           CLOSE DPCOUNTFILE.

       WRITE-CCY-COUNT-HANDOFF.
           MOVE SPACES TO DPCOUNT-CCY-RECORD
           MOVE "CCY " TO DPCOUNT-CCY-TAG
           MOVE WS-CCY-CODE (WS-CCY-SUB) TO DPCOUNT-CCY-CODE
           MOVE WS-CCY-NET-APPLIED (WS-CCY-SUB)
               TO DPCOUNT-CCY-NET-APPLIED
           MOVE WS-CCY-NET-CHANGE (WS-CCY-SUB)
               TO DPCOUNT-CCY-NET-CHANGE
           MOVE WS-CCY-TOTAL-AFTER (WS-CCY-SUB)
               TO DPCOUNT-CCY-MAST-TOTAL
           WRITE DPCOUNT-CCY-RECORD.

       PROCESS-MASTER-UPDATE.
           IF WS-PART-MODE
               PERFORM PROCESS-PARTITION-POSTING

           PERFORM OPEN-BRANCH-REFERENCE
               THRU OPEN-BRANCH-REFERENCE-EXIT
           PERFORM OPEN-PRODUCT-REFERENCE
               THRU OPEN-PRODUCT-REFERENCE-EXIT
           PERFORM OPEN-REASON-REFERENCE
               THRU OPEN-REASON-REFERENCE-EXIT
           PERFORM OPEN-CUSTOMER-FILE
               THRU OPEN-CUSTOMER-FILE-EXIT
           PERFORM OPEN-OVERDRAFT-REFERENCE
               THRU OPEN-OVERDRAFT-REFERENCE-EXIT
           PERFORM OPEN-PAYOUT-REFERENCE
               THRU OPEN-PAYOUT-REFERENCE-EXIT
           PERFORM OPEN-FX-REFERENCE
               THRU OPEN-FX-REFERENCE-EXIT

      *    THE CHECKPOINT FILE IS NOT OPENED HERE: THE EDIT PASS
      *    STILL NEEDS TO READ IT AS THE RESTART CURSOR, SO IT IS
           OPEN OUTPUT SUSPOUTFILE
           OPEN OUTPUT PENDOUTFILE
           OPEN OUTPUT HELDOUTFILE
           OPEN OUTPUT NSFOUTFILE

           PERFORM LOAD-LIMITS-TABLE THRU LOAD-LIMITS-TABLE-EXIT
           PERFORM LOAD-APPROVALS THRU LOAD-APPROVALS-EXIT
           PERFORM LOAD-RESTRICTIONS THRU LOAD-RESTRICTIONS-EXIT

           IF WS-RESTART-REQUESTED
      *        THE BEFORE-IMAGE TOTAL COMES FROM THE CHECKPOINT, NOT
           ELSE
               PERFORM TOTAL-MASTER-FILE THRU TOTAL-MASTER-FILE-EXIT
               MOVE WS-MASTER-SWEEP-TOTAL TO WS-MASTER-TOTAL-BEFORE
               PERFORM TAKE-CCY-BEFORE-TOTAL
                   VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-COUNT
           END-IF

           DISPLAY "DATA-PROCESSOR: Sequencing transactions by key "
                           "NET CHANGE DOES NOT EQUAL NET OF "
                           "APPLIED TRANSACTIONS ***"
                   END-IF
                   PERFORM PROVE-ONE-CURRENCY
                       VARYING WS-CCY-SUB FROM 1 BY 1
                       UNTIL WS-CCY-SUB > WS-CCY-COUNT
                   IF WS-CCY-OVERFLOW
                       DISPLAY "DATA-PROCESSOR: *** WARNING - MORE "
                           "CURRENCIES THAN THE PROOF TABLE HOLDS - "
                           "PROVED ACROSS THE FILE ONLY ***"
                   END-IF
           END-EVALUATE

           DISPLAY "DATA-PROCESSOR: Suspense records in:  "

           DISPLAY "DATA-PROCESSOR: Sequence rejects:     "
               WS-SEQ-REJECT-COUNT
           DISPLAY "DATA-PROCESSOR: Check digit rejects:  "
               WS-KEYCHK-REJECT-COUNT
           DISPLAY "DATA-PROCESSOR: Pending carried out:  "
               WS-PEND-HELD-COUNT
           DISPLAY "DATA-PROCESSOR: Held for approval:    "
               WS-HELD-OUT-COUNT
           DISPLAY "DATA-PROCESSOR: Approvals released:   "
               WS-APPROVED-RELEASED
           DISPLAY "DATA-PROCESSOR: NSF returned:         "
               WS-NSF-RETURNED
           DISPLAY "DATA-PROCESSOR: NSF fees queued:      "
               WS-NSF-FEES-RAISED
           DISPLAY "DATA-PROCESSOR: Restricted - held:    "
               WS-RESTRICT-HELD
           DISPLAY "DATA-PROCESSOR: Restricted - suspense:"
               WS-RESTRICT-SUSPENDED
           DISPLAY "DATA-PROCESSOR: Reinstates refused - paid out: "
               WS-PAYOUT-REFUSED

           CLOSE MASTFILE
           IF NOT WS-TRIAL-MODE
           CLOSE SUSPOUTFILE
           CLOSE PENDOUTFILE
           CLOSE HELDOUTFILE
           CLOSE NSFOUTFILE
           CLOSE TRANREJFILE
           IF NOT WS-SPLIT-MODE AND NOT WS-TRIAL-MODE
               CLOSE DPCHKPTFILE
           IF WS-BRANCH-EDITS-ON
               CLOSE BRANCHFILE
           END-IF
           IF WS-PRODUCT-EDITS-ON
               CLOSE PRODFILE
           END-IF
           IF WS-REASON-EDITS-ON
               CLOSE RSNFILE
           END-IF
           IF WS-CUSTFILE-ON
               CLOSE CUSTFILE
           END-IF
           IF WS-OVERDRAFT-EDITS-ON
               CLOSE ODLIMITFILE
           END-IF
           IF WS-PAYOUT-EDITS-ON
               CLOSE PAYREGFILE
           END-IF.

       PROCESS-MASTER-UPDATE-EXIT.
           MOVE WS-SPLIT-PART-WRITTEN (3) TO DPSPLIT-PART-COUNT (3)
           MOVE WS-SPLIT-PART-WRITTEN (4) TO DPSPLIT-PART-COUNT (4)
           WRITE DPSPLIT-RECORD
           PERFORM WRITE-CCY-SPLIT-HANDOFF
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           CLOSE DPSPLITFILE

           DISPLAY "DATA-PROCESSOR: Partition 1 records: "
       SPLIT-EDITED-FILE-EXIT.
           EXIT.

       WRITE-CCY-SPLIT-HANDOFF.
           MOVE SPACES TO DPSPLIT-CCY-RECORD
           MOVE "C" TO DPSPLIT-CCY-TAG
           MOVE WS-CCY-TOTAL-BEFORE (WS-CCY-SUB) TO DPSPLIT-CCY-BEFORE
           MOVE WS-CCY-CODE (WS-CCY-SUB) TO DPSPLIT-CCY-CODE
           WRITE DPSPLIT-CCY-RECORD.

       SPLIT-ONE-RECORD.
           READ TRANEDTFILE INTO TRANEDT-RECORD
               AT END
                   ADD 1 TO WS-TRIAL-HELD
                   MOVE "HELD" TO WL-VERDICT
                   PERFORM WRITE-TRIAL-DETAIL
               WHEN TRANEDT-NSF
                   ADD 1 TO WS-TRIAL-NSF
                   MOVE "NSF RETURN" TO WL-VERDICT
                   PERFORM WRITE-TRIAL-DETAIL
               WHEN TRANEDT-POSTABLE
                   PERFORM SIMULATE-POSTABLE-ENTRY
                       THRU SIMULATE-POSTABLE-ENTRY-EXIT
                   ELSE
                       ADD 1 TO WS-SIM-ERRORS
                   END-IF
               WHEN WS-TRAN-IS-DEPOSIT
                   IF WS-SIM-EXISTS AND WS-SIM-ACTIVE
                       ADD TRAN-MOV-AMOUNT TO WS-SIM-BALANCE
                       ADD TRAN-MOV-AMOUNT TO WS-NET-APPLIED
                       ADD 1 TO WS-DEPOSITS-APPLIED
                       ADD 1 TO WS-UPDATES-APPLIED
                   ELSE
                       ADD 1 TO WS-SIM-ERRORS
                   END-IF
               WHEN WS-TRAN-IS-WITHDRAWAL
                   IF WS-SIM-EXISTS AND WS-SIM-ACTIVE
                       SUBTRACT TRAN-MOV-AMOUNT FROM WS-SIM-BALANCE
                       SUBTRACT TRAN-MOV-AMOUNT FROM WS-NET-APPLIED
                       ADD 1 TO WS-WITHDRAWALS-APPLIED
                       ADD 1 TO WS-UPDATES-APPLIED
                   ELSE
                       ADD 1 TO WS-SIM-ERRORS
                   END-IF
               WHEN WS-TRAN-IS-CUSTDETAIL
                   ADD 1 TO WS-CUSTDETS-APPLIED
                   ADD 1 TO WS-UPDATES-APPLIED
           MOVE "PROJECTED CUSTOMER DETAILS" TO WL-TOTAL-LABEL
           MOVE WS-CUSTDETS-APPLIED TO WL-TOTAL-COUNT
           PERFORM WRITE-TRIAL-TOTAL-LINE
           MOVE "PROJECTED DEPOSITS" TO WL-TOTAL-LABEL
           MOVE WS-DEPOSITS-APPLIED TO WL-TOTAL-COUNT
           PERFORM WRITE-TRIAL-TOTAL-LINE
           MOVE "PROJECTED WITHDRAWALS" TO WL-TOTAL-LABEL
           MOVE WS-WITHDRAWALS-APPLIED TO WL-TOTAL-COUNT
           PERFORM WRITE-TRIAL-TOTAL-LINE
           MOVE "WOULD SUSPEND" TO WL-TOTAL-LABEL
           MOVE WS-TRIAL-SUSPENDS TO WL-TOTAL-COUNT
           PERFORM WRITE-TRIAL-TOTAL-LINE
           MOVE "WOULD HOLD FOR APPROVAL" TO WL-TOTAL-LABEL
           MOVE WS-TRIAL-HELD TO WL-TOTAL-COUNT
           PERFORM WRITE-TRIAL-TOTAL-LINE
           MOVE "WOULD RETURN NSF" TO WL-TOTAL-LABEL
           MOVE WS-TRIAL-NSF TO WL-TOTAL-COUNT
           PERFORM WRITE-TRIAL-TOTAL-LINE
           MOVE "SIMULATION STATE ERRORS" TO WL-TOTAL-LABEL
           MOVE WS-SIM-ERRORS TO WL-TOTAL-COUNT
           PERFORM WRITE-TRIAL-TOTAL-LINE
           END-IF
           PERFORM OPEN-CUSTOMER-FILE
               THRU OPEN-CUSTOMER-FILE-EXIT
           PERFORM OPEN-FX-REFERENCE
               THRU OPEN-FX-REFERENCE-EXIT

           IF WS-RESTART-REQUESTED
               OPEN EXTEND AUDITFILE
                   MOVE 3 TO SORT-PRECEDENCE
               WHEN "C"
                   MOVE 4 TO SORT-PRECEDENCE
      *        A WITHDRAWAL SORTS BEHIND THE SAME KEY'S DEPOSITS, SO
      *        THE FUNDS EDIT SEES THE DAY'S CREDITS FIRST.
               WHEN "W"
                   MOVE 6 TO SORT-PRECEDENCE
               WHEN OTHER
                   MOVE 5 TO SORT-PRECEDENCE
           END-EVALUATE
                               WS-LIMIT-ENT-TYPE (WS-LIMIT-COUNT)
                           MOVE LIM-MAX-AMOUNT TO
                               WS-LIMIT-ENT-MAX (WS-LIMIT-COUNT)
                           MOVE LIM-PRODUCT TO
                               WS-LIMIT-ENT-PRODUCT (WS-LIMIT-COUNT)
                           IF LIM-PRODUCT NOT = SPACES
                               ADD 1 TO WS-LIMIT-PRODUCT-CARDS
                           END-IF
                       END-IF
                   END-IF
           END-READ.
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  RESTRICTIONS IN FORCE TODAY - ACTIVE, STARTED ON OR BEFORE
      *  THE BUSINESS DATE AND NOT YET PAST THEIR EXPIRY. A MISSING
      *  RESTRICTION FILE IS REPORTED AND THE EDIT SKIPPED, AS WITH
      *  THE OTHER REFERENCE FILES.
      *----------------------------------------------------------------
       LOAD-RESTRICTIONS.
           OPEN INPUT RSTFILE
           IF WS-RSTFILE-STATUS NOT = "00"
               DISPLAY "DATA-PROCESSOR: Restriction file not "
                   "available - restriction edits skipped"
               GO TO LOAD-RESTRICTIONS-EXIT
           END-IF

           SET WS-RESTRICT-EDITS-ON TO TRUE
           MOVE WS-BUSINESS-DATE TO WS-RST-BUSINESS-DATE
           MOVE 'N' TO WS-RST-EOF-SW
           PERFORM LOAD-ONE-RESTRICTION
               UNTIL WS-RST-EOF
           CLOSE RSTFILE
           DISPLAY "DATA-PROCESSOR: Restrictions in force: "
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
                   DISPLAY "DATA-PROCESSOR: *** WARNING - "
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
      *  EDIT PASS - THE SEQUENCED STREAM IS READ FORWARD AND EACH
      *  KEY'S TRANSACTIONS (ADJACENT AFTER THE SORT) ARE BUFFERED
      *================================================================
      *  ONE KEY GROUP: CONFLICT SCAN, THEN THE EDIT, THEN THE FLUSH
      *  TO THE EDITED STREAM. A COMBINATION THAT CAN NEVER APPLY
      *  CLEANLY (A CHANGE, DEPOSIT OR WITHDRAWAL RIDING WITH A
      *  DELETE AND NO RE-ADD, A SECOND ADD OR DELETE FOR THE SAME
      *  KEY) IS DIVERTED TO THE
      *  SEQUENCE REJECT STREAM BEFORE THE EDIT, INSTEAD OF
      *  HALF-APPLYING.
      *================================================================
           MOVE 0 TO WS-GROUP-CHG-COUNT
           MOVE 0 TO WS-GROUP-DEL-COUNT
           MOVE 0 TO WS-GROUP-REI-COUNT
           MOVE 0 TO WS-GROUP-MOV-COUNT
           PERFORM COUNT-ONE-GROUP-TYPE
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT
                   AND WS-GROUP-DEL-COUNT > 0
                   AND WS-GROUP-ADD-COUNT = 0
                   AND WS-GROUP-REI-COUNT = 0)
               OR (WS-GROUP-MOV-COUNT > 0
                   AND WS-GROUP-DEL-COUNT > 0
                   AND WS-GROUP-ADD-COUNT = 0
                   AND WS-GROUP-REI-COUNT = 0)
               MOVE 0 TO WS-GROUP-SEEN-ADD
               MOVE 0 TO WS-GROUP-SEEN-DEL
               MOVE 0 TO WS-GROUP-SEEN-REI

           MOVE 'N' TO WS-GRP-KEY-ADDED-SW
           MOVE 'N' TO WS-GRP-KEY-DELETED-SW
           MOVE SPACES TO WS-GRP-ADD-PRODUCT
           MOVE 'N' TO WS-GRP-BAL-LOADED-SW
           MOVE 0 TO WS-GRP-PROJ-BALANCE
           PERFORM EDIT-ONE-GROUP-ENTRY
               THRU EDIT-ONE-GROUP-ENTRY-EXIT
               VARYING WS-GRP-SUB FROM 1 BY 1
                   ADD 1 TO WS-GROUP-DEL-COUNT
               WHEN "R"
                   ADD 1 TO WS-GROUP-REI-COUNT
               WHEN "P"
               WHEN "W"
                   ADD 1 TO WS-GROUP-MOV-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                       AND WS-GROUP-REI-COUNT = 0
                       MOVE "CHANGE AFTER DELETE" TO WS-SEQ-REASON
                   END-IF
               WHEN "P"
               WHEN "W"
                   IF WS-GROUP-DEL-COUNT > 0
                       AND WS-GROUP-ADD-COUNT = 0
                       AND WS-GROUP-REI-COUNT = 0
                       MOVE "MOVEMENT AFTER DELETE" TO WS-SEQ-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                   EVALUATE TRAN-REC-TYPE
                       WHEN "A"
                           SET WS-GRP-KEY-ADDED TO TRUE
                           MOVE TRAN-ADD-PRODUCT TO WS-GRP-ADD-PRODUCT
                       WHEN "R"
                           SET WS-GRP-KEY-ADDED TO TRUE
                       WHEN "D"
           SET WS-ENTRY-IS-VALID TO TRUE
           MOVE SPACES TO WS-ENTRY-REASON

      *    A KEY FAILING ITS CHECK DIGIT IS A MISKEYED NUMBER UNLESS
      *    THE ACCOUNT IS ALREADY ON THE MASTER (GRANDFATHERED FROM
      *    BEFORE KEYS CARRIED ONE). IT GOES TO THE REJECT STREAM,
      *    NOT SUSPENSE, AND NOTHING ELSE IS JUDGED.
           PERFORM CHECK-ENTRY-KEYS THRU CHECK-ENTRY-KEYS-EXIT
           IF WS-KEY-DIGIT-FAILED
               PERFORM WRITE-KEY-DIGIT-REJECT
               GO TO EDIT-ONE-GROUP-ENTRY-EXIT
           END-IF

      *    THE AMOUNT LIMIT IS JUDGED BEFORE THE MASTER EDITS: AN
      *    OVER-LIMIT TRANSACTION WITH NO MATCHING APPROVAL DIVERTS
      *    TO THE HELD-FOR-APPROVAL FILE AND TOUCHES NOTHING ELSE
                           END-IF
                       END-IF
                   END-IF
                   IF WS-ENTRY-IS-VALID
                       PERFORM CHECK-TRAN-PRODUCT
                           THRU CHECK-TRAN-PRODUCT-EXIT
                       IF WS-PRODUCT-IS-BAD
                           SET WS-ENTRY-IS-FAILED TO TRUE
                           MOVE WS-PRODUCT-REASON TO WS-ENTRY-REASON
                       END-IF
                   END-IF
                   IF WS-ENTRY-IS-VALID
                       PERFORM CHECK-TRAN-CURRENCY
                           THRU CHECK-TRAN-CURRENCY-EXIT
                       IF WS-CURRENCY-IS-BAD
                           SET WS-ENTRY-IS-FAILED TO TRUE
                           MOVE WS-CURRENCY-REASON TO WS-ENTRY-REASON
                       END-IF
                   END-IF
                   IF WS-ENTRY-IS-VALID
                       SET WS-GRP-KEY-ADDED TO TRUE
                       MOVE TRAN-ADD-PRODUCT TO WS-GRP-ADD-PRODUCT
                   END-IF
               WHEN WS-TRAN-IS-CHANGE
                   PERFORM CHECK-MASTER-EXISTS
                               MOVE "KEY NOT INACTIVE"
                                   TO WS-ENTRY-REASON
                           END-IF
                       ELSE
                           PERFORM CHECK-PAYOUT-CLEARED
                               THRU CHECK-PAYOUT-CLEARED-EXIT
                       END-IF
                   END-IF
                   IF WS-ENTRY-IS-VALID
               WHEN WS-TRAN-IS-CUSTDETAIL
                   PERFORM VALIDATE-CUSTDETAIL-ENTRY
                       THRU VALIDATE-CUSTDETAIL-ENTRY-EXIT
               WHEN WS-TRAN-IS-MOVEMENT
                   PERFORM VALIDATE-MOVEMENT-ENTRY
                       THRU VALIDATE-MOVEMENT-ENTRY-EXIT
               WHEN OTHER
                   SET WS-ENTRY-IS-FAILED TO TRUE
                   MOVE "BAD TRAN TYPE" TO WS-ENTRY-REASON
               END-IF
           END-IF

      *    A RESTRICTED ACCOUNT IS JUDGED ONCE THE TRANSACTION IS
      *    OTHERWISE GOOD, AND BEFORE FUNDS - A FROZEN ACCOUNT'S
      *    WITHDRAWAL WAITS ON THE FREEZE, IT IS NOT RETURNED NSF.
           IF WS-ENTRY-IS-VALID
               PERFORM CHECK-ACCOUNT-RESTRICTIONS
                   THRU CHECK-ACCOUNT-RESTRICTIONS-EXIT
               IF WS-RST-HOLD
                   SET WS-GRP-ENT-HELD (WS-GRP-SUB) TO TRUE
                   MOVE WS-RST-REASON
                       TO WS-GRP-ENT-REASON (WS-GRP-SUB)
                   ADD 1 TO WS-RESTRICT-HELD
                   PERFORM WRITE-HELD-RECORD
                   GO TO EDIT-ONE-GROUP-ENTRY-EXIT
               END-IF
               IF WS-RST-SUSPEND
                   SET WS-ENTRY-IS-FAILED TO TRUE
                   MOVE WS-RST-REASON TO WS-ENTRY-REASON
                   ADD 1 TO WS-RESTRICT-SUSPENDED
               END-IF
           END-IF

      *    FUNDS ARE JUDGED LAST, ONCE THE TRANSFER OR WITHDRAWAL
      *    IS OTHERWISE GOOD - AN ITEM THAT WOULD SUSPEND ANYWAY
      *    WAITS IN SUSPENSE RATHER THAN BEING RETURNED UNPAID.
           IF WS-ENTRY-IS-VALID
               AND (WS-TRAN-IS-TRANSFER OR WS-TRAN-IS-WITHDRAWAL)
               PERFORM CHECK-SUFFICIENT-FUNDS
                   THRU CHECK-SUFFICIENT-FUNDS-EXIT
               IF WS-NSF-BREACH
                   SET WS-GRP-ENT-NSF (WS-GRP-SUB) TO TRUE
                   MOVE "INSUFFICIENT FUNDS"
                       TO WS-GRP-ENT-REASON (WS-GRP-SUB)
                   PERFORM WRITE-NSF-RECORD
                   PERFORM QUEUE-NSF-FEE THRU QUEUE-NSF-FEE-EXIT
                   GO TO EDIT-ONE-GROUP-ENTRY-EXIT
               END-IF
           END-IF

           IF WS-ENTRY-IS-FAILED
               SET WS-GRP-ENT-FAILED (WS-GRP-SUB) TO TRUE
               MOVE WS-ENTRY-REASON
                   TO WS-GRP-ENT-REASON (WS-GRP-SUB)
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
               PERFORM NOTE-PROJECTED-BALANCE
               IF WS-GRP-ENT-FROM-SUSPENSE (WS-GRP-SUB)
                   ADD 1 TO WS-RELEASED-COUNT
                   DISPLAY "DATA-PROCESSOR: Suspended transaction "
               GO TO VALIDATE-TRANSFER-ENTRY-EXIT
           END-IF

      *    THE FROM-ACCOUNT'S HOME BRANCH, CURRENCY AND BALANCE ARE
      *    TAKEN NOW - THE TO-KEY READ BELOW REUSES THE MASTER RECORD
      *    AREA.
           MOVE MAST-BRANCH TO WS-OD-ACCT-BRANCH
           MOVE MAST-CURRENCY TO WS-XFR-FROM-CURRENCY
           IF NOT WS-GRP-BAL-LOADED
               MOVE 0 TO WS-GRP-PROJ-BALANCE
               IF MAST-AMOUNT NUMERIC
                   MOVE MAST-AMOUNT TO WS-GRP-PROJ-BALANCE
               END-IF
               SET WS-GRP-BAL-LOADED TO TRUE
           END-IF

           PERFORM CHECK-XFR-TO-EXISTS
           IF NOT WS-XFR-TO-FOUND
               SET WS-ENTRY-IS-FAILED TO TRUE
           IF WS-KEY-SEEN
               SET WS-ENTRY-IS-FAILED TO TRUE
               MOVE "TO KEY DELETED TODAY" TO WS-ENTRY-REASON
               GO TO VALIDATE-TRANSFER-ENTRY-EXIT
           END-IF

      *    ACROSS CURRENCIES BOTH SIDES NEED THE DAY'S OWN RATE - THE
      *    TRANSFER WAITS IN SUSPENSE FOR IT RATHER THAN CONVERTING
      *    AT AN OLD ONE.
           MOVE MAST-CURRENCY TO WS-XFR-TO-CURRENCY
           PERFORM PRICE-TRANSFER-LEGS
               THRU PRICE-TRANSFER-LEGS-EXIT
           IF WS-XFR-RATE-MISSING
               SET WS-ENTRY-IS-FAILED TO TRUE
               MOVE "NO FX RATE FOR TRANSFER" TO WS-ENTRY-REASON
           END-IF.

       VALIDATE-TRANSFER-ENTRY-EXIT.
           EXIT.

      *================================================================
      *  DEPOSIT / WITHDRAWAL EDIT - THE ACCOUNT MUST BE ON THE
      *  MASTER AND ACTIVE, OR ADDED OR REINSTATED EARLIER IN THIS
      *  GROUP, JUST AS FOR A CHANGE. THE AMOUNT IS THE MOVEMENT, SO
      *  IT MUST BE GREATER THAN ZERO. THE ACCOUNT'S BRANCH AND
      *  BALANCE ARE TAKEN FOR THE FUNDS EDIT THAT FOLLOWS.
      *================================================================
       VALIDATE-MOVEMENT-ENTRY.
           IF TRAN-MOV-AMOUNT NOT NUMERIC
               SET WS-ENTRY-IS-FAILED TO TRUE
               MOVE "BAD MOVEMENT AMOUNT" TO WS-ENTRY-REASON
               GO TO VALIDATE-MOVEMENT-ENTRY-EXIT
           END-IF
           IF TRAN-MOV-AMOUNT NOT > 0
               SET WS-ENTRY-IS-FAILED TO TRUE
               MOVE "BAD MOVEMENT AMOUNT" TO WS-ENTRY-REASON
               GO TO VALIDATE-MOVEMENT-ENTRY-EXIT
           END-IF

           MOVE TRAN-MOV-BRANCH TO WS-OD-ACCT-BRANCH
           PERFORM CHECK-MASTER-EXISTS
           IF NOT WS-MASTER-FOUND
               IF NOT WS-GRP-KEY-ADDED
                   SET WS-ENTRY-IS-FAILED TO TRUE
                   MOVE "KEY NOT ON MASTER" TO WS-ENTRY-REASON
               END-IF
               GO TO VALIDATE-MOVEMENT-ENTRY-EXIT
           END-IF
           IF WS-MASTER-WAS-INACTIVE
               IF NOT WS-GRP-KEY-ADDED
                   SET WS-ENTRY-IS-FAILED TO TRUE
                   MOVE "KEY INACTIVE" TO WS-ENTRY-REASON
                   GO TO VALIDATE-MOVEMENT-ENTRY-EXIT
               END-IF
           END-IF
      *    A DELETE EARLIER IN THE GROUP POSTS FIRST AND LEAVES NO
      *    ACCOUNT TO TAKE THE MONEY, UNLESS THE GROUP RE-ADDS OR
      *    REINSTATES IT - SUSPEND THE ITEM RATHER THAN LOSE IT.
           IF WS-GRP-KEY-DELETED AND NOT WS-GRP-KEY-ADDED
               SET WS-ENTRY-IS-FAILED TO TRUE
               MOVE "KEY DELETED TODAY" TO WS-ENTRY-REASON
               GO TO VALIDATE-MOVEMENT-ENTRY-EXIT
           END-IF

           MOVE MAST-BRANCH TO WS-OD-ACCT-BRANCH
           IF NOT WS-GRP-BAL-LOADED
               MOVE 0 TO WS-GRP-PROJ-BALANCE
               IF MAST-AMOUNT NUMERIC
                   MOVE MAST-AMOUNT TO WS-GRP-PROJ-BALANCE
               END-IF
               SET WS-GRP-BAL-LOADED TO TRUE
           END-IF.

       VALIDATE-MOVEMENT-ENTRY-EXIT.
           EXIT.

       VALIDATE-CUSTDETAIL-ENTRY.
           IF NOT WS-CUSTFILE-ON
               SET WS-ENTRY-IS-FAILED TO TRUE
       FIND-DELETED-TO-KEY-DONE.
           EXIT.

      *----------------------------------------------------------------
      *  KEY CHECK DIGIT (SEE KEYCHK) - THE ENTRY'S KEY AND, FOR A
      *  TRANSFER, ITS TO-KEY.
      *----------------------------------------------------------------
       CHECK-ENTRY-KEYS.
           MOVE 'N' TO WS-KEY-DIGIT-SW
           MOVE TRAN-KEY TO WS-KEY-JUDGED
           PERFORM JUDGE-ONE-KEY THRU JUDGE-ONE-KEY-EXIT
           IF WS-KEY-DIGIT-FAILED OR NOT WS-TRAN-IS-TRANSFER
               GO TO CHECK-ENTRY-KEYS-EXIT
           END-IF
           MOVE TRAN-XFR-TO-KEY TO WS-KEY-JUDGED
           PERFORM JUDGE-ONE-KEY THRU JUDGE-ONE-KEY-EXIT.

       CHECK-ENTRY-KEYS-EXIT.
           EXIT.

       JUDGE-ONE-KEY.
           MOVE WS-KEY-JUDGED TO KCD-KEY
           PERFORM CHECK-KEY-DIGIT THRU CHECK-KEY-DIGIT-EXIT
           IF KCD-KEY-VALID
               GO TO JUDGE-ONE-KEY-EXIT
           END-IF
           MOVE WS-KEY-JUDGED TO MAST-KEY
           READ MASTFILE
               INVALID KEY
                   SET WS-KEY-DIGIT-FAILED TO TRUE
           END-READ.

       JUDGE-ONE-KEY-EXIT.
           EXIT.

       WRITE-KEY-DIGIT-REJECT.
           SET WS-GRP-ENT-REJECTED (WS-GRP-SUB) TO TRUE
           MOVE "BAD KEY CHECK DIGIT"
               TO WS-GRP-ENT-REASON (WS-GRP-SUB)
           ADD 1 TO WS-KEYCHK-REJECT-COUNT
           ADD 1 TO WS-ERRORS-FOUND
           DISPLAY "DATA-PROCESSOR: Check digit reject - key "
               WS-KEY-JUDGED
           MOVE SPACES TO TRANREJ-RECORD
           MOVE "BAD KEY CHECK DIGIT" TO TRANREJ-REASON
           MOVE WS-GRP-ENT-DATA (WS-GRP-SUB) TO TRANREJ-DATA
           WRITE TRANREJ-RECORD.

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

       CHECK-MASTER-EXISTS.
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE SPACE TO WS-MASTER-STATUS-HELD
       CHECK-AMOUNT-LIMIT-EXIT.
           EXIT.

      *    THE CARD SEARCH RUNS MOST SPECIFIC FIRST: THE BRANCH'S
      *    CARD FOR THE ACCOUNT'S PRODUCT, THE BRANCH'S ANY-PRODUCT
      *    CARD, THEN THE SAME TWO UNDER "*ALL".
       FIND-LIMIT-FOR-TRAN.
           MOVE 'N' TO WS-LIMIT-FOUND-SW
           PERFORM FIND-ACCOUNT-PRODUCT THRU FIND-ACCOUNT-PRODUCT-EXIT

           MOVE TRAN-REC-BRANCH TO WS-LIMIT-MATCH-BRANCH
           PERFORM SCAN-LIMITS-FOR-BRANCH
               THRU SCAN-LIMITS-FOR-BRANCH-EXIT

           IF NOT WS-LIMIT-FOUND
               MOVE "*ALL" TO WS-LIMIT-MATCH-BRANCH
               PERFORM SCAN-LIMITS-FOR-BRANCH
                   THRU SCAN-LIMITS-FOR-BRANCH-EXIT
           END-IF.

       FIND-LIMIT-FOR-TRAN-EXIT.
           EXIT.

       SCAN-LIMITS-FOR-BRANCH.
           IF WS-ACCT-PRODUCT NOT = SPACES
               MOVE WS-ACCT-PRODUCT TO WS-LIMIT-MATCH-PRODUCT
               PERFORM SCAN-ONE-LIMIT
                   VARYING WS-LIMIT-SUB FROM 1 BY 1
                   UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
                      OR WS-LIMIT-FOUND
               IF WS-LIMIT-FOUND
                   GO TO SCAN-LIMITS-FOR-BRANCH-EXIT
               END-IF
           END-IF

           MOVE SPACES TO WS-LIMIT-MATCH-PRODUCT
           PERFORM SCAN-ONE-LIMIT
               VARYING WS-LIMIT-SUB FROM 1 BY 1
               UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
                  OR WS-LIMIT-FOUND.

       SCAN-LIMITS-FOR-BRANCH-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE ACCOUNT'S PRODUCT FOR THE LIMIT SEARCH - AN ADD CARRIES
      *  IT, A TRANSACTION RIDING BEHIND AN ADD IN THE SAME GROUP
      *  TAKES THE ADD'S, ANYTHING ELSE TAKES THE MASTER RECORD'S.
      *  THE MASTER IS ONLY READ WHEN SOME LIMIT CARD NAMES A
      *  PRODUCT; OTHERWISE ONLY ANY-PRODUCT CARDS CAN MATCH ANYWAY.
      *----------------------------------------------------------------
       FIND-ACCOUNT-PRODUCT.
           MOVE SPACES TO WS-ACCT-PRODUCT
           IF WS-LIMIT-PRODUCT-CARDS = 0
               GO TO FIND-ACCOUNT-PRODUCT-EXIT
           END-IF

           IF WS-TRAN-IS-ADD
               MOVE TRAN-ADD-PRODUCT TO WS-ACCT-PRODUCT
               GO TO FIND-ACCOUNT-PRODUCT-EXIT
           END-IF
           IF WS-GRP-KEY-ADDED AND WS-GRP-ADD-PRODUCT NOT = SPACES
               MOVE WS-GRP-ADD-PRODUCT TO WS-ACCT-PRODUCT
               GO TO FIND-ACCOUNT-PRODUCT-EXIT
           END-IF

           MOVE TRAN-KEY TO MAST-KEY
           READ MASTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MAST-PRODUCT TO WS-ACCT-PRODUCT
           END-READ.

       FIND-ACCOUNT-PRODUCT-EXIT.
           EXIT.

       SCAN-ONE-LIMIT.
               = WS-LIMIT-MATCH-BRANCH
               AND WS-LIMIT-ENT-TYPE (WS-LIMIT-SUB)
                   = WS-TRAN-TYPE-CODE
               AND WS-LIMIT-ENT-PRODUCT (WS-LIMIT-SUB)
                   = WS-LIMIT-MATCH-PRODUCT
               SET WS-LIMIT-FOUND TO TRUE
               MOVE WS-LIMIT-ENT-MAX (WS-LIMIT-SUB) TO WS-LIMIT-MAX
           END-IF.
               SET WS-APPR-FOUND TO TRUE
           END-IF.

      *================================================================
      *  ACCOUNT RESTRICTION CHECK - SEE THE RESTRICTION TABLE NOTES
      *  IN WORKING-STORAGE. A HELD VERDICT IS STILL RELEASED BY AN
      *  UNUSED APPROVAL CARD MATCHING THE TRANSACTION'S TYPE, KEY
      *  AND AMOUNT, THE SAME WAY AN OVER-LIMIT ITEM IS; AN ITEM
      *  THAT IS BOTH OVER LIMIT AND RESTRICTED NEEDS TWO CARDS.
      *  OPENING AN ACCOUNT AND CUSTOMER DETAIL ARE NEVER RESTRICTED.
      *================================================================
       CHECK-ACCOUNT-RESTRICTIONS.
           MOVE SPACE TO WS-RST-VERDICT-SW
           MOVE SPACES TO WS-RST-REASON
           IF NOT WS-RESTRICT-EDITS-ON OR WS-RST-COUNT = 0
               GO TO CHECK-ACCOUNT-RESTRICTIONS-EXIT
           END-IF
           IF WS-TRAN-IS-ADD OR WS-TRAN-IS-CUSTDETAIL
               GO TO CHECK-ACCOUNT-RESTRICTIONS-EXIT
           END-IF

           IF WS-TRAN-IS-TRANSFER
               MOVE TRAN-XFR-TO-KEY TO WS-RST-MATCH-ACCOUNT
               PERFORM GATHER-ACCOUNT-RESTRICTIONS
                   THRU GATHER-ACCOUNT-RESTRICTIONS-EXIT
               IF WS-RST-FROZEN
                   SET WS-RST-HOLD TO TRUE
                   MOVE "TO ACCOUNT FROZEN" TO WS-RST-REASON
                   GO TO CHECK-RESTRICTION-APPROVAL
               END-IF
           END-IF

           MOVE TRAN-KEY TO WS-RST-MATCH-ACCOUNT
           PERFORM GATHER-ACCOUNT-RESTRICTIONS
               THRU GATHER-ACCOUNT-RESTRICTIONS-EXIT
           IF NOT WS-RST-FOUND
               GO TO CHECK-ACCOUNT-RESTRICTIONS-EXIT
           END-IF
           IF WS-RST-FROZEN
               SET WS-RST-HOLD TO TRUE
               MOVE "ACCOUNT FROZEN" TO WS-RST-REASON
               GO TO CHECK-RESTRICTION-APPROVAL
           END-IF

           PERFORM FIND-RESTRICTED-DEBIT
               THRU FIND-RESTRICTED-DEBIT-EXIT
           IF NOT WS-RST-IS-DEBIT
               GO TO CHECK-ACCOUNT-RESTRICTIONS-EXIT
           END-IF
           IF WS-RST-NO-DEBIT
               SET WS-RST-SUSPEND TO TRUE
               MOVE "POST NO DEBIT" TO WS-RST-REASON
               GO TO CHECK-ACCOUNT-RESTRICTIONS-EXIT
           END-IF
           IF WS-RST-HOLD-TOTAL = 0
               GO TO CHECK-ACCOUNT-RESTRICTIONS-EXIT
           END-IF
      *    A CLOSURE PAYS THE WHOLE BALANCE AWAY, SO IT IS HELD
      *    WHATEVER THE BALANCE AGAINST THE HOLD.
           IF NOT WS-TRAN-IS-DELETE
               COMPUTE WS-RST-TEST-BALANCE =
                   WS-GRP-PROJ-BALANCE - WS-RST-DEBIT-AMOUNT
               IF WS-RST-TEST-BALANCE NOT < WS-RST-HOLD-TOTAL
                   GO TO CHECK-ACCOUNT-RESTRICTIONS-EXIT
               END-IF
           END-IF
           SET WS-RST-HOLD TO TRUE
           MOVE "LEGAL HOLD - NEEDS APPR" TO WS-RST-REASON.

       CHECK-RESTRICTION-APPROVAL.
           MOVE 0 TO WS-LIMIT-TEST-AMOUNT
           IF TRAN-AMOUNT NUMERIC
               IF TRAN-AMOUNT < 0
                   COMPUTE WS-LIMIT-TEST-AMOUNT = 0 - TRAN-AMOUNT
               ELSE
                   MOVE TRAN-AMOUNT TO WS-LIMIT-TEST-AMOUNT
               END-IF
           END-IF
           PERFORM FIND-MATCHING-APPROVAL
               THRU FIND-MATCHING-APPROVAL-EXIT
           IF WS-APPR-FOUND
               ADD 1 TO WS-APPROVED-RELEASED
               DISPLAY "DATA-PROCESSOR: Restricted transaction "
                   "released by approval - key " TRAN-KEY
                   " approved by " WS-APPR-ENT-OPER (WS-APPR-SUB)
               MOVE SPACE TO WS-RST-VERDICT-SW
           END-IF.

       CHECK-ACCOUNT-RESTRICTIONS-EXIT.
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

      *----------------------------------------------------------------
      *  HOW MUCH THE TRANSACTION TAKES OUT OF THE ACCOUNT. TRANSFERS
      *  AND WITHDRAWALS HAVE ALREADY LOADED THE GROUP'S PROJECTED
      *  BALANCE; A CHANGE OR CLOSURE LOADS IT HERE FROM THE MASTER
      *  IF NOTHING EARLIER IN THE GROUP HAS.
      *----------------------------------------------------------------
       FIND-RESTRICTED-DEBIT.
           MOVE 'N' TO WS-RST-DEBIT-SW
           MOVE 0 TO WS-RST-DEBIT-AMOUNT
           EVALUATE TRUE
               WHEN WS-TRAN-IS-TRANSFER
                   SET WS-RST-IS-DEBIT TO TRUE
                   MOVE TRAN-XFR-AMOUNT TO WS-RST-DEBIT-AMOUNT
               WHEN WS-TRAN-IS-WITHDRAWAL
                   SET WS-RST-IS-DEBIT TO TRUE
                   MOVE TRAN-MOV-AMOUNT TO WS-RST-DEBIT-AMOUNT
               WHEN WS-TRAN-IS-DELETE
                   SET WS-RST-IS-DEBIT TO TRUE
               WHEN WS-TRAN-IS-CHANGE
                   IF TRAN-AMOUNT NOT NUMERIC
                       GO TO FIND-RESTRICTED-DEBIT-EXIT
                   END-IF
                   IF NOT WS-GRP-BAL-LOADED
                       MOVE 0 TO WS-GRP-PROJ-BALANCE
                       PERFORM CHECK-MASTER-EXISTS
                       IF WS-MASTER-FOUND AND MAST-AMOUNT NUMERIC
                           MOVE MAST-AMOUNT TO WS-GRP-PROJ-BALANCE
                       END-IF
                       SET WS-GRP-BAL-LOADED TO TRUE
                   END-IF
                   IF TRAN-AMOUNT < WS-GRP-PROJ-BALANCE
                       SET WS-RST-IS-DEBIT TO TRUE
                       COMPUTE WS-RST-DEBIT-AMOUNT =
                           WS-GRP-PROJ-BALANCE - TRAN-AMOUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-RESTRICTED-DEBIT-EXIT.
           EXIT.

       WRITE-HELD-RECORD.
           ADD 1 TO WS-HELD-OUT-COUNT
           DISPLAY "DATA-PROCESSOR: Transaction held for approval - "
               WS-GRP-ENT-REASON (WS-GRP-SUB) " - key " TRAN-KEY
           MOVE SPACES TO HELDOUT-RECORD
           MOVE WS-GRP-ENT-REASON (WS-GRP-SUB) TO HELD-OUT-REASON
           COMPUTE HELD-OUT-AGE =
               WS-GRP-ENT-AGE (WS-GRP-SUB) + 1
           MOVE WS-GRP-ENT-DATA (WS-GRP-SUB) TO HELD-OUT-DATA
                   WS-GRP-ENT-AGE (WS-GRP-SUB) " runs ***"
           END-IF.

      *================================================================
      *  INSUFFICIENT-FUNDS CHECK - A TRANSFER OR WITHDRAWAL BREACHES
      *  WHEN THE DEBITED ACCOUNT'S PROJECTED BALANCE LESS THE AMOUNT
      *  WOULD FALL BELOW THE NEGATIVE OF ITS OVERDRAFT LIMIT. THE
      *  AMOUNT SITS AT THE SAME OFFSET IN BOTH LAYOUTS, SO THE
      *  TRANSFER NAME SERVES FOR EITHER; THE REASON CODE DOES NOT
      *  (THE TRANSFER'S FOLLOWS ITS TO-KEY), SO IT IS TAKEN FROM
      *  THE LAYOUT OF THE ENTRY BEING EDITED. NSF FEES
      *  (REASON NSFF) ARE EXEMPT - A FEE THAT COULD ITSELF BOUNCE
      *  WOULD NEVER BE COLLECTED. A HOUSE SETTLEMENT ACCOUNT THAT
      *  RUNS NEGATIVE BY DESIGN NEEDS AN ACCOUNT LIMIT RECORD OF
      *  ITS OWN. NO ODLIMIT FILE MEANS THE EDIT IS SKIPPED.
      *================================================================
       CHECK-SUFFICIENT-FUNDS.
           MOVE 'N' TO WS-NSF-BREACH-SW
           IF NOT WS-OVERDRAFT-EDITS-ON
               GO TO CHECK-SUFFICIENT-FUNDS-EXIT
           END-IF
           IF WS-TRAN-IS-WITHDRAWAL
               AND TRAN-MOV-REASON-CODE = "NSFF"
               GO TO CHECK-SUFFICIENT-FUNDS-EXIT
           END-IF
           IF WS-TRAN-IS-TRANSFER
               AND TRAN-XFR-REASON-CODE = "NSFF"
               GO TO CHECK-SUFFICIENT-FUNDS-EXIT
           END-IF

           PERFORM FIND-OVERDRAFT-LIMIT THRU FIND-OVERDRAFT-LIMIT-EXIT
           COMPUTE WS-NSF-TEST-BALANCE =
               WS-GRP-PROJ-BALANCE - TRAN-XFR-AMOUNT + WS-OD-LIMIT
           IF WS-NSF-TEST-BALANCE < 0
               SET WS-NSF-BREACH TO TRUE
           END-IF.

       CHECK-SUFFICIENT-FUNDS-EXIT.
           EXIT.

       FIND-OVERDRAFT-LIMIT.
           MOVE 0 TO WS-OD-LIMIT
           MOVE 0 TO WS-OD-FEE
           MOVE SPACES TO WS-OD-FEE-ACCOUNT

           MOVE SPACES TO ODL-KEY
           MOVE "*" TO ODL-KEY-MARK
           MOVE WS-OD-ACCT-BRANCH TO ODL-KEY-BRANCH
           READ ODLIMITFILE
               INVALID KEY
                   MOVE SPACES TO ODL-KEY
                   MOVE "*" TO ODL-KEY-MARK
                   MOVE "*ALL" TO ODL-KEY-BRANCH
                   READ ODLIMITFILE
                       INVALID KEY
                           MOVE SPACES TO ODL-KEY
                   END-READ
           END-READ
           IF ODL-KEY NOT = SPACES
               IF ODL-LIMIT NUMERIC
                   MOVE ODL-LIMIT TO WS-OD-LIMIT
               END-IF
               IF ODL-NSF-FEE NUMERIC
                   MOVE ODL-NSF-FEE TO WS-OD-FEE
               END-IF
               MOVE ODL-FEE-ACCOUNT TO WS-OD-FEE-ACCOUNT
           END-IF

           MOVE TRAN-KEY TO ODL-KEY
           READ ODLIMITFILE
               INVALID KEY
                   GO TO FIND-OVERDRAFT-LIMIT-EXIT
           END-READ
           IF ODL-LIMIT NUMERIC
               MOVE ODL-LIMIT TO WS-OD-LIMIT
           END-IF.

       FIND-OVERDRAFT-LIMIT-EXIT.
           EXIT.

       WRITE-NSF-RECORD.
           ADD 1 TO WS-NSF-RETURNED
           DISPLAY "DATA-PROCESSOR: Item returned NSF - key "
               TRAN-KEY
           MOVE SPACES TO NSFOUT-RECORD
           MOVE "INSUFFICIENT FUNDS" TO NSF-OUT-REASON
           MOVE WS-BUSINESS-DATE TO NSF-OUT-DATE
           MOVE WS-GRP-PROJ-BALANCE TO NSF-OUT-BALANCE
           MOVE WS-OD-LIMIT TO NSF-OUT-LIMIT
           MOVE WS-GRP-ENT-DATA (WS-GRP-SUB) TO NSF-OUT-DATA
           WRITE NSFOUT-RECORD.

      *----------------------------------------------------------------
      *  THE FEE FOR A RETURNED ITEM IS QUEUED IN THE PENDING FILE,
      *  DATED TODAY, SO THE NEXT RUN RELEASES AND POSTS IT. A
      *  BRANCH WITH NO FEE, OR NO FEE-INCOME ACCOUNT TO CREDIT,
      *  CHARGES NOTHING.
      *----------------------------------------------------------------
       QUEUE-NSF-FEE.
           IF WS-OD-FEE NOT > 0
               GO TO QUEUE-NSF-FEE-EXIT
           END-IF
           IF WS-OD-FEE-ACCOUNT = SPACES
               OR WS-OD-FEE-ACCOUNT = TRAN-KEY
               DISPLAY "DATA-PROCESSOR: *** WARNING - no fee-income "
                   "account for branch " WS-OD-ACCT-BRANCH
                   " - NSF fee not charged to key " TRAN-KEY " ***"
               GO TO QUEUE-NSF-FEE-EXIT
           END-IF

           MOVE SPACES TO NSF-FEE-RECORD
           MOVE "X" TO NSF-FEE-TYPE
           MOVE TRAN-KEY TO NSF-FEE-FROM-KEY
           MOVE WS-OD-FEE TO NSF-FEE-AMOUNT
           MOVE WS-BUSINESS-DATE TO NSF-FEE-DATE
           MOVE WS-OD-ACCT-BRANCH TO NSF-FEE-BRANCH
           MOVE WS-OD-FEE-ACCOUNT TO NSF-FEE-TO-KEY
           MOVE "NSFF" TO NSF-FEE-REASON-CODE
           MOVE NSF-FEE-RECORD TO PENDOUT-RECORD
           WRITE PENDOUT-RECORD
           ADD 1 TO WS-PEND-HELD-COUNT
           ADD 1 TO WS-NSF-FEES-RAISED.

       QUEUE-NSF-FEE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  AN ACCEPTED ENTRY MOVES THE GROUP'S PROJECTED BALANCE THE
      *  WAY IT WILL MOVE THE MASTER WHEN IT POSTS.
      *----------------------------------------------------------------
       NOTE-PROJECTED-BALANCE.
           EVALUATE TRUE
               WHEN WS-TRAN-IS-ADD
               WHEN WS-TRAN-IS-CHANGE
               WHEN WS-TRAN-IS-REINSTATE
                   IF TRAN-AMOUNT NUMERIC
                       MOVE TRAN-AMOUNT TO WS-GRP-PROJ-BALANCE
                       SET WS-GRP-BAL-LOADED TO TRUE
                   END-IF
               WHEN WS-TRAN-IS-DELETE
                   MOVE 0 TO WS-GRP-PROJ-BALANCE
                   SET WS-GRP-BAL-LOADED TO TRUE
               WHEN WS-TRAN-IS-TRANSFER
                   SUBTRACT TRAN-XFR-AMOUNT FROM WS-GRP-PROJ-BALANCE
               WHEN WS-TRAN-IS-DEPOSIT
                   ADD TRAN-MOV-AMOUNT TO WS-GRP-PROJ-BALANCE
               WHEN WS-TRAN-IS-WITHDRAWAL
                   SUBTRACT TRAN-MOV-AMOUNT FROM WS-GRP-PROJ-BALANCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *================================================================
      *  POSTING PASS - THE EDITED STREAM IS READ FORWARD AND EVERY
      *  POSTABLE RECORD APPLIED, ONE CHECKPOINT RECORD PER POSTING
           MOVE WS-BUSINESS-DATE TO DPCHKPT-BUSDATE
           MOVE WS-TRANSFERS-APPLIED TO DPCHKPT-TRANSFERS
           MOVE WS-CUSTDETS-APPLIED TO DPCHKPT-CUSTDETS
           MOVE WS-DEPOSITS-APPLIED TO DPCHKPT-DEPOSITS
           MOVE WS-WITHDRAWALS-APPLIED TO DPCHKPT-WITHDRAWALS
           MOVE WS-CCY-COUNT TO DPCHKPT-CCY-COUNT
           PERFORM SAVE-ONE-CCY-CHECKPOINT
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           WRITE DPCHKPT-RECORD.

       SAVE-ONE-CCY-CHECKPOINT.
           MOVE WS-CCY-CODE (WS-CCY-SUB)
               TO DPCHKPT-CCY-CODE (WS-CCY-SUB)
           MOVE WS-CCY-NET-APPLIED (WS-CCY-SUB)
               TO DPCHKPT-CCY-NET (WS-CCY-SUB)
           MOVE WS-CCY-TOTAL-BEFORE (WS-CCY-SUB)
               TO DPCHKPT-CCY-BEFORE (WS-CCY-SUB).

       RESTORE-ONE-CCY-CHECKPOINT.
           MOVE DPCHKPT-CCY-CODE (WS-CCY-SUB)
               TO WS-CCY-CODE (WS-CCY-SUB)
           MOVE DPCHKPT-CCY-NET (WS-CCY-SUB)
               TO WS-CCY-NET-APPLIED (WS-CCY-SUB)
           MOVE DPCHKPT-CCY-BEFORE (WS-CCY-SUB)
               TO WS-CCY-TOTAL-BEFORE (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-SWEEP-TOTAL (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-TOTAL-AFTER (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-NET-CHANGE (WS-CCY-SUB).

       LOAD-LAST-DP-CHECKPOINT.
           OPEN INPUT DPCHKPTFILE
           IF WS-DPCHKPT-STATUS NOT = "00"
                   IF DPCHKPT-CUSTDETS NUMERIC
                       MOVE DPCHKPT-CUSTDETS TO WS-CUSTDETS-APPLIED
                   END-IF
                   IF DPCHKPT-DEPOSITS NUMERIC
                       MOVE DPCHKPT-DEPOSITS TO WS-DEPOSITS-APPLIED
                   END-IF
                   IF DPCHKPT-WITHDRAWALS NUMERIC
                       MOVE DPCHKPT-WITHDRAWALS
                           TO WS-WITHDRAWALS-APPLIED
                   END-IF
                   IF DPCHKPT-CCY-COUNT NUMERIC
                       AND DPCHKPT-CCY-COUNT NOT > 20
                       MOVE DPCHKPT-CCY-COUNT TO WS-CCY-COUNT
                       PERFORM RESTORE-ONE-CCY-CHECKPOINT
                           VARYING WS-CCY-SUB FROM 1 BY 1
                           UNTIL WS-CCY-SUB > WS-CCY-COUNT
                   END-IF
           END-READ.

       READ-ONE-DP-CHECKPOINT-EXIT.
       CHECK-TRAN-BRANCH-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE PRODUCT REFERENCE FILE (SEE PRODREC/PRODUCT-MAINT) BACKS
      *  THE PRODUCT EDIT ON AN ADD - THE ONLY TRANSACTION THAT SETS
      *  AN ACCOUNT'S PRODUCT. AS WITH THE BRANCH REFERENCE, A
      *  MISSING FILE IS REPORTED AND THE EDIT SKIPPED SO A SHOP THAT
      *  HAS NOT LOADED PRODFILE YET STILL POSTS.
      *----------------------------------------------------------------
       OPEN-PRODUCT-REFERENCE.
           OPEN INPUT PRODFILE
           IF WS-PRODFILE-STATUS = "00"
               SET WS-PRODUCT-EDITS-ON TO TRUE
           ELSE
               DISPLAY "DATA-PROCESSOR: Product reference file not "
                   "available - product edits skipped"
           END-IF.

       OPEN-PRODUCT-REFERENCE-EXIT.
           EXIT.

       CHECK-TRAN-PRODUCT.
           SET WS-PRODUCT-IS-OK TO TRUE
           MOVE SPACES TO WS-PRODUCT-REASON
           IF NOT WS-PRODUCT-EDITS-ON
               GO TO CHECK-TRAN-PRODUCT-EXIT
           END-IF

           IF TRAN-ADD-PRODUCT = SPACES
               SET WS-PRODUCT-IS-BAD TO TRUE
               MOVE "MISSING PRODUCT" TO WS-PRODUCT-REASON
               GO TO CHECK-TRAN-PRODUCT-EXIT
           END-IF

           MOVE TRAN-ADD-PRODUCT TO PROD-CODE
           READ PRODFILE
               INVALID KEY
                   SET WS-PRODUCT-IS-BAD TO TRUE
                   MOVE "UNKNOWN PRODUCT" TO WS-PRODUCT-REASON
                   GO TO CHECK-TRAN-PRODUCT-EXIT
           END-READ

           IF PROD-CLOSED
               SET WS-PRODUCT-IS-BAD TO TRUE
               MOVE "PRODUCT CLOSED" TO WS-PRODUCT-REASON
           END-IF.

       CHECK-TRAN-PRODUCT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE CURRENCY EDIT ON AN ADD - THE ONLY TRANSACTION THAT SETS
      *  AN ACCOUNT'S CURRENCY. BLANK OR THE BASE CODE OPENS A BASE
      *  ACCOUNT; ANY OTHER CODE MUST HAVE A RATE FOR THE BUSINESS
      *  DATE ON FXRATE, SO THE DAY'S REPORTS CAN STATE THE NEW
      *  ACCOUNT'S BASE EQUIVALENT. WITHOUT ONE THE ADD WAITS IN
      *  SUSPENSE FOR THE RATE.
      *----------------------------------------------------------------
       OPEN-FX-REFERENCE.
           MOVE WS-BUSINESS-DATE TO FXW-AS-OF-DATE
           PERFORM LOAD-FX-RATES THRU LOAD-FX-RATES-EXIT
           IF FXW-FILE-MISSING
               DISPLAY "DATA-PROCESSOR: Exchange rate file not "
                   "available - foreign-currency items will suspend"
           ELSE
               DISPLAY "DATA-PROCESSOR: Exchange rates loaded:   "
                   FXW-RATE-COUNT
           END-IF.

       OPEN-FX-REFERENCE-EXIT.
           EXIT.

       CHECK-TRAN-CURRENCY.
           SET WS-CURRENCY-IS-OK TO TRUE
           MOVE SPACES TO WS-CURRENCY-REASON
           IF TRAN-ADD-CURRENCY = SPACES
               OR TRAN-ADD-CURRENCY = FXW-BASE-CURRENCY
               GO TO CHECK-TRAN-CURRENCY-EXIT
           END-IF

           IF TRAN-ADD-CURRENCY NOT ALPHABETIC-UPPER
               OR TRAN-ADD-CURRENCY (1:1) = SPACE
               OR TRAN-ADD-CURRENCY (2:1) = SPACE
               OR TRAN-ADD-CURRENCY (3:1) = SPACE
               SET WS-CURRENCY-IS-BAD TO TRUE
               MOVE "BAD CURRENCY CODE" TO WS-CURRENCY-REASON
               GO TO CHECK-TRAN-CURRENCY-EXIT
           END-IF

           MOVE TRAN-ADD-CURRENCY TO FXW-CURRENCY
           PERFORM LOOK-UP-FX-RATE THRU LOOK-UP-FX-RATE-EXIT
           IF NOT FXW-FOUND
               OR FXW-RATE-DATE NOT = FXW-AS-OF-DATE
               SET WS-CURRENCY-IS-BAD TO TRUE
               MOVE "NO FX RATE FOR CURRENCY" TO WS-CURRENCY-REASON
           END-IF.

       CHECK-TRAN-CURRENCY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE REASON-CODE REFERENCE FILE (SEE RSNREC/REASON-MAINT)
      *  BACKS THE REASON EDIT BELOW. AS WITH THE BRANCH REFERENCE,
       OPEN-CUSTOMER-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE OVERDRAFT-LIMIT FILE (SEE ODLREC/ODLIMIT-MAINT) BACKS
      *  THE INSUFFICIENT-FUNDS EDIT. AS WITH THE OTHER REFERENCE
      *  FILES, A MISSING FILE IS REPORTED AND THE EDIT SKIPPED SO A
      *  SHOP THAT HAS NOT LOADED ODLIMIT YET STILL POSTS.
      *----------------------------------------------------------------
       OPEN-OVERDRAFT-REFERENCE.
           OPEN INPUT ODLIMITFILE
           IF WS-ODLIMIT-STATUS = "00"
               SET WS-OVERDRAFT-EDITS-ON TO TRUE
           ELSE
               DISPLAY "DATA-PROCESSOR: Overdraft-limit file not "
                   "available - insufficient-funds edits skipped"
           END-IF.

       OPEN-OVERDRAFT-REFERENCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE CLOSURE PAYOUT REGISTER (SEE PAYREC/PAYOUT-REGISTER)
      *  BACKS THE REINSTATE EDIT. PAYOUT-REGISTER CREATES IT THE
      *  FIRST NIGHT A CLOSURE LEAVES A BALANCE; UNTIL THEN THERE IS
      *  NOTHING PAID OUT TO GUARD.
      *----------------------------------------------------------------
       OPEN-PAYOUT-REFERENCE.
           OPEN INPUT PAYREGFILE
           IF WS-PAYREG-STATUS = "00"
               SET WS-PAYOUT-EDITS-ON TO TRUE
           ELSE
               DISPLAY "DATA-PROCESSOR: Payout register not "
                   "available - reinstate payout edits skipped"
           END-IF.

       OPEN-PAYOUT-REFERENCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  THE MASTER RECORD JUST READ BY CHECK-MASTER-EXISTS IS THE
      *  CLOSED ACCOUNT; ITS CLOSURE DATE NAMES ITS PAYREG ITEM.
      *----------------------------------------------------------------
       CHECK-PAYOUT-CLEARED.
           IF NOT WS-PAYOUT-EDITS-ON
               GO TO CHECK-PAYOUT-CLEARED-EXIT
           END-IF
           MOVE TRAN-KEY TO PAY-ACCOUNT
           MOVE MAST-CLOSE-DATE TO PAY-CLOSE-DATE
           READ PAYREGFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PAY-CLEARED
                       SET WS-ENTRY-IS-FAILED TO TRUE
                       MOVE "PAYOUT ALREADY CLEARED"
                           TO WS-ENTRY-REASON
                       ADD 1 TO WS-PAYOUT-REFUSED
                   END-IF
           END-READ.

       CHECK-PAYOUT-CLEARED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  A NON-BLANK REASON CODE MUST BE ON THE REFERENCE FILE AND
      *  OPEN, OR THE TRANSACTION SUSPENDS - THE GUARD AGAINST THE
                   MOVE TRAN-REI-REASON-CODE TO WS-TRAN-REASON-CODE
               WHEN "X"
                   MOVE TRAN-XFR-REASON-CODE TO WS-TRAN-REASON-CODE
               WHEN "P"
               WHEN "W"
                   MOVE TRAN-MOV-REASON-CODE TO WS-TRAN-REASON-CODE
               WHEN OTHER
                   MOVE SPACES TO WS-TRAN-REASON-CODE
           END-EVALUATE
      *================================================================
       TOTAL-MASTER-FILE.
           MOVE 0 TO WS-MASTER-SWEEP-TOTAL
           PERFORM CLEAR-CCY-SWEEP-TOTAL
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           MOVE 'N' TO WS-SWEEP-EOF-FLAG
           MOVE LOW-VALUES TO MAST-KEY
           START MASTFILE KEY IS NOT LESS THAN MAST-KEY
                   MOVE 'Y' TO WS-SWEEP-EOF-FLAG
               NOT AT END
                   ADD MAST-AMOUNT TO WS-MASTER-SWEEP-TOTAL
                   MOVE MAST-CURRENCY TO WS-CCY-WANTED
                   PERFORM FIND-CCY-ENTRY THRU FIND-CCY-ENTRY-EXIT
                   IF WS-CCY-SUB > 0
                       ADD MAST-AMOUNT
                           TO WS-CCY-SWEEP-TOTAL (WS-CCY-SUB)
                   END-IF
           END-READ.

       CLEAR-CCY-SWEEP-TOTAL.
           MOVE 0 TO WS-CCY-SWEEP-TOTAL (WS-CCY-SUB).

       TAKE-CCY-BEFORE-TOTAL.
           MOVE WS-CCY-SWEEP-TOTAL (WS-CCY-SUB)
               TO WS-CCY-TOTAL-BEFORE (WS-CCY-SUB).

       PROVE-ONE-CURRENCY.
           MOVE WS-CCY-SWEEP-TOTAL (WS-CCY-SUB)
               TO WS-CCY-TOTAL-AFTER (WS-CCY-SUB)
           COMPUTE WS-CCY-NET-CHANGE (WS-CCY-SUB) =
               WS-CCY-TOTAL-AFTER (WS-CCY-SUB)
               - WS-CCY-TOTAL-BEFORE (WS-CCY-SUB)
           IF WS-CCY-NET-CHANGE (WS-CCY-SUB)
               NOT = WS-CCY-NET-APPLIED (WS-CCY-SUB)
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "DATA-PROCESSOR: *** ERROR - "
                   WS-CCY-CODE (WS-CCY-SUB) " NET CHANGE DOES NOT "
                   "EQUAL NET OF APPLIED TRANSACTIONS ***"
           END-IF.

      *----------------------------------------------------------------
      *  FINDS (OR OPENS) THE PROOF-TABLE ENTRY FOR THE CURRENCY IN
      *  WS-CCY-WANTED, LEAVING ITS SUBSCRIPT IN WS-CCY-SUB - OR
      *  ZERO WHEN THE TABLE IS FULL.
      *----------------------------------------------------------------
       FIND-CCY-ENTRY.
           IF WS-CCY-WANTED = SPACES
               MOVE FXW-BASE-CURRENCY TO WS-CCY-WANTED
           END-IF
           MOVE 'N' TO WS-CCY-FOUND-SW
           PERFORM SCAN-CCY-TABLE
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT OR WS-CCY-FOUND
           IF WS-CCY-FOUND
      *        THE SCAN LEAVES THE SUBSCRIPT ONE PAST THE HIT.
               SUBTRACT 1 FROM WS-CCY-SUB
               GO TO FIND-CCY-ENTRY-EXIT
           END-IF
           IF WS-CCY-COUNT NOT < 20
               SET WS-CCY-OVERFLOW TO TRUE
               MOVE 0 TO WS-CCY-SUB
               GO TO FIND-CCY-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-CCY-COUNT
           MOVE WS-CCY-COUNT TO WS-CCY-SUB
           MOVE WS-CCY-WANTED TO WS-CCY-CODE (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-NET-APPLIED (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-TOTAL-BEFORE (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-SWEEP-TOTAL (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-TOTAL-AFTER (WS-CCY-SUB)
           MOVE 0 TO WS-CCY-NET-CHANGE (WS-CCY-SUB).

       FIND-CCY-ENTRY-EXIT.
           EXIT.

       SCAN-CCY-TABLE.
           IF WS-CCY-CODE (WS-CCY-SUB) = WS-CCY-WANTED
               MOVE 'Y' TO WS-CCY-FOUND-SW
           END-IF.

       APPLY-TRANSACTION.
           MOVE TRAN-REC-TYPE TO WS-TRAN-TYPE-CODE
           EVALUATE TRUE
               WHEN WS-TRAN-IS-CUSTDETAIL
                   PERFORM APPLY-CUSTDETAIL-TRANSACTION
                       THRU APPLY-CUSTDETAIL-TRANSACTION-EXIT
               WHEN WS-TRAN-IS-MOVEMENT
                   PERFORM APPLY-MOVEMENT-TRANSACTION
                       THRU APPLY-MOVEMENT-TRANSACTION-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "DATA-PROCESSOR: ERROR - unknown "
           MOVE TRAN-ADD-AMOUNT TO MAST-AMOUNT
           MOVE TRAN-ADD-DATE TO MAST-DATE
           MOVE TRAN-ADD-NAME TO MAST-NAME
           MOVE TRAN-ADD-PRODUCT TO MAST-PRODUCT
           MOVE TRAN-ADD-CURRENCY TO MAST-CURRENCY
           WRITE MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
           MOVE TRAN-ADD-AMOUNT TO MAST-AMOUNT
           MOVE TRAN-ADD-DATE TO MAST-DATE
           MOVE TRAN-ADD-NAME TO MAST-NAME
           MOVE TRAN-ADD-PRODUCT TO MAST-PRODUCT
           MOVE TRAN-ADD-CURRENCY TO MAST-CURRENCY
           MOVE SPACES TO MAST-CLOSE-DATE
           REWRITE MASTER-RECORD
      *    THE TRAIL RECORDS THE REOPEN AS TYPE R, NOT A: THE RECORD
               GO TO APPLY-TRANSFER-TRANSACTION-EXIT
           END-IF
           MOVE MAST-AMOUNT TO WS-XFR-FROM-OLD
           MOVE MAST-CURRENCY TO WS-XFR-FROM-CURRENCY

           MOVE TRAN-XFR-TO-KEY TO MAST-KEY
           READ MASTFILE
               GO TO APPLY-TRANSFER-TRANSACTION-EXIT
           END-IF
           MOVE MAST-AMOUNT TO WS-XFR-TO-OLD
           MOVE MAST-CURRENCY TO WS-XFR-TO-CURRENCY

           PERFORM PRICE-TRANSFER-LEGS
               THRU PRICE-TRANSFER-LEGS-EXIT
           IF WS-XFR-RATE-MISSING
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "DATA-PROCESSOR: ERROR - no exchange rate "
                   "today for " WS-XFR-FROM-CURRENCY " TO "
                   WS-XFR-TO-CURRENCY ", neither leg posted: "
                   TRAN-XFR-FROM-KEY
               GO TO APPLY-TRANSFER-TRANSACTION-EXIT
           END-IF

           COMPUTE WS-XFR-FROM-NEW =
               WS-XFR-FROM-OLD - TRAN-XFR-AMOUNT
           COMPUTE WS-XFR-TO-NEW =
               WS-XFR-TO-OLD + WS-XFR-TO-AMOUNT
           IF WS-XFR-FROM-NEW > 9999999.99
               OR WS-XFR-FROM-NEW < -9999999.99
               OR WS-XFR-TO-NEW > 9999999.99
       APPLY-TRANSFER-TRANSACTION-EXIT.
           EXIT.

      *================================================================
      *  PRICES THE CREDIT LEG OF A TRANSFER. THE AMOUNT KEYED IS IN
      *  THE FROM-ACCOUNT'S CURRENCY; WHEN THE TO-ACCOUNT IS HELD IN
      *  ANOTHER ONE THE CREDIT IS THAT AMOUNT AT THE BUSINESS DATE'S
      *  RATES (EACH RATE IS BASE UNITS PER FOREIGN UNIT, SO THE
      *  CROSS RATE IS THE FROM RATE OVER THE TO RATE). AN OLDER
      *  RATE IS NOT GOOD ENOUGH - EITHER SIDE WITHOUT TODAY'S RATE
      *  LEAVES WS-XFR-RATE-MISSING SET.
      *================================================================
       PRICE-TRANSFER-LEGS.
           SET WS-XFR-RATE-OK TO TRUE
           IF WS-XFR-FROM-CURRENCY = SPACES
               MOVE FXW-BASE-CURRENCY TO WS-XFR-FROM-CURRENCY
           END-IF
           IF WS-XFR-TO-CURRENCY = SPACES
               MOVE FXW-BASE-CURRENCY TO WS-XFR-TO-CURRENCY
           END-IF
           MOVE TRAN-XFR-AMOUNT TO WS-XFR-TO-AMOUNT
           MOVE 0 TO WS-XFR-CROSS-RATE
           IF WS-XFR-FROM-CURRENCY = WS-XFR-TO-CURRENCY
               GO TO PRICE-TRANSFER-LEGS-EXIT
           END-IF

           MOVE WS-XFR-FROM-CURRENCY TO FXW-CURRENCY
           PERFORM LOOK-UP-FX-RATE THRU LOOK-UP-FX-RATE-EXIT
           IF NOT FXW-FOUND
               OR FXW-RATE-DATE NOT = FXW-AS-OF-DATE
               SET WS-XFR-RATE-MISSING TO TRUE
               GO TO PRICE-TRANSFER-LEGS-EXIT
           END-IF
           MOVE FXW-RATE TO WS-XFR-FROM-RATE

           MOVE WS-XFR-TO-CURRENCY TO FXW-CURRENCY
           PERFORM LOOK-UP-FX-RATE THRU LOOK-UP-FX-RATE-EXIT
           IF NOT FXW-FOUND
               OR FXW-RATE-DATE NOT = FXW-AS-OF-DATE
               SET WS-XFR-RATE-MISSING TO TRUE
               GO TO PRICE-TRANSFER-LEGS-EXIT
           END-IF
           MOVE FXW-RATE TO WS-XFR-TO-RATE

           COMPUTE WS-XFR-TO-AMOUNT ROUNDED =
               TRAN-XFR-AMOUNT * WS-XFR-FROM-RATE / WS-XFR-TO-RATE
               ON SIZE ERROR
                   SET WS-XFR-RATE-MISSING TO TRUE
                   GO TO PRICE-TRANSFER-LEGS-EXIT
           END-COMPUTE
           COMPUTE WS-XFR-CROSS-RATE ROUNDED =
               WS-XFR-FROM-RATE / WS-XFR-TO-RATE
               ON SIZE ERROR
                   SET WS-XFR-RATE-MISSING TO TRUE
           END-COMPUTE.

       PRICE-TRANSFER-LEGS-EXIT.
           EXIT.

      *================================================================
      *  DEPOSIT / WITHDRAWAL POSTING - THE MOVEMENT IS ADDED TO OR
      *  TAKEN FROM WHATEVER THE BALANCE IS AT POSTING TIME, SO
      *  EARLIER ITEMS FOR THE SAME KEY STAND. THE AUDIT RECORD
      *  CARRIES THE BEFORE AND AFTER BALANCES LIKE ANY OTHER
      *  MOVEMENT; THE DELTA IS THEIR DIFFERENCE.
      *================================================================
       APPLY-MOVEMENT-TRANSACTION.
           DISPLAY "DATA-PROCESSOR: Posting deposit/withdrawal..."
           MOVE TRAN-MOV-KEY TO MAST-KEY
           READ MASTFILE
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "DATA-PROCESSOR: ERROR - master key not "
                       "found for movement: " TRAN-MOV-KEY
                   GO TO APPLY-MOVEMENT-TRANSACTION-EXIT
           END-READ
           IF MAST-INACTIVE
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "DATA-PROCESSOR: ERROR - record is "
                   "inactive, movement rejected: " TRAN-MOV-KEY
               GO TO APPLY-MOVEMENT-TRANSACTION-EXIT
           END-IF

           IF WS-TRAN-IS-DEPOSIT
               COMPUTE WS-MOV-NEW-AMOUNT =
                   MAST-AMOUNT + TRAN-MOV-AMOUNT
           ELSE
               COMPUTE WS-MOV-NEW-AMOUNT =
                   MAST-AMOUNT - TRAN-MOV-AMOUNT
           END-IF
           IF WS-MOV-NEW-AMOUNT > 9999999.99
               OR WS-MOV-NEW-AMOUNT < -9999999.99
               ADD 1 TO WS-ERRORS-FOUND
               DISPLAY "DATA-PROCESSOR: ERROR - movement would "
                   "overflow the balance, not posted: " TRAN-MOV-KEY
               GO TO APPLY-MOVEMENT-TRANSACTION-EXIT
           END-IF

           MOVE MAST-AMOUNT TO WS-AUDIT-OLD-AMOUNT
           MOVE WS-MOV-NEW-AMOUNT TO WS-AUDIT-NEW-AMOUNT
           MOVE WS-MOV-NEW-AMOUNT TO MAST-AMOUNT
           REWRITE MASTER-RECORD
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-UPDATES-APPLIED
           IF WS-TRAN-IS-DEPOSIT
               ADD 1 TO WS-DEPOSITS-APPLIED
           ELSE
               ADD 1 TO WS-WITHDRAWALS-APPLIED
           END-IF.

       APPLY-MOVEMENT-TRANSACTION-EXIT.
           EXIT.

       WRITE-TRANSFER-AUDIT-PAIR.
           ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE TRAN-XFR-BRANCH TO AUD-BRANCH
           MOVE WS-XFR-REASON-USED TO AUD-REASON-CODE
           MOVE TRAN-XFR-TO-KEY TO AUD-LINK-KEY
           MOVE WS-XFR-FROM-CURRENCY TO AUD-CURRENCY
           MOVE WS-XFR-CROSS-RATE TO AUD-FX-RATE
           IF WS-XFR-FROM-CURRENCY = WS-XFR-TO-CURRENCY
               MOVE 0 TO AUD-FX-AMOUNT
           ELSE
               MOVE WS-XFR-TO-AMOUNT TO AUD-FX-AMOUNT
           END-IF
           WRITE AUDIT-RECORD
           COMPUTE WS-NET-APPLIED = WS-NET-APPLIED
               + WS-XFR-FROM-NEW - WS-XFR-FROM-OLD
           MOVE WS-XFR-FROM-CURRENCY TO WS-CCY-WANTED
           PERFORM FIND-CCY-ENTRY THRU FIND-CCY-ENTRY-EXIT
           IF WS-CCY-SUB > 0
               COMPUTE WS-CCY-NET-APPLIED (WS-CCY-SUB) =
                   WS-CCY-NET-APPLIED (WS-CCY-SUB)
                   + WS-XFR-FROM-NEW - WS-XFR-FROM-OLD
           END-IF

           MOVE SPACES TO AUDIT-RECORD
           MOVE TRAN-XFR-TO-KEY TO AUD-KEY
           MOVE TRAN-XFR-BRANCH TO AUD-BRANCH
           MOVE WS-XFR-REASON-USED TO AUD-REASON-CODE
           MOVE TRAN-XFR-FROM-KEY TO AUD-LINK-KEY
           MOVE WS-XFR-TO-CURRENCY TO AUD-CURRENCY
           MOVE WS-XFR-CROSS-RATE TO AUD-FX-RATE
           IF WS-XFR-FROM-CURRENCY = WS-XFR-TO-CURRENCY
               MOVE 0 TO AUD-FX-AMOUNT
           ELSE
               MOVE TRAN-XFR-AMOUNT TO AUD-FX-AMOUNT
           END-IF
           WRITE AUDIT-RECORD
           COMPUTE WS-NET-APPLIED = WS-NET-APPLIED
               + WS-XFR-TO-NEW - WS-XFR-TO-OLD
           MOVE WS-XFR-TO-CURRENCY TO WS-CCY-WANTED
           PERFORM FIND-CCY-ENTRY THRU FIND-CCY-ENTRY-EXIT
           IF WS-CCY-SUB > 0
               COMPUTE WS-CCY-NET-APPLIED (WS-CCY-SUB) =
                   WS-CCY-NET-APPLIED (WS-CCY-SUB)
                   + WS-XFR-TO-NEW - WS-XFR-TO-OLD
           END-IF.

       WRITE-AUDIT-RECORD.
           DISPLAY "DATA-PROCESSOR: Generating audit trail..."
                   MOVE TRAN-REI-REASON-CODE TO AUD-REASON-CODE
               WHEN WS-TRAN-IS-CUSTDETAIL
                   MOVE "CUST" TO AUD-REASON-CODE
      *        AN UNREASONED DEPOSIT OR WITHDRAWAL IS NAMED IN THE
      *        TRAIL THE WAY AN UNREASONED TRANSFER IS NAMED XFER.
               WHEN WS-TRAN-IS-DEPOSIT
                   MOVE TRAN-MOV-REASON-CODE TO AUD-REASON-CODE
                   IF AUD-REASON-CODE = SPACES
                       MOVE "DEPO" TO AUD-REASON-CODE
                   END-IF
               WHEN WS-TRAN-IS-WITHDRAWAL
                   MOVE TRAN-MOV-REASON-CODE TO AUD-REASON-CODE
                   IF AUD-REASON-CODE = SPACES
                       MOVE "WDRL" TO AUD-REASON-CODE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO AUD-REASON-CODE
           END-EVALUATE
               AND AUD-REASON-CODE = SPACES
               MOVE "EFFR" TO AUD-REASON-CODE
           END-IF
      *    THE MASTER RECORD AREA HOLDS THE RECORD JUST POSTED, SO
      *    ITS CURRENCY IS THE ONE THE TWO AMOUNTS ARE IN.
           IF MAST-CURRENCY = SPACES
               MOVE FXW-BASE-CURRENCY TO AUD-CURRENCY
           ELSE
               MOVE MAST-CURRENCY TO AUD-CURRENCY
           END-IF
           MOVE 0 TO AUD-FX-RATE
           MOVE 0 TO AUD-FX-AMOUNT
           WRITE AUDIT-RECORD
           COMPUTE WS-NET-APPLIED = WS-NET-APPLIED
               + WS-AUDIT-NEW-AMOUNT - WS-AUDIT-OLD-AMOUNT
           MOVE AUD-CURRENCY TO WS-CCY-WANTED
           PERFORM FIND-CCY-ENTRY THRU FIND-CCY-ENTRY-EXIT
           IF WS-CCY-SUB > 0
               COMPUTE WS-CCY-NET-APPLIED (WS-CCY-SUB) =
                   WS-CCY-NET-APPLIED (WS-CCY-SUB)
                   + WS-AUDIT-NEW-AMOUNT - WS-AUDIT-OLD-AMOUNT
           END-IF.

      *================================================================
      *  OUT-OF-BAND CHANGE SEAL (SEE THE MSTSEAL COPYBOOK). THE
                   "WRITTEN BY " SEAL-WRITER " AT " SEAL-TIMESTAMP
                   " - AN OUT-OF-BAND CHANGE HAS TOUCHED THE "
                   "MASTER ***"
               SET ALW-CRITICAL TO TRUE
               MOVE "MSTSEAL" TO ALW-CODE
               MOVE SPACES TO ALW-MESSAGE
               STRING "BROKEN SEAL - WRITTEN BY " SEAL-WRITER " AT "
                   SEAL-TIMESTAMP DELIMITED BY SIZE INTO ALW-MESSAGE
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
           ELSE
               DISPLAY "DATA-PROCESSOR: Master seal verified"
           END-IF.

       WRITE-SECURITY-LOG-EXIT.
           EXIT.

      *================================================================
      *  EXCHANGE RATES (SEE THE FXRREC AND FXRWRK COPYBOOKS).
      *  TABLES THE LATEST RATE ON OR BEFORE FXW-AS-OF-DATE FOR
      *  EVERY CURRENCY ON FXRATE. THE FILE IS KEYED DATE THEN
      *  CURRENCY, SO A FORWARD READ MEETS EACH CURRENCY'S RATES
      *  OLDEST FIRST AND A LATER DAY'S RATE SIMPLY OVERLAYS THE
      *  EARLIER ONE; THE READ STOPS AT THE FIRST DATE PAST THE
      *  AS-OF DATE.
      *================================================================
       LOAD-FX-RATES.
           MOVE 0 TO FXW-RATE-COUNT
           MOVE 0 TO FXW-DROPPED-COUNT
           MOVE "N" TO FXW-EOF-SW
           MOVE "N" TO FXW-FILE-SW
           OPEN INPUT FXRATEFILE
           IF FXW-STATUS NOT = "00"
               MOVE "M" TO FXW-FILE-SW
               GO TO LOAD-FX-RATES-EXIT
           END-IF
           PERFORM LOAD-ONE-FX-RATE THRU LOAD-ONE-FX-RATE-EXIT
               UNTIL FXW-EOF
           CLOSE FXRATEFILE
           IF FXW-DROPPED-COUNT > 0
               DISPLAY "DATA-PROCESSOR: *** WARNING - "
                   FXW-DROPPED-COUNT " CURRENCIES BEYOND THE RATE "
                   "TABLE'S 50 NOT LOADED ***"
           END-IF.

       LOAD-FX-RATES-EXIT.
           EXIT.

       LOAD-ONE-FX-RATE.
           READ FXRATEFILE NEXT RECORD
               AT END
                   MOVE "Y" TO FXW-EOF-SW
                   GO TO LOAD-ONE-FX-RATE-EXIT
           END-READ
           IF FXR-DATE > FXW-AS-OF-DATE
               MOVE "Y" TO FXW-EOF-SW
               GO TO LOAD-ONE-FX-RATE-EXIT
           END-IF
           MOVE FXR-CURRENCY TO FXW-CURRENCY
           MOVE "N" TO FXW-FOUND-SW
           PERFORM SCAN-FX-RATE-TABLE
               VARYING FXW-SUB FROM 1 BY 1
               UNTIL FXW-SUB > FXW-RATE-COUNT OR FXW-FOUND
           IF FXW-FOUND
      *        THE SCAN LEAVES THE SUBSCRIPT ONE PAST THE HIT.
               SUBTRACT 1 FROM FXW-SUB
           ELSE
               IF FXW-RATE-COUNT NOT < 50
                   ADD 1 TO FXW-DROPPED-COUNT
                   GO TO LOAD-ONE-FX-RATE-EXIT
               END-IF
               ADD 1 TO FXW-RATE-COUNT
               MOVE FXW-RATE-COUNT TO FXW-SUB
               MOVE FXR-CURRENCY TO FXW-ENT-CURRENCY (FXW-SUB)
           END-IF
           MOVE FXR-RATE TO FXW-ENT-RATE (FXW-SUB)
           MOVE FXR-DATE TO FXW-ENT-DATE (FXW-SUB).

       LOAD-ONE-FX-RATE-EXIT.
           EXIT.

       SCAN-FX-RATE-TABLE.
           IF FXW-ENT-CURRENCY (FXW-SUB) = FXW-CURRENCY
               MOVE "Y" TO FXW-FOUND-SW
           END-IF.

       LOOK-UP-FX-RATE.
           MOVE "N" TO FXW-FOUND-SW
           MOVE 0 TO FXW-RATE
           MOVE SPACES TO FXW-RATE-DATE
           IF FXW-CURRENCY = SPACES
               OR FXW-CURRENCY = FXW-BASE-CURRENCY
               MOVE "Y" TO FXW-FOUND-SW
               MOVE 1 TO FXW-RATE
               MOVE FXW-AS-OF-DATE TO FXW-RATE-DATE
               GO TO LOOK-UP-FX-RATE-EXIT
           END-IF
           PERFORM SCAN-FX-RATE-TABLE
               VARYING FXW-SUB FROM 1 BY 1
               UNTIL FXW-SUB > FXW-RATE-COUNT OR FXW-FOUND
           IF FXW-FOUND
      *        THE SCAN LEAVES THE SUBSCRIPT ONE PAST THE HIT.
               SUBTRACT 1 FROM FXW-SUB
               MOVE FXW-ENT-RATE (FXW-SUB) TO FXW-RATE
               MOVE FXW-ENT-DATE (FXW-SUB) TO FXW-RATE-DATE
           END-IF.

       LOOK-UP-FX-RATE-EXIT.
           EXIT.

       CONVERT-TO-BASE.
           PERFORM LOOK-UP-FX-RATE THRU LOOK-UP-FX-RATE-EXIT
           MOVE 0 TO FXW-BASE-AMOUNT
           IF FXW-FOUND
               COMPUTE FXW-BASE-AMOUNT ROUNDED =
                   FXW-AMOUNT * FXW-RATE
           END-IF.

       CONVERT-TO-BASE-EXIT.
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
               DISPLAY "DATA-PROCESSOR: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "DATA-PROCESSOR" TO ALR-PROGRAM
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
