       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKED-COPY.
       AUTHOR. JCL-FRAMEWORK-DEMO.
      *================================================================
      *  BUILDS A TEST-REGION COPY OF THE MASTER (MASTFILE), THE
      *  CUSTOMER NAME-AND-ADDRESS FILE (CUSTFILE) AND THE AUDIT-
      *  HISTORY MASTER (AUDMAST) WITH EVERY NAME AND ADDRESS
      *  SCRAMBLED, SO A PRODUCTION PROBLEM CAN BE REPRODUCED
      *  WITHOUT REAL CUSTOMER DETAILS LEAVING PRODUCTION. KEYS,
      *  BRANCHES, DATES, STATUSES, PRODUCTS AND AMOUNTS ARE COPIED
      *  AS THEY ARE; AUDMAST CARRIES NO NAMES AND IS COPIED WHOLE.
      *
      *  EACH SUBSTITUTE IS DERIVED FROM THE ORIGINAL TEXT ITSELF
      *  (A HASH OF IT, STARTED FROM THE SEED= PARAMETER), SO THE
      *  SAME NAME OR ADDRESS ALWAYS GETS THE SAME SUBSTITUTE - ON
      *  THE MASTER AND THE CUSTOMER FILE ALIKE, ACROSS ALL OF A
      *  CUSTOMER'S ACCOUNTS, AND FROM ONE COPY TO THE NEXT WHILE
      *  THE SEED STAYS THE SAME. NAMES BECOME A FIRST NAME AND A
      *  SURNAME FROM THE TABLES BELOW, ADDRESS LINE 1 A HOUSE
      *  NUMBER AND STREET, ADDRESS LINE 2 A TOWN; A POSTCODE KEEPS
      *  ITS SHAPE (LETTERS STAY LETTERS, DIGITS STAY DIGITS) SO IT
      *  STILL PASSES THE EDITS.
      *
      *  THE TARGET= PARAMETER NAMES THE DATASET QUALIFIER THE JOB
      *  WRITES UNDER, AND A TARGET UNDER THE PRODUCTION HIGH-LEVEL
      *  QUALIFIER IS REFUSED (RC=8) BEFORE ANYTHING IS OPENED. THE
      *  JOB RUNS THIS CHECK ALONE FIRST (THE CHECK PARAMETER) SO
      *  THE DELETE/DEFINE OF THE TEST CLUSTERS NEVER RUNS AGAINST A
      *  PRODUCTION NAME EITHER. THE COPY HOLDS THE MASTER LOCK FOR
      *  ITS WHOLE SWEEP, THEN READS EVERY TARGET BACK AND PROVES
      *  ITS RECORD COUNT AND DOLLAR TOTAL AGAINST WHAT WAS READ
      *  FROM PRODUCTION. ONLY A PROVED COPY IS SEALED: THE TEST
      *  MASTER GETS A FRESH MASTSEAL OF ITS OWN (TSTSEAL), SO THE
      *  TEST REGION'S PROGRAMS RUN AGAINST IT WITH THEIR SEAL
      *  CHECKS INTACT. THE PRODUCTION SEAL IS LAID AGAINST THE
      *  SOURCE SWEEP AS EVERY MASTER READER DOES - A BROKEN SEAL
      *  LEAVES THE COPY UNSEALED (RC=8) UNLESS OVERRIDE IS GIVEN.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT CUSTFILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-CUSTFILE-STATUS.
           SELECT AUDMASTFILE ASSIGN TO "AUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDH-KEY
               FILE STATUS IS WS-AUDMAST-STATUS.
      *    THE TEST-REGION TARGETS - FRESHLY DEFINED, EMPTY CLUSTERS,
      *    LOADED IN KEY ORDER STRAIGHT FROM THE SOURCE SWEEPS.
           SELECT TSTMASTFILE ASSIGN TO "TSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSTMAST-KEY
               FILE STATUS IS WS-TSTMAST-STATUS.
           SELECT TSTCUSTFILE ASSIGN TO "TSTCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSTCUST-KEY
               FILE STATUS IS WS-TSTCUST-STATUS.
           SELECT TSTAUDHFILE ASSIGN TO "TSTAUDH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSTAUDH-KEY
               FILE STATUS IS WS-TSTAUDH-STATUS.
           SELECT MASTSEALFILE ASSIGN TO "MASTSEAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTSEAL-STATUS.
           SELECT TSTSEALFILE ASSIGN TO "TSTSEAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSTSEAL-STATUS.
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
       FD  MASTFILE.
           COPY "mastrec".

       FD  CUSTFILE.
           COPY "custrec".

       FD  AUDMASTFILE.
           COPY "audhrec".

       FD  TSTMASTFILE.
       01  TSTMAST-RECORD.
           05  TSTMAST-KEY         PIC X(10).
           05  FILLER              PIC X(77).

       FD  TSTCUSTFILE.
       01  TSTCUST-RECORD.
           05  TSTCUST-KEY         PIC X(10).
           05  FILLER              PIC X(90).

       FD  TSTAUDHFILE.
       01  TSTAUDH-RECORD.
           05  TSTAUDH-KEY         PIC X(27).
           05  FILLER              PIC X(49).

       FD  MASTSEALFILE.
           COPY "mstseal".

       FD  TSTSEALFILE.
       01  TSTSEAL-RECORD          PIC X(80).

       FD  MASTLOCKFILE.
           COPY "mstlock".

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-CUSTFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-AUDMAST-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-TSTMAST-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-TSTCUST-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-TSTAUDH-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-MASTSEAL-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-TSTSEAL-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-EOF-SW               PIC X       VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       01  WS-COPY-FAILED-SW       PIC X       VALUE 'N'.
           88  WS-COPY-FAILED                  VALUE 'Y'.
       01  WS-DATE-NOW             PIC 9(8).
       01  WS-TIME-NOW             PIC 9(8).

       01  WS-PARM-STRING          PIC X(80)   VALUE SPACES.
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN            PIC X(40)   OCCURS 4 TIMES
                                    VALUE SPACES.
       01  WS-TOKEN-IDX            PIC 9(2)    VALUE 0.
       01  WS-KEY-PART             PIC X(20)   VALUE SPACES.
       01  WS-VAL-PART             PIC X(35)   VALUE SPACES.

      *    TARGET QUALIFIER CHECK. ANY TARGET WHOSE HIGH-LEVEL
      *    QUALIFIER IS THE PRODUCTION ONE IS REFUSED, WHATEVER
      *    FOLLOWS IT.
       01  WS-TARGET-QUAL          PIC X(35)   VALUE SPACES.
       01  WS-TARGET-HLQ           PIC X(8)    VALUE SPACES.
       01  WS-PROD-HLQ             PIC X(8)    VALUE "PROD".
       01  WS-TARGET-REFUSED-SW    PIC X       VALUE 'N'.
           88  WS-TARGET-REFUSED               VALUE 'Y'.
       01  WS-CHECK-ONLY-SW        PIC X       VALUE 'N'.
           88  WS-CHECK-ONLY                   VALUE 'Y'.
       01  WS-SEED                 PIC 9(5)    VALUE 0.

       01  WS-SEAL-PRESENT-SW      PIC X       VALUE 'N'.
           88  WS-SEAL-PRESENT                 VALUE 'Y'.
       01  WS-SEAL-HELD-COUNT      PIC 9(7)    VALUE 0.
       01  WS-SEAL-HELD-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-SEAL-HELD-WRITER     PIC X(18)   VALUE SPACES.
       01  WS-SEAL-HELD-STAMP      PIC X(14)   VALUE SPACES.
       01  WS-SEAL-COPY-SW         PIC X       VALUE 'N'.
           88  WS-SEAL-COPY                    VALUE 'Y'.

       01  WS-MASTLOCK-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-LOCK-HELD-SW         PIC X       VALUE 'N'.
           88  WS-LOCK-HELD                    VALUE 'Y'.
       01  WS-LOCK-REFUSED-SW      PIC X       VALUE 'N'.
           88  WS-LOCK-REFUSED                 VALUE 'Y'.
       01  WS-OVERRIDE-SW          PIC X       VALUE 'N'.
           88  WS-OVERRIDE-REQUESTED           VALUE 'Y'.
       01  WS-LOCK-PROGRAM-NAME    PIC X(18)   VALUE "MASKED-COPY".
       01  WS-LOCK-STAMP-DATE      PIC 9(8)    VALUE 0.
       01  WS-LOCK-STAMP-TIME      PIC 9(8)    VALUE 0.

      *    WHAT WAS READ FROM PRODUCTION AND WHAT THE TARGETS HOLD
      *    WHEN READ BACK. AUDMAST'S DOLLAR FIGURE IS ITS NET
      *    MOVEMENT - NEW AMOUNT LESS OLD AMOUNT OVER EVERY RECORD.
       01  WS-MAST-COPIED          PIC 9(7)    VALUE 0.
       01  WS-MAST-AMOUNT-COPIED   PIC S9(11)V99 VALUE 0.
       01  WS-MAST-PROVED          PIC 9(7)    VALUE 0.
       01  WS-MAST-AMOUNT-PROVED   PIC S9(11)V99 VALUE 0.
       01  WS-CUST-COPIED          PIC 9(7)    VALUE 0.
       01  WS-CUST-PROVED          PIC 9(7)    VALUE 0.
       01  WS-AUDH-COPIED          PIC 9(7)    VALUE 0.
       01  WS-AUDH-MOVEMENT-COPIED PIC S9(11)V99 VALUE 0.
       01  WS-AUDH-PROVED          PIC 9(7)    VALUE 0.
       01  WS-AUDH-MOVEMENT-PROVED PIC S9(11)V99 VALUE 0.
       01  WS-AUDH-OLD-AMOUNT      PIC S9(7)V99 VALUE 0.
       01  WS-AUDH-NEW-AMOUNT      PIC S9(7)V99 VALUE 0.
       01  WS-NAMES-MASKED         PIC 9(7)    VALUE 0.
       01  WS-ADDRESSES-MASKED     PIC 9(7)    VALUE 0.
       01  WS-WRITE-ERRORS         PIC 9(7)    VALUE 0.
       01  WS-AMOUNT-DISPLAY       PIC -(11)9.99.
       01  WS-PROVED-DISPLAY       PIC -(11)9.99.

      *    MASKING WORK AREA. THE HASH RUNS OVER ALL 20 POSITIONS OF
      *    WS-HASH-TEXT, EACH CHARACTER VALUED BY ITS PLACE IN
      *    WS-HASH-ALPHABET (38 FOR ANYTHING NOT IN IT).
       01  WS-HASH-TEXT            PIC X(20)   VALUE SPACES.
       01  WS-MASKED-TEXT          PIC X(20)   VALUE SPACES.
       01  WS-HASH-ALPHABET        PIC X(37)   VALUE
           " ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01  WS-HASH-VALUE           PIC 9(5)    VALUE 0.
       01  WS-HASH-WORK            PIC 9(9)    VALUE 0.
       01  WS-HASH-QUOTIENT        PIC 9(7)    VALUE 0.
       01  WS-HASH-POS             PIC 9(2)    VALUE 0.
       01  WS-ALPHA-SUB            PIC 9(2)    VALUE 0.
       01  WS-CHAR-VALUE           PIC 9(2)    VALUE 0.
       01  WS-CHAR-FOUND-SW        PIC X       VALUE 'N'.
           88  WS-CHAR-FOUND                   VALUE 'Y'.
       01  WS-PICK                 PIC 9(3)    VALUE 0.
       01  WS-PICK-2               PIC 9(3)    VALUE 0.
       01  WS-HOUSE-NUMBER         PIC 9(2)    VALUE 0.
       01  WS-SHIFT                PIC 9(3)    VALUE 0.
       01  WS-NEW-SUB              PIC 9(2)    VALUE 0.

       01  WS-FIRST-NAME-VALUES.
           05  FILLER              PIC X(50)   VALUE
               "ALAN      BRENDA    CARL      DIANA     EDWARD    ".
           05  FILLER              PIC X(50)   VALUE
               "FIONA     GORDON    HELEN     IAN       JUNE      ".
           05  FILLER              PIC X(50)   VALUE
               "KEITH     LORNA     MARTIN    NORA      OWEN      ".
           05  FILLER              PIC X(50)   VALUE
               "PAULINE   QUENTIN   ROSE      STUART    TERESA    ".
           05  FILLER              PIC X(50)   VALUE
               "URSULA    VICTOR    WENDY     XAVIER    YVONNE    ".
           05  FILLER              PIC X(50)   VALUE
               "ZACHARY   AGNES     BERNARD   CELIA     DOUGLAS   ".
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05  WS-FIRST-NAME       PIC X(10)   OCCURS 30 TIMES.

       01  WS-SURNAME-VALUES.
           05  FILLER              PIC X(50)   VALUE
               "ABBOTT    BARKER    CHAPMAN   DAWSON    ELLIOTT   ".
           05  FILLER              PIC X(50)   VALUE
               "FLETCHER  GARDNER   HOLLAND   INGRAM    JARVIS    ".
           05  FILLER              PIC X(50)   VALUE
               "KENDALL   LAMBERT   MORTON    NEWMAN    OSBORNE   ".
           05  FILLER              PIC X(50)   VALUE
               "PARSONS   QUINN     RAWLINGS  SUTTON    TURNER    ".
           05  FILLER              PIC X(50)   VALUE
               "UNDERWOOD VAUGHAN   WALTON    YATES     ASHLEY    ".
           05  FILLER              PIC X(50)   VALUE
               "BRADLEY   CROSS     DENTON    EMERSON   FOSTER    ".
       01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
           05  WS-SURNAME          PIC X(10)   OCCURS 30 TIMES.

       01  WS-STREET-VALUES.
           05  FILLER              PIC X(45)   VALUE
               "MILL LANE      CHURCH ROAD    STATION ROAD   ".
           05  FILLER              PIC X(45)   VALUE
               "HIGH STREET    PARK AVENUE    ORCHARD WAY    ".
           05  FILLER              PIC X(45)   VALUE
               "VICTORIA ROAD  MEADOW CLOSE   KINGS DRIVE    ".
           05  FILLER              PIC X(45)   VALUE
               "BRIDGE STREET  WILLOW CLOSE   QUEENS ROAD    ".
           05  FILLER              PIC X(45)   VALUE
               "CEDAR GROVE    MARKET PLACE   NORTH TERRACE  ".
           05  FILLER              PIC X(45)   VALUE
               "ELM GARDENS    ABBEY ROAD     FOREST VIEW    ".
       01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           05  WS-STREET           PIC X(15)   OCCURS 18 TIMES.

       01  WS-TOWN-VALUES.
           05  FILLER              PIC X(45)   VALUE
               "ASHBOROUGH     BRAMFIELD      CALDERTON      ".
           05  FILLER              PIC X(45)   VALUE
               "DUNSMORE       EASTLEIGH      FAIRHAVEN      ".
           05  FILLER              PIC X(45)   VALUE
               "GLENBROOK      HARTWELL       IVYBRIDGE      ".
           05  FILLER              PIC X(45)   VALUE
               "KINGSMERE      LONGFORD       MARLOW         ".
           05  FILLER              PIC X(45)   VALUE
               "NEWBURY        OAKHAM         PENSHURST      ".
           05  FILLER              PIC X(45)   VALUE
               "REDCLIFFE      STANWAY        THORNBURY      ".
       01  WS-TOWN-TABLE REDEFINES WS-TOWN-VALUES.
           05  WS-TOWN             PIC X(15)   OCCURS 18 TIMES.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MASKED-COPY: Starting masked test-region copy"

           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARAMETERS THRU PARSE-RUN-PARAMETERS-EXIT

      *    THE TARGET IS JUDGED BEFORE ANY FILE IS OPENED - A
      *    PRODUCTION NAME NEVER GETS AS FAR AS AN OPEN OUTPUT.
           PERFORM CHECK-TARGET-QUALIFIER
               THRU CHECK-TARGET-QUALIFIER-EXIT
           IF WS-TARGET-REFUSED
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF
           IF WS-CHECK-ONLY
               DISPLAY "MASKED-COPY: Target " WS-TARGET-QUAL
                   " accepted - check only, nothing copied"
               MOVE 0 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF
           DISPLAY "MASKED-COPY: Copying to " WS-TARGET-QUAL

      *    THE MASTER LOCK KEEPS THE NIGHT'S POSTING (AND THE CUSTFILE
      *    MAINTENANCE THAT RIDES WITH IT) OUT WHILE THE THREE FILES
      *    ARE SWEPT, SO THE COPY IS OF ONE CONSISTENT MOMENT.
           PERFORM ACQUIRE-MASTER-LOCK THRU ACQUIRE-MASTER-LOCK-EXIT
           IF WS-LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM READ-MASTER-SEAL THRU READ-MASTER-SEAL-EXIT

           PERFORM COPY-MASTER THRU COPY-MASTER-EXIT
           IF NOT WS-COPY-FAILED
               PERFORM COPY-CUSTOMERS THRU COPY-CUSTOMERS-EXIT
           END-IF
           IF NOT WS-COPY-FAILED
               PERFORM COPY-AUDIT-HISTORY
                   THRU COPY-AUDIT-HISTORY-EXIT
           END-IF
           PERFORM RELEASE-MASTER-LOCK THRU RELEASE-MASTER-LOCK-EXIT

           IF WS-COPY-FAILED
               DISPLAY "MASKED-COPY: *** ERROR - COPY NOT COMPLETED "
                   "- TEST FILES LEFT UNSEALED AND MUST NOT BE "
                   "USED ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           DISPLAY "MASKED-COPY: Master records copied:   "
               WS-MAST-COPIED
           MOVE WS-MAST-AMOUNT-COPIED TO WS-AMOUNT-DISPLAY
           DISPLAY "MASKED-COPY: Master amount copied:    "
               WS-AMOUNT-DISPLAY
           DISPLAY "MASKED-COPY: Customer records copied: "
               WS-CUST-COPIED
           DISPLAY "MASKED-COPY: Audit records copied:    "
               WS-AUDH-COPIED
           MOVE WS-AUDH-MOVEMENT-COPIED TO WS-AMOUNT-DISPLAY
           DISPLAY "MASKED-COPY: Audit net movement:      "
               WS-AMOUNT-DISPLAY
           DISPLAY "MASKED-COPY: Names masked:            "
               WS-NAMES-MASKED
           DISPLAY "MASKED-COPY: Address fields masked:   "
               WS-ADDRESSES-MASKED

           PERFORM PROVE-TEST-COPY THRU PROVE-TEST-COPY-EXIT
           IF WS-COPY-FAILED
               DISPLAY "MASKED-COPY: *** ERROR - TEST COPY DOES NOT "
                   "PROVE TO THE SOURCE - TEST FILES LEFT UNSEALED "
                   "AND MUST NOT BE USED ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM PROVE-AGAINST-SEAL THRU PROVE-AGAINST-SEAL-EXIT
           IF WS-SEAL-COPY
               PERFORM WRITE-TEST-SEAL THRU WRITE-TEST-SEAL-EXIT
           END-IF

           DISPLAY "MASKED-COPY: Masked test-region copy completed"
           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

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
               WHEN "TARGET"
                   MOVE WS-VAL-PART TO WS-TARGET-QUAL
               WHEN "SEED"
                   MOVE WS-VAL-PART(1:5) TO WS-SEED
               WHEN "CHECK"
                   SET WS-CHECK-ONLY TO TRUE
               WHEN "OVERRIDE"
                   SET WS-OVERRIDE-REQUESTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-ONE-TOKEN-EXIT.
           EXIT.

      *================================================================
      *  PRODUCTION GUARD. THE JOB BUILDS EVERY TARGET DATASET NAME
      *  FROM THE SAME QUALIFIER IT PASSES HERE AS TARGET=, SO
      *  REFUSING THE QUALIFIER REFUSES THE NAMES. A MISSING TARGET
      *  IS REFUSED TOO - THERE IS NO DEFAULT TO FALL BACK ON.
      *================================================================
       CHECK-TARGET-QUALIFIER.
           MOVE 'N' TO WS-TARGET-REFUSED-SW
           IF WS-TARGET-QUAL = SPACES
               DISPLAY "MASKED-COPY: *** ERROR - NO TARGET= "
                   "QUALIFIER GIVEN - RUN REFUSED ***"
               SET WS-TARGET-REFUSED TO TRUE
               GO TO CHECK-TARGET-QUALIFIER-EXIT
           END-IF

           MOVE SPACES TO WS-TARGET-HLQ
           UNSTRING WS-TARGET-QUAL DELIMITED BY "."
               INTO WS-TARGET-HLQ
           IF WS-TARGET-HLQ = WS-PROD-HLQ
               DISPLAY "MASKED-COPY: *** ERROR - TARGET "
                   WS-TARGET-QUAL " IS A PRODUCTION DATASET NAME - "
                   "RUN REFUSED ***"
               SET WS-TARGET-REFUSED TO TRUE
               SET ALW-CRITICAL TO TRUE
               MOVE "PRODTGT" TO ALW-CODE
               MOVE SPACES TO ALW-MESSAGE
               STRING "TEST COPY AIMED AT " WS-TARGET-QUAL
                   " - RUN REFUSED" DELIMITED BY SIZE
                   INTO ALW-MESSAGE
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
           END-IF.

       CHECK-TARGET-QUALIFIER-EXIT.
           EXIT.

      *================================================================
      *  THE THREE COPY SWEEPS. EACH READS ITS PRODUCTION FILE IN KEY
      *  ORDER, MASKS WHAT NEEDS MASKING IN THE RECORD AREA AND
      *  WRITES THE RESULT TO THE EMPTY TEST CLUSTER. A TARGET THAT
      *  WILL NOT OPEN FOR OUTPUT (ALREADY LOADED, NOT DEFINED) OR A
      *  WRITE THAT FAILS STOPS THE COPY.
      *================================================================
       COPY-MASTER.
           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS NOT = "00"
               DISPLAY "MASKED-COPY: *** ERROR - MASTFILE OPEN "
                   "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               SET WS-COPY-FAILED TO TRUE
               GO TO COPY-MASTER-EXIT
           END-IF
           OPEN OUTPUT TSTMASTFILE
           IF WS-TSTMAST-STATUS NOT = "00"
               DISPLAY "MASKED-COPY: *** ERROR - TSTMAST OPEN "
                   "FAILED, STATUS: " WS-TSTMAST-STATUS
                   " - THE TEST CLUSTER MUST BE FRESHLY DEFINED ***"
               CLOSE MASTFILE
               SET WS-COPY-FAILED TO TRUE
               GO TO COPY-MASTER-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM COPY-ONE-MASTER THRU COPY-ONE-MASTER-EXIT
               UNTIL WS-EOF OR WS-COPY-FAILED

           CLOSE MASTFILE
           CLOSE TSTMASTFILE.

       COPY-MASTER-EXIT.
           EXIT.

       COPY-ONE-MASTER.
           READ MASTFILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO COPY-ONE-MASTER-EXIT
           END-READ
           ADD 1 TO WS-MAST-COPIED
           IF MAST-AMOUNT NUMERIC
               ADD MAST-AMOUNT TO WS-MAST-AMOUNT-COPIED
           END-IF

           MOVE MAST-NAME TO WS-HASH-TEXT
           PERFORM MASK-NAME THRU MASK-NAME-EXIT
           MOVE WS-MASKED-TEXT TO MAST-NAME

           MOVE MASTER-RECORD TO TSTMAST-RECORD
           WRITE TSTMAST-RECORD
               INVALID KEY
                   DISPLAY "MASKED-COPY: *** ERROR - TSTMAST WRITE "
                       "FAILED FOR " MAST-KEY ", STATUS: "
                       WS-TSTMAST-STATUS " ***"
                   ADD 1 TO WS-WRITE-ERRORS
                   SET WS-COPY-FAILED TO TRUE
           END-WRITE.

       COPY-ONE-MASTER-EXIT.
           EXIT.

       COPY-CUSTOMERS.
           OPEN INPUT CUSTFILE
           IF WS-CUSTFILE-STATUS NOT = "00"
               DISPLAY "MASKED-COPY: *** ERROR - CUSTFILE OPEN "
                   "FAILED, STATUS: " WS-CUSTFILE-STATUS " ***"
               SET WS-COPY-FAILED TO TRUE
               GO TO COPY-CUSTOMERS-EXIT
           END-IF
           OPEN OUTPUT TSTCUSTFILE
           IF WS-TSTCUST-STATUS NOT = "00"
               DISPLAY "MASKED-COPY: *** ERROR - TSTCUST OPEN "
                   "FAILED, STATUS: " WS-TSTCUST-STATUS
                   " - THE TEST CLUSTER MUST BE FRESHLY DEFINED ***"
               CLOSE CUSTFILE
               SET WS-COPY-FAILED TO TRUE
               GO TO COPY-CUSTOMERS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM COPY-ONE-CUSTOMER THRU COPY-ONE-CUSTOMER-EXIT
               UNTIL WS-EOF OR WS-COPY-FAILED

           CLOSE CUSTFILE
           CLOSE TSTCUSTFILE.

       COPY-CUSTOMERS-EXIT.
           EXIT.

       COPY-ONE-CUSTOMER.
           READ CUSTFILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO COPY-ONE-CUSTOMER-EXIT
           END-READ
           ADD 1 TO WS-CUST-COPIED

           MOVE CUST-NAME TO WS-HASH-TEXT
           PERFORM MASK-NAME THRU MASK-NAME-EXIT
           MOVE WS-MASKED-TEXT TO CUST-NAME

           MOVE CUST-ADDR-LINE1 TO WS-HASH-TEXT
           PERFORM MASK-STREET THRU MASK-STREET-EXIT
           MOVE WS-MASKED-TEXT TO CUST-ADDR-LINE1

           MOVE CUST-ADDR-LINE2 TO WS-HASH-TEXT
           PERFORM MASK-TOWN THRU MASK-TOWN-EXIT
           MOVE WS-MASKED-TEXT TO CUST-ADDR-LINE2

           MOVE CUST-POSTCODE TO WS-HASH-TEXT
           PERFORM MASK-POSTCODE THRU MASK-POSTCODE-EXIT
           MOVE WS-MASKED-TEXT TO CUST-POSTCODE

           MOVE CUSTOMER-RECORD TO TSTCUST-RECORD
           WRITE TSTCUST-RECORD
               INVALID KEY
                   DISPLAY "MASKED-COPY: *** ERROR - TSTCUST WRITE "
                       "FAILED FOR " CUST-KEY ", STATUS: "
                       WS-TSTCUST-STATUS " ***"
                   ADD 1 TO WS-WRITE-ERRORS
                   SET WS-COPY-FAILED TO TRUE
           END-WRITE.

       COPY-ONE-CUSTOMER-EXIT.
           EXIT.

       COPY-AUDIT-HISTORY.
           OPEN INPUT AUDMASTFILE
           IF WS-AUDMAST-STATUS NOT = "00"
               DISPLAY "MASKED-COPY: *** ERROR - AUDMAST OPEN "
                   "FAILED, STATUS: " WS-AUDMAST-STATUS " ***"
               SET WS-COPY-FAILED TO TRUE
               GO TO COPY-AUDIT-HISTORY-EXIT
           END-IF
           OPEN OUTPUT TSTAUDHFILE
           IF WS-TSTAUDH-STATUS NOT = "00"
               DISPLAY "MASKED-COPY: *** ERROR - TSTAUDH OPEN "
                   "FAILED, STATUS: " WS-TSTAUDH-STATUS
                   " - THE TEST CLUSTER MUST BE FRESHLY DEFINED ***"
               CLOSE AUDMASTFILE
               SET WS-COPY-FAILED TO TRUE
               GO TO COPY-AUDIT-HISTORY-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM COPY-ONE-AUDIT THRU COPY-ONE-AUDIT-EXIT
               UNTIL WS-EOF OR WS-COPY-FAILED

           CLOSE AUDMASTFILE
           CLOSE TSTAUDHFILE.

       COPY-AUDIT-HISTORY-EXIT.
           EXIT.

       COPY-ONE-AUDIT.
           READ AUDMASTFILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO COPY-ONE-AUDIT-EXIT
           END-READ
           ADD 1 TO WS-AUDH-COPIED
           MOVE AUDH-OLD-AMOUNT TO WS-AUDH-OLD-AMOUNT
           MOVE AUDH-NEW-AMOUNT TO WS-AUDH-NEW-AMOUNT
           COMPUTE WS-AUDH-MOVEMENT-COPIED = WS-AUDH-MOVEMENT-COPIED
               + WS-AUDH-NEW-AMOUNT - WS-AUDH-OLD-AMOUNT

           MOVE AUDH-RECORD TO TSTAUDH-RECORD
           WRITE TSTAUDH-RECORD
               INVALID KEY
                   DISPLAY "MASKED-COPY: *** ERROR - TSTAUDH WRITE "
                       "FAILED FOR " AUDH-KEY ", STATUS: "
                       WS-TSTAUDH-STATUS " ***"
                   ADD 1 TO WS-WRITE-ERRORS
                   SET WS-COPY-FAILED TO TRUE
           END-WRITE.

       COPY-ONE-AUDIT-EXIT.
           EXIT.

      *================================================================
      *  SUBSTITUTE NAMES AND ADDRESSES. EACH PARAGRAPH TAKES THE
      *  ORIGINAL IN WS-HASH-TEXT AND LEAVES ITS SUBSTITUTE IN
      *  WS-MASKED-TEXT; A BLANK FIELD STAYS BLANK. THE TABLE
      *  ENTRIES ARE PICKED BY THE HASH OF THE ORIGINAL, SO EQUAL
      *  ORIGINALS ALWAYS PICK EQUAL SUBSTITUTES.
      *================================================================
       MASK-NAME.
           MOVE SPACES TO WS-MASKED-TEXT
           IF WS-HASH-TEXT = SPACES
               GO TO MASK-NAME-EXIT
           END-IF
           PERFORM COMPUTE-TEXT-HASH THRU COMPUTE-TEXT-HASH-EXIT
           DIVIDE WS-HASH-VALUE BY 30 GIVING WS-HASH-QUOTIENT
               REMAINDER WS-PICK
           DIVIDE WS-HASH-QUOTIENT BY 30 GIVING WS-HASH-QUOTIENT
               REMAINDER WS-PICK-2
           ADD 1 TO WS-PICK
           ADD 1 TO WS-PICK-2
           STRING WS-FIRST-NAME(WS-PICK) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SURNAME(WS-PICK-2) DELIMITED BY SPACE
               INTO WS-MASKED-TEXT
           ADD 1 TO WS-NAMES-MASKED.

       MASK-NAME-EXIT.
           EXIT.

       MASK-STREET.
           MOVE SPACES TO WS-MASKED-TEXT
           IF WS-HASH-TEXT = SPACES
               GO TO MASK-STREET-EXIT
           END-IF
           PERFORM COMPUTE-TEXT-HASH THRU COMPUTE-TEXT-HASH-EXIT
           DIVIDE WS-HASH-VALUE BY 18 GIVING WS-HASH-QUOTIENT
               REMAINDER WS-PICK
           DIVIDE WS-HASH-QUOTIENT BY 90 GIVING WS-HASH-QUOTIENT
               REMAINDER WS-PICK-2
           ADD 1 TO WS-PICK
           COMPUTE WS-HOUSE-NUMBER = WS-PICK-2 + 10
           STRING WS-HOUSE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STREET(WS-PICK) DELIMITED BY "  "
               INTO WS-MASKED-TEXT
           ADD 1 TO WS-ADDRESSES-MASKED.

       MASK-STREET-EXIT.
           EXIT.

       MASK-TOWN.
           MOVE SPACES TO WS-MASKED-TEXT
           IF WS-HASH-TEXT = SPACES
               GO TO MASK-TOWN-EXIT
           END-IF
           PERFORM COMPUTE-TEXT-HASH THRU COMPUTE-TEXT-HASH-EXIT
           DIVIDE WS-HASH-VALUE BY 18 GIVING WS-HASH-QUOTIENT
               REMAINDER WS-PICK
           ADD 1 TO WS-PICK
           MOVE WS-TOWN(WS-PICK) TO WS-MASKED-TEXT
           ADD 1 TO WS-ADDRESSES-MASKED.

       MASK-TOWN-EXIT.
           EXIT.

      *    EACH LETTER OF THE POSTCODE IS MOVED ROUND THE ALPHABET
      *    AND EACH DIGIT ROUND 0-9 BY AN AMOUNT TAKEN FROM THE HASH
      *    AND ITS POSITION; SPACES AND ANY OTHER CHARACTER STAY.
       MASK-POSTCODE.
           MOVE WS-HASH-TEXT TO WS-MASKED-TEXT
           IF WS-HASH-TEXT = SPACES
               GO TO MASK-POSTCODE-EXIT
           END-IF
           PERFORM COMPUTE-TEXT-HASH THRU COMPUTE-TEXT-HASH-EXIT
           DIVIDE WS-HASH-VALUE BY 997 GIVING WS-HASH-QUOTIENT
               REMAINDER WS-SHIFT
           PERFORM SHIFT-ONE-POSTCODE-CHARACTER
               VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 9
           ADD 1 TO WS-ADDRESSES-MASKED.

       MASK-POSTCODE-EXIT.
           EXIT.

       SHIFT-ONE-POSTCODE-CHARACTER.
           PERFORM VALUE-HASH-CHARACTER
           IF WS-CHAR-VALUE > 1 AND WS-CHAR-VALUE < 28
               COMPUTE WS-HASH-WORK = WS-CHAR-VALUE - 2 + WS-SHIFT
                   + (WS-HASH-POS * 3)
               DIVIDE WS-HASH-WORK BY 26 GIVING WS-HASH-QUOTIENT
                   REMAINDER WS-NEW-SUB
               ADD 2 TO WS-NEW-SUB
               MOVE WS-HASH-ALPHABET(WS-NEW-SUB:1)
                   TO WS-MASKED-TEXT(WS-HASH-POS:1)
           END-IF
           IF WS-CHAR-VALUE > 27 AND WS-CHAR-VALUE < 38
               COMPUTE WS-HASH-WORK = WS-CHAR-VALUE - 28 + WS-SHIFT
                   + (WS-HASH-POS * 7)
               DIVIDE WS-HASH-WORK BY 10 GIVING WS-HASH-QUOTIENT
                   REMAINDER WS-NEW-SUB
               ADD 28 TO WS-NEW-SUB
               MOVE WS-HASH-ALPHABET(WS-NEW-SUB:1)
                   TO WS-MASKED-TEXT(WS-HASH-POS:1)
           END-IF.

      *    HASH OF WS-HASH-TEXT INTO WS-HASH-VALUE (0-99990), STARTED
      *    FROM THE SEED: EACH CHARACTER IN TURN, VALUE = VALUE * 41
      *    + CHARACTER VALUE, KEPT BELOW THE PRIME 99991.
       COMPUTE-TEXT-HASH.
           DIVIDE WS-SEED BY 99991 GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-VALUE
           PERFORM HASH-ONE-CHARACTER
               VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 20.

       COMPUTE-TEXT-HASH-EXIT.
           EXIT.

       HASH-ONE-CHARACTER.
           PERFORM VALUE-HASH-CHARACTER
           COMPUTE WS-HASH-WORK = (WS-HASH-VALUE * 41) + WS-CHAR-VALUE
           DIVIDE WS-HASH-WORK BY 99991 GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-VALUE.

       VALUE-HASH-CHARACTER.
           MOVE 'N' TO WS-CHAR-FOUND-SW
           MOVE 38 TO WS-CHAR-VALUE
           PERFORM FIND-HASH-CHARACTER
               VARYING WS-ALPHA-SUB FROM 1 BY 1
               UNTIL WS-ALPHA-SUB > 37 OR WS-CHAR-FOUND.

       FIND-HASH-CHARACTER.
           IF WS-HASH-TEXT(WS-HASH-POS:1)
               = WS-HASH-ALPHABET(WS-ALPHA-SUB:1)
               SET WS-CHAR-FOUND TO TRUE
               MOVE WS-ALPHA-SUB TO WS-CHAR-VALUE
           END-IF.

      *================================================================
      *  PROOF. EVERY TEST CLUSTER IS READ BACK FROM THE START AND
      *  ITS COUNT (AND FOR THE MASTER AND AUDMAST ITS DOLLAR
      *  FIGURE) LAID AGAINST WHAT THE COPY SWEEP READ FROM
      *  PRODUCTION. MASKING TOUCHES NO KEY OR AMOUNT, SO ANY
      *  DIFFERENCE IS A LOST OR DAMAGED RECORD.
      *================================================================
       PROVE-TEST-COPY.
           OPEN INPUT TSTMASTFILE
           IF WS-TSTMAST-STATUS NOT = "00"
               DISPLAY "MASKED-COPY: *** ERROR - TSTMAST NOT "
                   "READABLE FOR THE PROOF, STATUS: "
                   WS-TSTMAST-STATUS " ***"
               SET WS-COPY-FAILED TO TRUE
               GO TO PROVE-TEST-COPY-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM PROVE-ONE-MASTER UNTIL WS-EOF
           CLOSE TSTMASTFILE

           OPEN INPUT TSTCUSTFILE
           IF WS-TSTCUST-STATUS NOT = "00"
               DISPLAY "MASKED-COPY: *** ERROR - TSTCUST NOT "
                   "READABLE FOR THE PROOF, STATUS: "
                   WS-TSTCUST-STATUS " ***"
               SET WS-COPY-FAILED TO TRUE
               GO TO PROVE-TEST-COPY-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM PROVE-ONE-CUSTOMER UNTIL WS-EOF
           CLOSE TSTCUSTFILE

           OPEN INPUT TSTAUDHFILE
           IF WS-TSTAUDH-STATUS NOT = "00"
               DISPLAY "MASKED-COPY: *** ERROR - TSTAUDH NOT "
                   "READABLE FOR THE PROOF, STATUS: "
                   WS-TSTAUDH-STATUS " ***"
               SET WS-COPY-FAILED TO TRUE
               GO TO PROVE-TEST-COPY-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM PROVE-ONE-AUDIT UNTIL WS-EOF
           CLOSE TSTAUDHFILE

           IF WS-MAST-PROVED NOT = WS-MAST-COPIED
               OR WS-MAST-AMOUNT-PROVED NOT = WS-MAST-AMOUNT-COPIED
               MOVE WS-MAST-AMOUNT-COPIED TO WS-AMOUNT-DISPLAY
               MOVE WS-MAST-AMOUNT-PROVED TO WS-PROVED-DISPLAY
               DISPLAY "MASKED-COPY: *** ERROR - TSTMAST HOLDS "
                   WS-MAST-PROVED " RECORDS, " WS-PROVED-DISPLAY
                   " AGAINST " WS-MAST-COPIED " RECORDS, "
                   WS-AMOUNT-DISPLAY " READ ***"
               SET WS-COPY-FAILED TO TRUE
           END-IF
           IF WS-CUST-PROVED NOT = WS-CUST-COPIED
               DISPLAY "MASKED-COPY: *** ERROR - TSTCUST HOLDS "
                   WS-CUST-PROVED " RECORDS AGAINST "
                   WS-CUST-COPIED " READ ***"
               SET WS-COPY-FAILED TO TRUE
           END-IF
           IF WS-AUDH-PROVED NOT = WS-AUDH-COPIED
               OR WS-AUDH-MOVEMENT-PROVED
                   NOT = WS-AUDH-MOVEMENT-COPIED
               MOVE WS-AUDH-MOVEMENT-COPIED TO WS-AMOUNT-DISPLAY
               MOVE WS-AUDH-MOVEMENT-PROVED TO WS-PROVED-DISPLAY
               DISPLAY "MASKED-COPY: *** ERROR - TSTAUDH HOLDS "
                   WS-AUDH-PROVED " RECORDS, " WS-PROVED-DISPLAY
                   " AGAINST " WS-AUDH-COPIED " RECORDS, "
                   WS-AMOUNT-DISPLAY " READ ***"
               SET WS-COPY-FAILED TO TRUE
           END-IF
           IF NOT WS-COPY-FAILED
               DISPLAY "MASKED-COPY: Test copy proved - counts and "
                   "totals agree with the source"
           END-IF.

       PROVE-TEST-COPY-EXIT.
           EXIT.

       PROVE-ONE-MASTER.
           READ TSTMASTFILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MAST-PROVED
                   MOVE TSTMAST-RECORD TO MASTER-RECORD
                   IF MAST-AMOUNT NUMERIC
                       ADD MAST-AMOUNT TO WS-MAST-AMOUNT-PROVED
                   END-IF
           END-READ.

       PROVE-ONE-CUSTOMER.
           READ TSTCUSTFILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUST-PROVED
           END-READ.

       PROVE-ONE-AUDIT.
           READ TSTAUDHFILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDH-PROVED
                   MOVE TSTAUDH-RECORD TO AUDH-RECORD
                   MOVE AUDH-OLD-AMOUNT TO WS-AUDH-OLD-AMOUNT
                   MOVE AUDH-NEW-AMOUNT TO WS-AUDH-NEW-AMOUNT
                   COMPUTE WS-AUDH-MOVEMENT-PROVED =
                       WS-AUDH-MOVEMENT-PROVED
                       + WS-AUDH-NEW-AMOUNT - WS-AUDH-OLD-AMOUNT
           END-READ.

      *================================================================
      *  THE PRODUCTION SEAL AGAINST THE SOURCE SWEEP (SEE THE
      *  MSTSEAL COPYBOOK) DECIDES WHETHER THE COPY IS SEALED. A
      *  FIRST RUN WITH NO SEAL ON FILE IS SEALED WITH A WARNING;
      *  A BROKEN SEAL LEAVES THE COPY UNSEALED UNLESS OVERRIDE IS
      *  GIVEN - REPRODUCING THE VERY PROBLEM THAT BROKE IT IS A
      *  GOOD REASON TO GIVE IT.
      *================================================================
       PROVE-AGAINST-SEAL.
           MOVE 'N' TO WS-SEAL-COPY-SW
           IF NOT WS-SEAL-PRESENT
               DISPLAY "MASKED-COPY: *** WARNING - NO SEAL ON "
                   "FILE - SOURCE NOT PROVED, COPY SEALED FROM "
                   "ITS OWN FIGURES ***"
               SET WS-SEAL-COPY TO TRUE
               MOVE 4 TO RETURN-CODE
               GO TO PROVE-AGAINST-SEAL-EXIT
           END-IF

           IF WS-MAST-COPIED = WS-SEAL-HELD-COUNT
               AND WS-MAST-AMOUNT-COPIED = WS-SEAL-HELD-TOTAL
               DISPLAY "MASKED-COPY: Source agrees with the seal "
                   "written by " WS-SEAL-HELD-WRITER " at "
                   WS-SEAL-HELD-STAMP
               SET WS-SEAL-COPY TO TRUE
               MOVE 0 TO RETURN-CODE
               GO TO PROVE-AGAINST-SEAL-EXIT
           END-IF

           MOVE WS-SEAL-HELD-TOTAL TO WS-PROVED-DISPLAY
           DISPLAY "MASKED-COPY: *** BROKEN SEAL - SEAL WRITTEN BY "
               WS-SEAL-HELD-WRITER " AT " WS-SEAL-HELD-STAMP
               " HOLDS " WS-SEAL-HELD-COUNT " RECORDS, "
               WS-PROVED-DISPLAY " - AN OUT-OF-BAND CHANGE HAS "
               "TOUCHED THE MASTER ***"
           SET ALW-CRITICAL TO TRUE
           MOVE "MSTSEAL" TO ALW-CODE
           MOVE SPACES TO ALW-MESSAGE
           STRING "BROKEN SEAL - WRITTEN BY " WS-SEAL-HELD-WRITER
               " AT " WS-SEAL-HELD-STAMP
               DELIMITED BY SIZE INTO ALW-MESSAGE
           PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
           IF WS-OVERRIDE-REQUESTED
               DISPLAY "MASKED-COPY: *** WARNING - OVERRIDE "
                   "GIVEN - COPY SEALED FROM ITS OWN FIGURES ***"
               SET WS-SEAL-COPY TO TRUE
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "MASKED-COPY: *** RUN REFUSED - TEST COPY "
                   "LEFT UNSEALED; RERUN WITH THE OVERRIDE "
                   "PARAMETER TO COPY THE MASTER AS IT STANDS ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROVE-AGAINST-SEAL-EXIT.
           EXIT.

       READ-MASTER-SEAL.
           MOVE 'N' TO WS-SEAL-PRESENT-SW
           OPEN INPUT MASTSEALFILE
           IF WS-MASTSEAL-STATUS NOT = "00"
               GO TO READ-MASTER-SEAL-EXIT
           END-IF
           MOVE SPACES TO MASTSEAL-RECORD
           READ MASTSEALFILE
               AT END
                   CONTINUE
           END-READ
           CLOSE MASTSEALFILE
           IF SEAL-COUNT NOT NUMERIC
               GO TO READ-MASTER-SEAL-EXIT
           END-IF
           SET WS-SEAL-PRESENT TO TRUE
           MOVE SEAL-COUNT TO WS-SEAL-HELD-COUNT
           MOVE SEAL-TOTAL TO WS-SEAL-HELD-TOTAL
           MOVE SEAL-WRITER TO WS-SEAL-HELD-WRITER
           MOVE SEAL-TIMESTAMP TO WS-SEAL-HELD-STAMP.

       READ-MASTER-SEAL-EXIT.
           EXIT.

      *    THE TEST MASTER'S OWN SEAL, FROM THE PROVED READ-BACK, SO
      *    THE TEST REGION'S MASTER READERS FIND IT INTACT.
       WRITE-TEST-SEAL.
           OPEN OUTPUT TSTSEALFILE
           IF WS-TSTSEAL-STATUS NOT = "00"
               DISPLAY "MASKED-COPY: *** ERROR - TSTSEAL OPEN "
                   "FAILED, STATUS: " WS-TSTSEAL-STATUS
                   " - TEST COPY LEFT UNSEALED ***"
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-TEST-SEAL-EXIT
           END-IF
           MOVE SPACES TO MASTSEAL-RECORD
           MOVE WS-MAST-PROVED TO SEAL-COUNT
           MOVE WS-MAST-AMOUNT-PROVED TO SEAL-TOTAL
           ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           STRING WS-DATE-NOW DELIMITED BY SIZE
               WS-TIME-NOW DELIMITED BY SIZE
               INTO SEAL-TIMESTAMP
           MOVE WS-LOCK-PROGRAM-NAME TO SEAL-WRITER
           MOVE MASTSEAL-RECORD TO TSTSEAL-RECORD
           WRITE TSTSEAL-RECORD
           CLOSE TSTSEALFILE
           DISPLAY "MASKED-COPY: Test master sealed at "
               WS-MAST-PROVED " records".

       WRITE-TEST-SEAL-EXIT.
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
                       DISPLAY "MASKED-COPY: *** WARNING - "
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
                       DISPLAY "MASKED-COPY: *** ERROR - "
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
               DISPLAY "MASKED-COPY: Master lock file "
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
               DISPLAY "MASKED-COPY: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "MASKED-COPY" TO ALR-PROGRAM
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
