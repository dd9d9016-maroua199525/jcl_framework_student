      *================================================================
      *  ACHREC - ACH (NACHA) FILE RECORD LAYOUTS
      *  USED BY ACH-INTAKE FOR THE INBOUND ACH FILE AND, WITH THE
      *  ACH- PREFIX REPLACED, FOR THE OUTBOUND RETURN FILE. EVERY
      *  RECORD IS 94 BYTES, TYPED BY ITS FIRST BYTE:
      *      1  FILE HEADER          5  BATCH HEADER
      *      6  ENTRY DETAIL         7  ADDENDA
      *      8  BATCH CONTROL        9  FILE CONTROL
      *  A FILE IS PADDED TO A MULTIPLE OF TEN RECORDS (ONE BLOCK)
      *  WITH RECORDS OF ALL NINES AFTER THE FILE CONTROL. AMOUNTS
      *  ARE UNSIGNED, IN CENTS; DATES ARE YYMMDD. THE ENTRY HASH IS
      *  THE SUM OF THE 8-DIGIT RECEIVING DFI ROUTING NUMBERS OF THE
      *  ENTRIES, TRUNCATED TO ITS RIGHTMOST TEN DIGITS. A RETURN IS
      *  AN ENTRY WITH A TYPE 99 ADDENDA CARRYING THE RETURN REASON
      *  (R02, R03, ...) AND THE ORIGINAL ENTRY'S TRACE NUMBER.
      *================================================================
       01  ACH-RECORD.
           05  ACH-REC-TYPE        PIC X(01).
               88  ACH-IS-FILE-HEADER          VALUE "1".
               88  ACH-IS-BATCH-HEADER         VALUE "5".
               88  ACH-IS-ENTRY-DETAIL         VALUE "6".
               88  ACH-IS-ADDENDA              VALUE "7".
               88  ACH-IS-BATCH-CONTROL        VALUE "8".
               88  ACH-IS-FILE-CONTROL         VALUE "9".
           05  FILLER              PIC X(93).

       01  ACH-FILE-HEADER-RECORD.
           05  ACH-FH-TYPE         PIC X(01).
           05  ACH-FH-PRIORITY     PIC X(02).
           05  ACH-FH-IMMED-DEST   PIC X(10).
           05  ACH-FH-IMMED-ORIGIN PIC X(10).
           05  ACH-FH-CREATE-DATE  PIC X(06).
           05  ACH-FH-CREATE-TIME  PIC X(04).
           05  ACH-FH-FILE-ID-MOD  PIC X(01).
           05  ACH-FH-RECORD-SIZE  PIC X(03).
           05  ACH-FH-BLOCKING     PIC X(02).
           05  ACH-FH-FORMAT-CODE  PIC X(01).
           05  ACH-FH-DEST-NAME    PIC X(23).
           05  ACH-FH-ORIGIN-NAME  PIC X(23).
           05  ACH-FH-REFERENCE    PIC X(08).

       01  ACH-BATCH-HEADER-RECORD.
           05  ACH-BH-TYPE         PIC X(01).
           05  ACH-BH-SERVICE-CLASS PIC X(03).
           05  ACH-BH-COMPANY-NAME PIC X(16).
           05  ACH-BH-DISCRETIONARY PIC X(20).
           05  ACH-BH-COMPANY-ID   PIC X(10).
           05  ACH-BH-SEC-CODE     PIC X(03).
           05  ACH-BH-ENTRY-DESC   PIC X(10).
           05  ACH-BH-DESC-DATE    PIC X(06).
           05  ACH-BH-EFFECTIVE-DATE PIC X(06).
           05  ACH-BH-SETTLE-DATE  PIC X(03).
           05  ACH-BH-ORIG-STATUS  PIC X(01).
           05  ACH-BH-ODFI-ID      PIC X(08).
           05  ACH-BH-BATCH-NUMBER PIC X(07).

       01  ACH-ENTRY-RECORD.
           05  ACH-ED-TYPE         PIC X(01).
           05  ACH-ED-TRAN-CODE    PIC X(02).
           05  ACH-ED-RDFI-ID      PIC X(08).
           05  ACH-ED-RDFI-ID-N REDEFINES ACH-ED-RDFI-ID
                                   PIC 9(08).
           05  ACH-ED-CHECK-DIGIT  PIC X(01).
           05  ACH-ED-ACCOUNT      PIC X(17).
           05  ACH-ED-AMOUNT       PIC 9(08)V99.
           05  ACH-ED-INDIV-ID     PIC X(15).
           05  ACH-ED-INDIV-NAME   PIC X(22).
           05  ACH-ED-DISCRETIONARY PIC X(02).
           05  ACH-ED-ADDENDA-IND  PIC X(01).
           05  ACH-ED-TRACE.
               10  ACH-ED-TRACE-ODFI PIC X(08).
               10  ACH-ED-TRACE-SEQ  PIC 9(07).

       01  ACH-ADDENDA-RECORD.
           05  ACH-AD-TYPE         PIC X(01).
           05  ACH-AD-TYPE-CODE    PIC X(02).
           05  ACH-AD-PAYMENT-INFO PIC X(80).
           05  ACH-AD-SEQUENCE     PIC 9(04).
           05  ACH-AD-ENTRY-SEQ    PIC 9(07).

      *    THE RETURN ADDENDA (TYPE CODE 99).
       01  ACH-RETURN-ADDENDA-RECORD.
           05  ACH-RA-TYPE         PIC X(01).
           05  ACH-RA-TYPE-CODE    PIC X(02).
           05  ACH-RA-RETURN-CODE  PIC X(03).
           05  ACH-RA-ORIG-TRACE   PIC X(15).
           05  ACH-RA-DEATH-DATE   PIC X(06).
           05  ACH-RA-ORIG-RDFI    PIC X(08).
           05  ACH-RA-INFO         PIC X(44).
           05  ACH-RA-TRACE        PIC X(15).

       01  ACH-BATCH-CONTROL-RECORD.
           05  ACH-BC-TYPE         PIC X(01).
           05  ACH-BC-SERVICE-CLASS PIC X(03).
           05  ACH-BC-ENTRY-COUNT  PIC 9(06).
           05  ACH-BC-ENTRY-HASH   PIC 9(10).
           05  ACH-BC-TOTAL-DEBIT  PIC 9(10)V99.
           05  ACH-BC-TOTAL-CREDIT PIC 9(10)V99.
           05  ACH-BC-COMPANY-ID   PIC X(10).
           05  ACH-BC-AUTH-CODE    PIC X(19).
           05  FILLER              PIC X(06).
           05  ACH-BC-ODFI-ID      PIC X(08).
           05  ACH-BC-BATCH-NUMBER PIC X(07).

       01  ACH-FILE-CONTROL-RECORD.
           05  ACH-FC-TYPE         PIC X(01).
           05  ACH-FC-BATCH-COUNT  PIC 9(06).
           05  ACH-FC-BLOCK-COUNT  PIC 9(06).
           05  ACH-FC-ENTRY-COUNT  PIC 9(08).
           05  ACH-FC-ENTRY-HASH   PIC 9(10).
           05  ACH-FC-TOTAL-DEBIT  PIC 9(10)V99.
           05  ACH-FC-TOTAL-CREDIT PIC 9(10)V99.
           05  FILLER              PIC X(39).
