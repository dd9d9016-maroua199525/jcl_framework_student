      *================================================================
      *  ESCHREC - SHARED UNCLAIMED-PROPERTY (ESCHEAT) RECORD LAYOUT
      *  WRITTEN BY ESCHEAT-CYCLE AND ESCHEAT-REMIT AGAINST ESCHFILE,
      *  READ BY MASTER-ARCHIVE. ONE RECORD PER ACCOUNT THAT HAS EVER
      *  ENTERED THE ESCHEAT CYCLE, KEYED BY THE ACCOUNT. AN ACCOUNT
      *  DORMANT PAST THE STATUTORY PERIOD WITH A BALANCE IS SENT A
      *  DUE-DILIGENCE LETTER; IF THE OWNER GETS IN TOUCH OR USES
      *  THE ACCOUNT BEFORE THE WAITING PERIOD RUNS OUT IT COMES OFF
      *  THE LIST, OTHERWISE IT IS CLOSED TO THE ESCHEAT PAYABLE AND
      *  THE BALANCE REMITTED TO THE STATE. THE STATUSES:
      *      L  LETTERED - DUE-DILIGENCE LETTER SENT, WAITING
      *      W  WITHDRAWN - CONTACT, ACTIVITY OR CLOSURE AFTER THE
      *         LETTER; THE ACCOUNT MAY RE-ENTER THE CYCLE ONCE IT
      *         HAS BEEN DORMANT AGAIN FOR THE FULL PERIOD
      *      P  CLOSING - THE ESCHEAT CLOSING TRANSACTION IS OUT FOR
      *         POSTING; NOT YET REMITTED
      *      R  REMITTED - ON A STATE REMITTANCE FILE
      *  L AND P ARE "IN THE CYCLE" - MASTER-ARCHIVE WILL NOT MOVE
      *  SUCH AN ACCOUNT OFF THE LIVE MASTER. THE OWNER NAME AND
      *  ADDRESS ARE COPIED FROM CUSTFILE WHEN THE LETTER IS SENT
      *  AND ARE WHAT THE STATE IS TOLD. THE WITHDRAWAL REASONS:
      *      ACTV  ACCOUNT ACTIVITY AFTER THE LETTER
      *      CNTC  OWNER CONTACT RECORDED ON A CONTACT CARD
      *      CLSD  ACCOUNT CLOSED OR NO LONGER IN CREDIT
      *  THE LETTER BALANCE AND ESCHEAT AMOUNT ARE IN THE ACCOUNT'S
      *  OWN CURRENCY, CARRIED IN ESC-CURRENCY (SPACES ON A RECORD
      *  FROM BEFORE CURRENCIES WERE CARRIED MEAN THE BASE CURRENCY).
      *================================================================
       01  ESCHEAT-RECORD.
           05  ESC-ACCOUNT         PIC X(10).
           05  ESC-BRANCH          PIC X(04).
           05  ESC-STATUS          PIC X(01).
               88  ESC-LETTERED                VALUE "L".
               88  ESC-WITHDRAWN               VALUE "W".
               88  ESC-CLOSING                 VALUE "P".
               88  ESC-REMITTED                VALUE "R".
               88  ESC-IN-CYCLE                VALUES "L", "P".
           05  ESC-STATUS-DATE     PIC X(08).
           05  ESC-CYCLE-COUNT     PIC 9(03).
           05  ESC-LAST-ACTIVITY   PIC X(08).
           05  ESC-LETTER-DATE     PIC X(08).
           05  ESC-LETTER-BALANCE  PIC S9(7)V99.
           05  ESC-OWNER-NAME      PIC X(20).
           05  ESC-ADDR-LINE1      PIC X(20).
           05  ESC-ADDR-LINE2      PIC X(20).
           05  ESC-POSTCODE        PIC X(09).
           05  ESC-CLOSING-DATE    PIC X(08).
           05  ESC-ESCHEAT-AMOUNT  PIC S9(7)V99.
           05  ESC-REMIT-DATE      PIC X(08).
           05  ESC-WITHDRAW-REASON PIC X(04).
               88  ESC-BY-ACTIVITY             VALUE "ACTV".
               88  ESC-BY-CONTACT              VALUE "CNTC".
               88  ESC-BY-CLOSURE              VALUE "CLSD".
           05  ESC-WITHDRAW-NOTE   PIC X(30).
           05  ESC-WITHDRAW-BY     PIC X(08).
           05  ESC-CURRENCY        PIC X(03).
           05  FILLER              PIC X(10).
