      *================================================================
      *  PAYREC - SHARED CLOSURE PAYOUT REGISTER RECORD LAYOUT
      *  WRITTEN BY PAYOUT-REGISTER AGAINST PAYREG, READ BY
      *  DATA-PROCESSOR (THE REINSTATE EDIT) AND PAYOUT-AGING. A
      *  DELETE THAT CLOSES AN ACCOUNT WITH A NON-ZERO BALANCE ZEROES
      *  THE MASTER; THE CLOSING BALANCE IS OWED TO (OR, WHEN
      *  NEGATIVE, BY) THE CUSTOMER AND IS CARRIED HERE UNTIL IT IS
      *  SETTLED. ONE RECORD PER CLOSURE, KEYED BY THE ACCOUNT AND
      *  THE CLOSURE DATE, SO AN ACCOUNT CLOSED, REINSTATED AND
      *  CLOSED AGAIN KEEPS EACH ITEM. THE PAYEE NAME AND ADDRESS
      *  ARE COPIED FROM CUSTFILE WHEN THE ITEM IS RAISED (FROM
      *  MAST-NAME, WITH NO ADDRESS, IF THE ACCOUNT HAS NO CUSTOMER
      *  DETAIL). THE STATUSES:
      *      O  OUTSTANDING - RAISED, NOT YET SETTLED
      *      C  CLEARED - A CLEARED CARD MARKED IT PAID
      *      V  VOIDED - THE ACCOUNT WAS REINSTATED BEFORE PAYMENT
      *  SETTLED AND VOIDED ITEMS STAY ON FILE FOR HISTORY. THE
      *  CLEARED DATE IS THE DATE THE BANK PAID THE ITEM; THE CLEARED
      *  POSTED DATE IS THE BUSINESS DATE THE CARD WAS APPLIED.
      *  THE AMOUNT IS IN THE ACCOUNT'S OWN CURRENCY, CARRIED IN
      *  PAY-CURRENCY (SPACES ON AN ITEM RAISED BEFORE CURRENCIES
      *  WERE CARRIED MEAN THE BASE CURRENCY).
      *================================================================
       01  PAYOUT-RECORD.
           05  PAY-KEY.
               10  PAY-ACCOUNT     PIC X(10).
               10  PAY-CLOSE-DATE  PIC X(08).
           05  PAY-BRANCH          PIC X(04).
           05  PAY-AMOUNT          PIC S9(7)V99.
           05  PAY-REASON-CODE     PIC X(04).
           05  PAY-PAYEE-NAME      PIC X(20).
           05  PAY-ADDR-LINE1      PIC X(20).
           05  PAY-ADDR-LINE2      PIC X(20).
           05  PAY-POSTCODE        PIC X(09).
           05  PAY-STATUS          PIC X(01).
               88  PAY-OUTSTANDING             VALUE "O".
               88  PAY-CLEARED                 VALUE "C".
               88  PAY-VOIDED                  VALUE "V".
           05  PAY-RAISED-DATE     PIC X(08).
           05  PAY-CLEARED-DATE    PIC X(08).
           05  PAY-CLEARED-REF     PIC X(12).
           05  PAY-CLEARED-BY      PIC X(08).
           05  PAY-CLEARED-POSTED  PIC X(08).
           05  PAY-VOID-DATE       PIC X(08).
           05  PAY-CURRENCY        PIC X(03).
