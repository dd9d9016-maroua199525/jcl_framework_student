      *================================================================
      *  CIFREC - SHARED CUSTOMER MASTER RECORD LAYOUT
      *  WRITTEN BY CIF-MAINT AGAINST CIFFILE, READ BY
      *  RELATIONSHIP-REPORT AND ACCT-STATEMENT (THE COMBINED
      *  CUSTOMER STATEMENT). ONE RECORD PER CUSTOMER, KEYED BY ITS
      *  OWN CUSTOMER NUMBER - NOT BY ACCOUNT - SO A CUSTOMER WITH A
      *  CHECKING, A SAVINGS AND A LOAN ACCOUNT IS HELD ONCE WITH ONE
      *  ADDRESS. THE ACCOUNTS A CUSTOMER OWNS OR ACTS ON ARE TIED TO
      *  IT THROUGH THE CXREF CROSS-REFERENCE (SEE CXRREC). THE
      *  PER-ACCOUNT CUSTFILE SATELLITE (SEE CUSTREC) STILL CARRIES
      *  THE MAILING DETAIL FOR SINGLE-ACCOUNT STATEMENTS. A CLOSED
      *  CUSTOMER STAYS ON FILE FOR HISTORY.
      *================================================================
       01  CIF-RECORD.
           05  CIF-NUMBER          PIC X(10).
           05  CIF-NAME            PIC X(30).
           05  CIF-ADDR-LINE1      PIC X(30).
           05  CIF-ADDR-LINE2      PIC X(30).
           05  CIF-POSTCODE        PIC X(09).
           05  CIF-STATUS          PIC X(01).
               88  CIF-ACTIVE                  VALUE "A".
               88  CIF-CLOSED                  VALUE "C".
           05  CIF-OPENED-DATE     PIC X(08).
           05  CIF-CLOSED-DATE     PIC X(08).
           05  CIF-UPD-DATE        PIC X(08).
           05  CIF-UPD-BY          PIC X(08).
           05  FILLER              PIC X(08).
