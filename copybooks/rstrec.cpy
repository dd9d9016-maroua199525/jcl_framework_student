      *================================================================
      *  RSTREC - SHARED ACCOUNT RESTRICTION FILE RECORD LAYOUT
      *  USED BY RESTRICT-MAINT, DATA-PROCESSOR AND RESTRICT-REPORT
      *  AGAINST RSTFILE. ONE RECORD PER RESTRICTION, KEYED BY THE
      *  ACCOUNT AND THE REFERENCE NUMBER OF THE ORDER OR INSTRUCTION
      *  BEHIND IT (A COURT ORDER, A LEVY, A FRAUD CASE), SO ONE
      *  ACCOUNT MAY CARRY SEVERAL AT ONCE. THE TYPES:
      *      F  FREEZE - NOTHING POSTS TO OR FROM THE ACCOUNT
      *      L  LEGAL HOLD - THE HOLD AMOUNT MAY NOT BE DRAWN DOWN
      *      N  POST-NO-DEBIT - CREDITS POST, DEBITS DO NOT
      *  A RESTRICTION IS IN FORCE FROM ITS START DATE THROUGH ITS
      *  EXPIRY DATE (BLANK MEANS UNTIL RELEASED) WHILE ITS STATUS IS
      *  ACTIVE. A RELEASED RESTRICTION STAYS ON FILE FOR HISTORY.
      *================================================================
       01  RESTRICT-RECORD.
           05  RST-KEY.
               10  RST-ACCOUNT     PIC X(10).
               10  RST-REFERENCE   PIC X(12).
           05  RST-TYPE            PIC X(01).
               88  RST-IS-FREEZE               VALUE "F".
               88  RST-IS-LEGAL-HOLD           VALUE "L".
               88  RST-IS-NO-DEBIT             VALUE "N".
               88  RST-TYPE-VALID              VALUES "F", "L", "N".
           05  RST-HOLD-AMOUNT     PIC 9(7)V99.
           05  RST-START-DATE      PIC X(08).
           05  RST-EXPIRY-DATE     PIC X(08).
           05  RST-STATUS          PIC X(01).
               88  RST-ACTIVE                  VALUE "A".
               88  RST-RELEASED                VALUE "R".
           05  RST-ADDED-BY        PIC X(08).
           05  RST-ADDED-DATE      PIC X(08).
           05  RST-RELEASED-BY     PIC X(08).
           05  RST-RELEASED-DATE   PIC X(08).
           05  FILLER              PIC X(19).
