      *================================================================
      *  NTCREC - SHARED CUSTOMER NOTICE HISTORY RECORD LAYOUT
      *  WRITTEN BY NOTICE-GEN AGAINST NOTEHIST. ONE RECORD PER
      *  ACCOUNT, KEYED BY THE ACCOUNT, HOLDING TWO THINGS:
      *    - THE ADDRESS OF RECORD AS NOTICE-GEN LAST SAW IT ON
      *      CUSTFILE, AND THE ONE BEFORE IT. CUSTFILE KEEPS ONLY THE
      *      LATEST ADDRESS, SO THIS IS WHERE AN ADDRESS-CHANGE
      *      CONFIRMATION FINDS THE OLD ADDRESS TO WRITE TO. THE
      *      ADDRESS DATE IS THE BUSINESS DATE THE CHANGE WAS FIRST
      *      SEEN (OR THE CUSTFILE UPDATE DATE WHEN THE RECORD WAS
      *      FIRST TAKEN ON).
      *    - THE BUSINESS DATE EACH KIND OF NOTICE WAS LAST SENT, SO
      *      A REPEAT WITHIN THE SUPPRESSION PERIOD IS HELD BACK.
      *      THE SLOTS, IN ORDER:
      *          1  L  LOW BALANCE
      *          2  O  OVERDRAWN
      *          3  D  CLOSURE CONFIRMATION
      *          4  R  REINSTATEMENT
      *          5  N  ADDRESS CHANGE (BOTH LETTERS)
      *================================================================
       01  NOTICE-HISTORY-RECORD.
           05  NTC-ACCOUNT         PIC X(10).
           05  NTC-BRANCH          PIC X(04).
           05  NTC-ADDR-DATE       PIC X(08).
           05  NTC-CUR-ADDRESS.
               10  NTC-CUR-NAME    PIC X(20).
               10  NTC-CUR-ADDR-LINE1 PIC X(20).
               10  NTC-CUR-ADDR-LINE2 PIC X(20).
               10  NTC-CUR-POSTCODE PIC X(09).
           05  NTC-PRV-ADDRESS.
               10  NTC-PRV-NAME    PIC X(20).
               10  NTC-PRV-ADDR-LINE1 PIC X(20).
               10  NTC-PRV-ADDR-LINE2 PIC X(20).
               10  NTC-PRV-POSTCODE PIC X(09).
           05  NTC-LAST-SENT       PIC X(08)   OCCURS 5 TIMES.
           05  NTC-NOTICE-COUNT    PIC 9(05).
           05  FILLER              PIC X(45).
