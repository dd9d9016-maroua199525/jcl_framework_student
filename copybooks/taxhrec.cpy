      *================================================================
      *  TAXHREC - SHARED INTEREST TAX FILING HISTORY RECORD LAYOUT
      *  WRITTEN BY INTEREST-TAX AGAINST TAXHIST. ONE RECORD PER
      *  ACCOUNT REPORTED FOR A TAX YEAR, KEYED BY THE YEAR AND THE
      *  ACCOUNT, HOLDING EXACTLY WHAT WAS LAST FILED FOR IT - THE
      *  INTEREST AMOUNT AND THE RECIPIENT NAME AND ADDRESS - SO A
      *  CORRECTIONS RUN CAN TELL WHICH ACCOUNTS HAVE CHANGED SINCE
      *  THE FILING AND RE-ISSUE ONLY THOSE. THE ORIGINAL AMOUNT IS
      *  KEPT AS FIRST FILED AND NEVER CHANGES. THE STATUSES:
      *      O  ORIGINAL - FILED ON THE ORIGINAL RUN, OR LATE ON A
      *         CORRECTIONS RUN WHEN IT WAS NOT REPORTABLE BEFORE
      *      C  CORRECTED - RE-ISSUED AT LEAST ONCE SINCE
      *================================================================
       01  TAX-HISTORY-RECORD.
           05  TAXH-KEY.
               10  TAXH-YEAR       PIC X(04).
               10  TAXH-ACCOUNT    PIC X(10).
           05  TAXH-BRANCH         PIC X(04).
           05  TAXH-NAME           PIC X(20).
           05  TAXH-ADDR-LINE1     PIC X(20).
           05  TAXH-ADDR-LINE2     PIC X(20).
           05  TAXH-POSTCODE       PIC X(09).
           05  TAXH-INTEREST       PIC S9(9)V99.
           05  TAXH-ORIG-INTEREST  PIC S9(9)V99.
           05  TAXH-STATUS         PIC X(01).
               88  TAXH-ORIGINAL               VALUE "O".
               88  TAXH-CORRECTED              VALUE "C".
           05  TAXH-FILED-DATE     PIC X(08).
           05  TAXH-CORR-DATE      PIC X(08).
           05  TAXH-CORR-COUNT     PIC 9(03).
           05  FILLER              PIC X(21).
