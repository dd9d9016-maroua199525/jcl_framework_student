      *================================================================
      *  BALSREC - PERIOD BALANCE-STATISTICS RECORD LAYOUT
      *  WRITTEN BY BAL-STATS AT EACH PERIOD END: ONE RECORD PER
      *  ACCOUNT PER PERIOD, KEYED BY THE ACCOUNT AND THE PERIOD END
      *  DATE (THE SAME PERIOD DATE SNAPREC IS KEYED BY). THE
      *  FIGURES COME FROM REPLAYING THE ACCOUNT'S AUDMAST MOVEMENTS
      *  DAY BY DAY OVER THE PERIOD: EACH CALENDAR DAY'S BALANCE IS
      *  THE BALANCE AT THE END OF THAT DAY, AND A WEEKEND OR BANK
      *  HOLIDAY CARRIES THE BALANCE OF THE DAY BEFORE.
      *
      *  ONLY THE DAYS THE ACCOUNT WAS OPEN AT THE END OF THE DAY
      *  ARE COUNTED (BALS-DAYS-OPEN) - AN ACCOUNT OPENED IN THE
      *  PERIOD STARTS ON ITS OPENING DAY AND ONE CLOSED IN IT STOPS
      *  THE DAY BEFORE ITS CLOSURE - SO THE AVERAGE IS THE SUM OF
      *  THE COUNTED DAYS' BALANCES OVER BALS-DAYS-OPEN, ROUNDED TO
      *  THE CENT. AMOUNTS ARE IN THE ACCOUNT'S OWN CURRENCY (SPACES
      *  MEAN THE BASE CURRENCY, AS ON THE MASTER). BALS-PROOF IS P
      *  WHEN THE CLOSING BALANCE ROLLED FORWARD TO THE MASTER AMOUNT
      *  AT THE TIME OF THE RUN AND F WHEN IT DID NOT, IN WHICH CASE
      *  THE HISTORY IS INCOMPLETE AND THE FIGURES ARE SUSPECT. A
      *  RERUN OF THE SAME PERIOD REWRITES THE RECORDS.
      *================================================================
       01  BALS-RECORD.
           05  BALS-KEY.
               10  BALS-ACCOUNT    PIC X(10).
               10  BALS-PERIOD     PIC X(08).
           05  BALS-FROM-DATE      PIC X(08).
           05  BALS-BRANCH         PIC X(04).
           05  BALS-CURRENCY       PIC X(03).
           05  BALS-DAYS-IN-PERIOD PIC 9(03).
           05  BALS-DAYS-OPEN      PIC 9(03).
           05  BALS-DAYS-NEGATIVE  PIC 9(03).
           05  BALS-OPENING-BALANCE
                                   PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  BALS-CLOSING-BALANCE
                                   PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  BALS-AVERAGE-BALANCE
                                   PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  BALS-MINIMUM-BALANCE
                                   PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  BALS-MAXIMUM-BALANCE
                                   PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  BALS-MOVEMENTS      PIC 9(05).
           05  BALS-PROOF          PIC X(01).
               88  BALS-PROVED                 VALUE "P".
               88  BALS-NOT-PROVED             VALUE "F".
           05  BALS-CREATED        PIC X(14).
           05  FILLER              PIC X(08).
