      *================================================================
      *  BRKREC - BALANCE CONFIRMATION BREAK RECORD
      *  USED BY BALANCE-CONFIRM AGAINST BRKFILE. ONE RECORD PER
      *  ACCOUNT WHOSE BALANCE DOES NOT AGREE WITH THE EXTERNAL
      *  BALANCE FILE, WRITTEN THE FIRST DAY THE BREAK IS SEEN AND
      *  CARRIED FORWARD (BRK-FIRST-DATE UNCHANGED) EACH DAY IT IS
      *  STILL THERE. THE FIRST DAY THE ACCOUNT AGREES THE RECORD IS
      *  REMOVED. BRK-DIFFERENCE IS OURS LESS THEIRS; A ONE-SIDED
      *  BREAK CARRIES ZERO FOR THE MISSING SIDE. BRK-AGE IS THE
      *  CALENDAR DAYS FROM BRK-FIRST-DATE TO BRK-LAST-DATE.
      *================================================================
       01  BREAK-RECORD.
           05  BRK-KEY             PIC X(10).
           05  BRK-BRANCH          PIC X(04).
           05  BRK-TYPE            PIC X(01).
               88  BRK-DIFFERENT               VALUE "D".
               88  BRK-OURS-ONLY               VALUE "M".
               88  BRK-THEIRS-ONLY             VALUE "E".
           05  BRK-OUR-BALANCE     PIC S9(9)V99.
           05  BRK-THEIR-BALANCE   PIC S9(9)V99.
           05  BRK-DIFFERENCE      PIC S9(9)V99.
           05  BRK-FIRST-DATE      PIC X(08).
           05  BRK-LAST-DATE       PIC X(08).
           05  BRK-AGE             PIC 9(05).
           05  FILLER              PIC X(11).
