      *================================================================
      *  FXRWRK - EXCHANGE-RATE WORK AREA
      *  CARRIED BY EVERY PROGRAM THAT TURNS A FOREIGN-CURRENCY
      *  AMOUNT INTO ITS BASE-CURRENCY EQUIVALENT (RECORD LAYOUT IN
      *  FXRREC). THE CALLER MOVES THE DATE THE RATES ARE WANTED FOR
      *  TO FXW-AS-OF-DATE AND PERFORMS LOAD-FX-RATES THRU
      *  LOAD-FX-RATES-EXIT ONCE, WHICH TABLES THE LATEST RATE ON OR
      *  BEFORE THAT DATE FOR EVERY CURRENCY ON FXRATE (FXW-ENT-DATE
      *  SAYS WHICH DAY IT CAME FROM, SO A CALLER THAT INSISTS ON THE
      *  DAY'S OWN RATE CAN TELL). AFTER THAT IT MOVES A CURRENCY TO
      *  FXW-CURRENCY AND PERFORMS LOOK-UP-FX-RATE, OR ALSO MOVES AN
      *  AMOUNT TO FXW-AMOUNT AND PERFORMS CONVERT-TO-BASE FOR THE
      *  ROUNDED EQUIVALENT IN FXW-BASE-AMOUNT. SPACES OR THE BASE
      *  CODE ALWAYS FIND A RATE OF 1. A CURRENCY WITH NO RATE LEAVES
      *  FXW-FOUND-SW "N", A RATE OF 0 AND AN EQUIVALENT OF 0 - WHAT
      *  THAT MEANS FOR THE RUN IS THE CALLER'S DECISION. A MISSING
      *  FXRATE FILE LOADS NO RATES AND LEAVES FXW-FILE-MISSING SET.
      *================================================================
       01  FXW-WORK-AREA.
           05  FXW-BASE-CURRENCY   PIC X(03)   VALUE "USD".
           05  FXW-STATUS          PIC X(02)   VALUE SPACES.
           05  FXW-EOF-SW          PIC X(01)   VALUE "N".
               88  FXW-EOF                     VALUE "Y".
           05  FXW-FILE-SW         PIC X(01)   VALUE "N".
               88  FXW-FILE-MISSING            VALUE "M".
           05  FXW-AS-OF-DATE      PIC X(08)   VALUE SPACES.
           05  FXW-RATE-COUNT      PIC 9(03)   VALUE 0.
           05  FXW-DROPPED-COUNT   PIC 9(03)   VALUE 0.
           05  FXW-SUB             PIC 9(03)   VALUE 0.
           05  FXW-FOUND-SW        PIC X(01)   VALUE "N".
               88  FXW-FOUND                   VALUE "Y".
           05  FXW-CURRENCY        PIC X(03)   VALUE SPACES.
           05  FXW-RATE            PIC 9(05)V9(06) VALUE 0.
           05  FXW-RATE-DATE       PIC X(08)   VALUE SPACES.
           05  FXW-AMOUNT          PIC S9(11)V99 VALUE 0.
           05  FXW-BASE-AMOUNT     PIC S9(11)V99 VALUE 0.
           05  FXW-RATE-TABLE.
               10  FXW-ENTRY       OCCURS 50 TIMES.
                   15  FXW-ENT-CURRENCY PIC X(03).
                   15  FXW-ENT-RATE     PIC 9(05)V9(06).
                   15  FXW-ENT-DATE     PIC X(08).
