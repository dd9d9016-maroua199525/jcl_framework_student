      *================================================================
      *  FXHWRK - EXCHANGE-RATE HISTORY WORK AREA
      *  CARRIED, WITH FXRWRK, BY A PROGRAM THAT PRICES MOVEMENTS
      *  SPREAD OVER A PERIOD AT THE RATE IN FORCE ON EACH
      *  MOVEMENT'S OWN DATE RATHER THAN AT ONE DAY'S RATES. THE
      *  CALLER MOVES THE DAY THE PERIOD OPENS TO FXW-AS-OF-DATE AND
      *  PERFORMS LOAD-FX-RATES AS USUAL (THE RATES IN FORCE THAT
      *  DAY), THEN MOVES THE DAY IT CLOSES TO FXH-TO-DATE AND
      *  PERFORMS LOAD-FX-HISTORY THRU LOAD-FX-HISTORY-EXIT, WHICH
      *  TABLES EVERY RATE DATED AFTER THE OPENING DAY UP TO AND
      *  INCLUDING FXH-TO-DATE IN FILE ORDER - DATE, THEN CURRENCY.
      *  FOR EACH MOVEMENT IT MOVES THE CURRENCY TO FXW-CURRENCY,
      *  THE AMOUNT TO FXW-AMOUNT AND THE MOVEMENT'S DATE TO
      *  FXH-ON-DATE AND PERFORMS CONVERT-TO-BASE-ON, WHICH TAKES
      *  THE LATEST RATE FOR THE CURRENCY DATED ON OR BEFORE
      *  FXH-ON-DATE - FROM THE HISTORY, OR FROM THE OPENING RATES
      *  WHEN THE PERIOD HAS NONE THAT EARLY - AND LEAVES IT IN
      *  FXW-RATE, FXW-RATE-DATE, FXW-BASE-AMOUNT AND FXW-FOUND-SW
      *  EXACTLY AS CONVERT-TO-BASE DOES. RATES PAST THE TABLE'S
      *  5000 ENTRIES ARE COUNTED IN FXH-DROPPED-COUNT AND NOT
      *  TABLED; A MOVEMENT DATED AFTER THE LAST DAY TABLED WOULD
      *  THEN BE PRICED AT AN OLDER RATE, SO THE CALLER MUST TREAT
      *  A NON-ZERO COUNT AS AN INCOMPLETE PRICING.
      *================================================================
       01  FXH-WORK-AREA.
           05  FXH-TO-DATE         PIC X(08)   VALUE SPACES.
           05  FXH-ON-DATE         PIC X(08)   VALUE SPACES.
           05  FXH-COUNT           PIC 9(05)   VALUE 0.
           05  FXH-DROPPED-COUNT   PIC 9(05)   VALUE 0.
           05  FXH-SUB             PIC 9(05)   VALUE 0.
           05  FXH-LOW             PIC 9(05)   VALUE 0.
           05  FXH-HIGH            PIC 9(05)   VALUE 0.
           05  FXH-MID             PIC 9(05)   VALUE 0.
           05  FXH-POS             PIC 9(05)   VALUE 0.
           05  FXH-RATE-TABLE.
               10  FXH-ENTRY       OCCURS 5000 TIMES.
                   15  FXH-ENT-DATE     PIC X(08).
                   15  FXH-ENT-CURRENCY PIC X(03).
                   15  FXH-ENT-RATE     PIC 9(05)V9(06).
