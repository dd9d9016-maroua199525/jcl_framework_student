      *================================================================
      *  FXRREC - SHARED EXCHANGE-RATE FILE RECORD LAYOUT
      *  USED BY FX-LOAD, DATA-PROCESSOR, REPORT-GENERATOR, GL-JOURNAL,
      *  REG-EXTRACT, RELATIONSHIP-REPORT, ACCT-STATEMENT, ACCT-FLOW
      *  AND INTEREST-TAX AGAINST FXRATE (THE LAST TWO ALSO TABLE A
      *  PERIOD'S RATES - SEE FXHWRK). ONE RECORD PER CURRENCY PER
      *  BUSINESS DATE, KEYED DATE FIRST SO A DAY'S RATES READ
      *  TOGETHER. FXR-RATE IS THE NUMBER OF BASE-CURRENCY (USD)
      *  UNITS ONE UNIT OF THE FOREIGN CURRENCY BUYS. THE BASE
      *  CURRENCY ITSELF IS NEVER CARRIED - IT IS ALWAYS 1. FX-LOAD
      *  IS THE ONLY WRITER; RATES ARE NEVER DELETED SO A REPORT RUN
      *  FOR AN EARLIER DATE FINDS THE RATES IN FORCE THAT DAY.
      *================================================================
       01  FX-RATE-RECORD.
           05  FXR-KEY.
               10  FXR-DATE        PIC X(08).
               10  FXR-CURRENCY    PIC X(03).
           05  FXR-RATE            PIC 9(05)V9(06).
           05  FXR-LOADED          PIC X(14).
           05  FILLER              PIC X(12).
