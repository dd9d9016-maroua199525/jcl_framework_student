      *  KEY RANGE THEY NEED INSTEAD OF SCANNING THE WHOLE
      *  CONCATENATED TRAIL FRONT TO BACK. THE AMOUNT FIELDS KEEP
      *  THE AUDITREC EDITED PICTURES SO A RECORD MOVES STRAIGHT
      *  BETWEEN THE TWO LAYOUTS. THE CURRENCY THE AMOUNTS ARE HELD
      *  IN RIDES IN WHAT WAS FILLER (SPACES ON MOVEMENTS FOLDED
      *  BEFORE IT EXISTED MEAN THE BASE CURRENCY); A TRANSFER'S
      *  CONVERSION RATE STAYS ON THE DAILY AUDITLOG.
      *================================================================
       01  AUDH-RECORD.
           05  AUDH-KEY.
           05  AUDH-BRANCH         PIC X(4).
           05  AUDH-REASON-CODE    PIC X(4).
           05  AUDH-LINK-KEY       PIC X(10).
           05  AUDH-CURRENCY       PIC X(3).
           05  FILLER              PIC X(5).
