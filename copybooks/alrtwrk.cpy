      *================================================================
      *  ALRTWRK - OPERATOR ALERT WORK AREA
      *  CARRIED BY EVERY BATCH PROGRAM THAT WRITES TO THE SHARED
      *  ALERTLOG (RECORD LAYOUT IN ALRTREC). TO RAISE AN ALERT THE
      *  CALLER SETS THE SEVERITY, MOVES THE ALERT CODE AND MESSAGE
      *  HERE AND PERFORMS RAISE-ALERT THRU RAISE-ALERT-EXIT, WHICH
      *  STAMPS THE TIME, PROGRAM AND BUSINESS DATE AND APPENDS THE
      *  RECORD. ALW-BUS-DATE IS READ FROM THE BUSINESS-DATE CARD ON
      *  THE FIRST ALERT OF THE RUN (SYSTEM DATE IF THERE IS NO
      *  CARD). EACH PROGRAM PERFORMS RAISE-RUN-END-ALERT BEFORE
      *  EVERY STOP RUN: A RUN ENDING RC=4 OR WORSE THAT HAS NOT
      *  ALREADY RAISED AN ALERT AS SERIOUS AS ITS ENDING LEAVES ONE
      *  NAMING ITS RETURN CODE, SO NO RUN ENDS BADLY WITHOUT A LINE
      *  ON THE LOG.
      *================================================================
       01  ALW-WORK-AREA.
           05  ALW-LOG-STATUS      PIC X(02)   VALUE SPACES.
           05  ALW-DATE-STATUS     PIC X(02)   VALUE SPACES.
           05  ALW-SEVERITY        PIC X(01)   VALUE SPACE.
               88  ALW-CRITICAL                VALUE "C".
               88  ALW-ERROR                   VALUE "E".
               88  ALW-WARNING                 VALUE "W".
           05  ALW-CODE            PIC X(08)   VALUE SPACES.
           05  ALW-MESSAGE         PIC X(66)   VALUE SPACES.
           05  ALW-BUS-DATE        PIC X(08)   VALUE SPACES.
           05  ALW-STAMP-DATE      PIC 9(08)   VALUE 0.
           05  ALW-STAMP-TIME      PIC 9(08)   VALUE 0.
           05  ALW-RC-DISPLAY      PIC 9(02)   VALUE 0.
           05  ALW-RAISED-COUNT    PIC 9(03)   VALUE 0.
           05  ALW-SERIOUS-COUNT   PIC 9(03)   VALUE 0.
