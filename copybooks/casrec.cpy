      *================================================================
      *  CASREC - SHARED UNUSUAL-ACTIVITY REVIEW CASE RECORD LAYOUT
      *  OPENED BY ACTIVITY-MONITOR AGAINST CASEFILE, CLOSED BY
      *  CASE-DISPOSITION AND AGED BY CASE-AGING. ONE RECORD PER
      *  CASE, KEYED BY THE ACCOUNT, THE MONITORING RULE THAT FIRED
      *  AND THE DATE THE CASE WAS OPENED. THE RULES:
      *      XFIN  MANY INBOUND TRANSFERS FROM DIFFERENT ACCOUNTS
      *      SWNG  DAY'S MOVEMENT FAR ABOVE THE ACCOUNT'S 30-DAY NORM
      *      OPCL  ACCOUNT OPENED AND CLOSED WITHIN A FEW DAYS
      *      NLIM  REPEATED AMOUNTS JUST UNDER THE AMOUNT LIMIT
      *  WHILE A CASE IS OPEN A FURTHER HIT ON THE SAME ACCOUNT AND
      *  RULE IS COUNTED ON IT RATHER THAN OPENING ANOTHER. THE
      *  METRIC IS THE FIGURE THAT TRIPPED THE RULE (THE INBOUND
      *  TOTAL, THE DAY'S MOVEMENT, THE DAYS OPEN OR THE NEAR-LIMIT
      *  COUNT); THE NORM IS THE 30-DAY DAILY AVERAGE FOR SWNG. THE
      *  CLOSING DISPOSITIONS:
      *      NF  NO FURTHER ACTION
      *      EX  EXPLAINED - LEGITIMATE ACTIVITY
      *      SR  SUSPICIOUS ACTIVITY REPORT FILED
      *      RX  RELATIONSHIP EXITED
      *  CLOSED CASES STAY ON FILE FOR HISTORY.
      *================================================================
       01  CASE-RECORD.
           05  CASE-KEY.
               10  CASE-ACCOUNT    PIC X(10).
               10  CASE-RULE       PIC X(04).
                   88  CASE-RULE-XFIN          VALUE "XFIN".
                   88  CASE-RULE-SWNG          VALUE "SWNG".
                   88  CASE-RULE-OPCL          VALUE "OPCL".
                   88  CASE-RULE-NLIM          VALUE "NLIM".
               10  CASE-OPEN-DATE  PIC X(08).
           05  CASE-BRANCH         PIC X(04).
           05  CASE-STATUS         PIC X(01).
               88  CASE-OPEN                   VALUE "O".
               88  CASE-CLOSED                 VALUE "C".
           05  CASE-DETAIL         PIC X(40).
           05  CASE-HIT-COUNT      PIC 9(05).
           05  CASE-LAST-HIT-DATE  PIC X(08).
           05  CASE-METRIC         PIC S9(9)V99.
           05  CASE-NORM           PIC S9(9)V99.
           05  CASE-DISPOSITION    PIC X(02).
               88  CASE-DISP-VALID             VALUES "NF", "EX",
                                                      "SR", "RX".
           05  CASE-CLOSED-DATE    PIC X(08).
           05  CASE-CLOSED-BY      PIC X(08).
           05  CASE-DISP-NOTE      PIC X(30).
           05  FILLER              PIC X(10).
