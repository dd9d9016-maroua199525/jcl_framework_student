      *================================================================
      *  ODLREC - SHARED OVERDRAFT-LIMIT FILE RECORD LAYOUT
      *  USED BY ODLIMIT-MAINT, DATA-PROCESSOR AND OVERDRAWN-REPORT
      *  AGAINST ODLIMIT. AN ACCOUNT RECORD IS KEYED BY THE ACCOUNT
      *  KEY AND NAMES HOW FAR BELOW ZERO THAT ACCOUNT MAY BE DRAWN.
      *  A BRANCH DEFAULT RECORD IS KEYED "*" PLUS THE BRANCH CODE -
      *  THE RESERVED "**ALL" IS THE DEFAULT FOR BRANCHES WITH NO
      *  RECORD OF THEIR OWN, AS "*ALL" IS ON THE LIMITS CARDS - AND
      *  ALSO CARRIES THE BRANCH'S NSF FEE AND THE FEE-INCOME
      *  ACCOUNT THE FEE IS TRANSFERRED TO. NO RECORD ANYWHERE MEANS
      *  A LIMIT OF ZERO: THE ACCOUNT MAY NOT BE OVERDRAWN AT ALL.
      *================================================================
       01  ODLIMIT-RECORD.
           05  ODL-KEY             PIC X(10).
           05  ODL-KEY-PARTS REDEFINES ODL-KEY.
               10  ODL-KEY-MARK    PIC X(01).
                   88  ODL-IS-BRANCH-DEFAULT   VALUE "*".
               10  ODL-KEY-BRANCH  PIC X(04).
               10  FILLER          PIC X(05).
           05  ODL-LIMIT           PIC 9(7)V99.
           05  ODL-NSF-FEE         PIC 9(5)V99.
           05  ODL-FEE-ACCOUNT     PIC X(10).
           05  ODL-UPD-DATE        PIC X(08).
           05  FILLER              PIC X(16).
