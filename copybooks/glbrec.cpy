      *================================================================
      *  GLBREC - GL CONTROL ACCOUNT RUNNING BALANCE RECORD
      *  USED BY GL-PROOF AGAINST GLCBAL. ONE RECORD PER GL CONTROL
      *  ACCOUNT PER BRANCH, HOLDING THE CONTROL ACCOUNT'S BALANCE
      *  AS BUILT FROM THE NIGHTLY GLJRNL POSTINGS, SIGNED THE WAY
      *  THE MASTER SEES IT (A DEPOSIT RAISES IT). THE BRANCH IS
      *  THE BRANCH OF THE ACCOUNT EACH JOURNAL LINE CAME FROM.
      *  THE RECORD UNDER THE RESERVED ACCOUNT "*POSTED*" (BRANCH
      *  SPACES) SAYS HOW FAR THE BALANCES GO: GLB-LAST-DATE IS THE
      *  DATE OF THE LAST JOURNAL ADDED IN, GLB-TAKEON-DATE THE DATE
      *  THE BALANCES WERE FIRST TAKEN ON FROM THE MASTER. A
      *  JOURNAL NOT AFTER GLB-LAST-DATE IS NEVER ADDED TWICE.
      *================================================================
       01  GL-BALANCE-RECORD.
           05  GLB-KEY.
               10  GLB-ACCOUNT     PIC X(08).
                   88  GLB-IS-POSTED-CONTROL   VALUE "*POSTED*".
               10  GLB-BRANCH      PIC X(04).
           05  GLB-BALANCE         PIC S9(11)V99.
           05  GLB-LAST-DATE       PIC X(08).
           05  GLB-TAKEON-DATE     PIC X(08).
           05  FILLER              PIC X(09).
