      *================================================================
      *  REGNREC - SHARED REGION REFERENCE FILE RECORD LAYOUT
      *  USED BY REGION-MAINT, BRANCH-MAINT, REPORT-GENERATOR,
      *  BRANCH-VARIANCE, AGING-REPORT AND PERIOD-CLOSE AGAINST
      *  REGNFILE. EVERY BRANCH'S BRCH-REGION (SEE BRNCHREC) MUST BE
      *  ON THIS FILE AND OPEN BEFORE BRANCH-MAINT WILL APPLY IT, AND
      *  THE REPORTS ROLL BRANCHES UP TO THEIR REGION FOR THE
      *  REGIONAL MANAGER NAMED HERE. REGION CODES SHARE THE BRANCH
      *  CODES' NAMESPACE - A REGION MAY NOT CARRY A CODE IN USE ON
      *  BRANCHFILE, NOR A BRANCH A CODE IN USE HERE - BECAUSE
      *  PERIOD-CLOSE FILES REGION SNAPSHOTS UNDER THE SAME KEY AS
      *  BRANCH SNAPSHOTS (SEE SNAPREC). "????" IS RESERVED FOR
      *  BRANCHES WITH NO REGION AND CODES STARTING "*" FOR TOTALS.
      *  A RETIRED REGION IS MARKED CLOSED, NOT DELETED, SO HISTORIC
      *  SNAPSHOTS CARRYING IT STILL PRINT WITH THEIR NAME.
      *================================================================
       01  REGION-RECORD.
           05  RGN-CODE            PIC X(04).
           05  RGN-NAME            PIC X(15).
           05  RGN-MANAGER         PIC X(20).
           05  RGN-STATUS          PIC X(01).
               88  RGN-OPEN                    VALUE "O".
               88  RGN-CLOSED                  VALUE "C".
