      *  USED BY BRANCH-MAINT, SIMPLE-VALIDATOR, DATA-PROCESSOR AND
      *  REPORT-GENERATOR AGAINST BRANCHFILE. A BRANCH CODE THAT IS
      *  NOT ON THIS FILE, OR WHOSE STATUS IS CLOSED, IS NOT VALID
      *  ANYWHERE IN THE PIPELINE. BRCH-REGION NAMES THE BRANCH'S
      *  REGION ON REGNFILE (SEE REGNREC), WHICH THE REPORTS ROLL
      *  THE BRANCH UP TO.
      *================================================================
       01  BRANCH-RECORD.
           05  BRCH-CODE           PIC X(04).
