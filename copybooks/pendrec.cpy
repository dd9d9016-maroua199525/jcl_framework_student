      *================================================================
      *  PENDREC - SHARED PENDING REFERENCE CHANGE RECORD LAYOUT
      *  WRITTEN BY BRANCH-MAINT, RATE-MAINT, REASON-MAINT AND
      *  REGION-MAINT AGAINST PENDCHG, AGED AND LISTED BY
      *  CHANGE-REPORT. A MAINTENANCE
      *  CARD NO LONGER TOUCHES ITS REFERENCE FILE WHEN IT IS
      *  SUBMITTED - IT IS HELD HERE, WORD FOR WORD, UNTIL A SECOND
      *  OPERATOR WITH APPROVER AUTHORITY RELEASES OR REJECTS IT.
      *  ONE RECORD PER CARD, KEYED BY THE REFERENCE FILE IT IS FOR,
      *  THE DATE IT WAS SUBMITTED AND A SEQUENCE NUMBER WITHIN THAT
      *  FILE AND DATE - THE DATE AND NUMBER TOGETHER (PRINTED AS
      *  YYYYMMDD-NNNN) ARE WHAT THE APPROVER QUOTES. THE TARGETS:
      *      BRCH  BRANCHFILE (BRANCH-MAINT)
      *      RATE  RATEFILE   (RATE-MAINT)
      *      RSNC  RSNFILE    (REASON-MAINT)
      *      REGN  REGNFILE   (REGION-MAINT)
      *  THE STATUSES:
      *      P  PENDING  - WAITING FOR AN APPROVER
      *      A  APPLIED  - APPROVED AND APPLIED TO THE REFERENCE FILE
      *      F  FAILED   - APPROVED, BUT THE CARD COULD NOT BE APPLIED
      *                    (E.G. A CHANGE FOR A CODE NOT ON FILE)
      *      R  REJECTED - TURNED DOWN BY THE APPROVER
      *      E  EXPIRED  - NOT APPROVED WITHIN THE EXPIRY PERIOD
      *  ONLY A PENDING CHANGE CAN BE SETTLED; SETTLED CHANGES STAY
      *  ON FILE FOR HISTORY. THE STATUS DATE IS WHEN IT WAS
      *  SETTLED, AND THE CHECKER WHO SETTLED IT (BLANK IF EXPIRED).
      *================================================================
       01  PENDING-CHANGE-RECORD.
           05  PND-KEY.
               10  PND-TARGET      PIC X(04).
                   88  PND-FOR-BRANCH          VALUE "BRCH".
                   88  PND-FOR-RATE            VALUE "RATE".
                   88  PND-FOR-REASON          VALUE "RSNC".
                   88  PND-FOR-REGION          VALUE "REGN".
               10  PND-SUBMIT-DATE PIC X(08).
               10  PND-SEQ         PIC 9(04).
           05  PND-STATUS          PIC X(01).
               88  PND-PENDING                 VALUE "P".
               88  PND-APPLIED                 VALUE "A".
               88  PND-FAILED                  VALUE "F".
               88  PND-REJECTED                VALUE "R".
               88  PND-EXPIRED                 VALUE "E".
           05  PND-MAKER           PIC X(08).
           05  PND-SUBMIT-TIME     PIC X(06).
           05  PND-CHECKER         PIC X(08).
           05  PND-STATUS-DATE     PIC X(08).
           05  PND-STATUS-TIME     PIC X(06).
           05  PND-CARD            PIC X(80).
           05  PND-NOTE            PIC X(30).
           05  FILLER              PIC X(37).
