      *  PERCENTAGE PER ACCRUAL RUN; THE TYPE SAYS WHETHER IT IS
      *  CREDITED (INTEREST) OR DEBITED (SERVICE FEE), AND THE
      *  REASON CODE IS STAMPED ON THE GENERATED TRANSACTION SO THE
      *  ACCRUAL SHOWS AS ITSELF IN THE AUDIT TRAIL. A TIER MAY NAME
      *  A PRODUCT (SEE PRODREC), WHEN IT APPLIES ONLY TO ACCOUNTS OF
      *  THAT PRODUCT AND IS PREFERRED OVER THE BRANCH'S ANY-PRODUCT
      *  (BLANK PRODUCT) TIERS; TIER NUMBERS STAY UNIQUE PER BRANCH,
      *  SO A BRANCH'S PRODUCT TIERS TAKE THEIR OWN TIER NUMBERS.
      *  RATES ARE EFFECTIVE-DATED: A TIER IS NEVER OVERWRITTEN, EACH
      *  CHANGE IS A NEW RECORD UNDER THE SAME BRANCH AND TIER KEYED
      *  BY THE DATE IT TAKES EFFECT, SO A CHANGE CAN BE LOADED AHEAD
      *  OF TIME AND THE FILE IS ITS OWN RATE HISTORY. THE RECORD IN
      *  FORCE ON A DATE IS THE ONE WITH THE LATEST EFFECTIVE DATE
      *  NOT AFTER IT; A WITHDRAWN RECORD ENDS THE TIER FROM ITS
      *  EFFECTIVE DATE (AN EFFECTIVE DATE OF ZERO IS A TIER THAT WAS
      *  ON FILE BEFORE RATES WERE DATED).
      *================================================================
       01  RATE-RECORD.
           05  RATE-KEY.
               10  RATE-BRANCH     PIC X(04).
               10  RATE-TIER       PIC 9(02).
               10  RATE-EFF-DATE   PIC 9(08).
           05  RATE-TIER-FLOOR     PIC S9(7)V99.
           05  RATE-PCT            PIC S9(2)V9(4).
           05  RATE-TYPE           PIC X(01).
               88  RATE-IS-INTEREST            VALUE "I".
               88  RATE-IS-FEE                 VALUE "F".
           05  RATE-REASON-CODE    PIC X(04).
           05  RATE-PRODUCT        PIC X(04).
           05  RATE-STATUS         PIC X(01).
               88  RATE-ACTIVE                 VALUE SPACE.
               88  RATE-WITHDRAWN              VALUE "W".
           05  FILLER              PIC X(01).
