      *================================================================
      *  PRODREC - SHARED PRODUCT REFERENCE FILE RECORD LAYOUT
      *  USED BY PRODUCT-MAINT, SIMPLE-VALIDATOR, DATA-PROCESSOR AND
      *  REPORT-GENERATOR AGAINST PRODFILE. EVERY ACCOUNT CARRIES A
      *  PRODUCT CODE (MAST-PRODUCT) SET BY ITS ADD TRANSACTION; A
      *  PRODUCT CODE THAT IS NOT ON THIS FILE, OR WHOSE STATUS IS
      *  CLOSED, MAY NOT BE OPENED ANYWHERE IN THE PIPELINE. THE
      *  CLASS GROUPS PRODUCTS FOR REPORTING ONLY - RATE TIERS AND
      *  AMOUNT LIMITS ARE SELECTED BY THE PRODUCT CODE ITSELF.
      *================================================================
       01  PRODUCT-RECORD.
           05  PROD-CODE           PIC X(04).
           05  PROD-NAME           PIC X(20).
           05  PROD-CLASS          PIC X(01).
               88  PROD-IS-SAVINGS             VALUE "S".
               88  PROD-IS-CHECKING            VALUE "C".
               88  PROD-IS-TERM                VALUE "T".
               88  PROD-CLASS-VALID            VALUES "S", "C", "T".
           05  PROD-STATUS         PIC X(01).
               88  PROD-OPEN                   VALUE "O".
               88  PROD-CLOSED                 VALUE "C".
           05  FILLER              PIC X(14).
