      *  AN ACCOUNT CLOSED IN ERROR CAN BE REINSTATED WITH ITS NAME
      *  AND HISTORY INTACT. RECORDS WRITTEN BEFORE THE STATUS FIELD
      *  EXISTED CARRY A SPACE THERE - A SPACE READS AS ACTIVE.
      *  THE PRODUCT CODE (SEE PRODREC/PRODUCT-MAINT) IS SET BY THE
      *  ADD TRANSACTION; ACCOUNTS OPENED BEFORE PRODUCTS EXISTED
      *  CARRY SPACES AND TAKE THE BRANCH-WIDE RATES AND LIMITS.
      *  THE CURRENCY CODE IS ALSO SET BY THE ADD. MAST-AMOUNT IS HELD
      *  IN THAT CURRENCY; SPACES MEAN THE BASE CURRENCY (USD), SO
      *  EVERY ACCOUNT OPENED BEFORE THE FIELD EXISTED STAYS DOLLARS.
      *  BASE EQUIVALENTS ARE TAKEN AT THE DAY'S RATE ON FXRATE.
      *================================================================
       01  MASTER-RECORD.
           05  MAST-KEY            PIC X(10).
               88  MAST-ACTIVE                 VALUES "A", " ".
               88  MAST-INACTIVE               VALUE "I".
           05  MAST-CLOSE-DATE     PIC X(08).
           05  MAST-PRODUCT        PIC X(04).
           05  MAST-CURRENCY       PIC X(03).
           05  FILLER              PIC X(20).
