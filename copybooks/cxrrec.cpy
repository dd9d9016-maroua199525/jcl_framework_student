      *================================================================
      *  CXRREC - SHARED ACCOUNT-TO-CUSTOMER CROSS-REFERENCE LAYOUT
      *  WRITTEN BY CIF-MAINT AGAINST CXREF, READ BY
      *  RELATIONSHIP-REPORT AND ACCT-STATEMENT. ONE RECORD PER
      *  ACCOUNT AND CUSTOMER PAIR, KEYED BY THE ACCOUNT THEN THE
      *  CUSTOMER NUMBER, SO AN ACCOUNT MAY HAVE SEVERAL OWNERS AND A
      *  CUSTOMER SEVERAL ACCOUNTS. THE CUSTOMER NUMBER IS ALSO AN
      *  ALTERNATE KEY WITH DUPLICATES (SEE DEFINE_CIFFILE.JCL) SO A
      *  CUSTOMER'S ACCOUNTS CAN BE READ TOGETHER. THE ROLES:
      *      P  PRIMARY OWNER - AT MOST ONE PER ACCOUNT
      *      J  JOINT OWNER
      *      T  TRUSTEE
      *      A  AUTHORISED SIGNER - ACTS ON THE ACCOUNT, DOES NOT
      *         OWN IT
      *  THE OWNING ROLES (P, J, T) ARE THE ONES ROLLED INTO A
      *  CUSTOMER'S TOTAL BALANCES AND COMBINED STATEMENT.
      *================================================================
       01  CXREF-RECORD.
           05  CXR-KEY.
               10  CXR-ACCOUNT     PIC X(10).
               10  CXR-CUSTOMER    PIC X(10).
           05  CXR-ROLE            PIC X(01).
               88  CXR-PRIMARY                 VALUE "P".
               88  CXR-OWNER                   VALUES "P", "J", "T".
               88  CXR-ROLE-VALID              VALUES "P", "J", "T",
                                                      "A".
           05  CXR-ADDED-DATE      PIC X(08).
           05  CXR-ADDED-BY        PIC X(08).
           05  FILLER              PIC X(23).
