      *================================================================
      *  ACCTCTL - NEW-ACCOUNT NUMBER CONTROL RECORD
      *  USED BY ACCT-ASSIGN AGAINST ACCTCTL. ONE RECORD PER BRANCH,
      *  WRITTEN THE FIRST TIME THE BRANCH ASKS FOR A NUMBER. A NEW
      *  ACCOUNT NUMBER IS THE BRANCH CODE, A FIVE-DIGIT SEQUENCE
      *  AND A CHECK DIGIT (SEE KEYCHK). ACTL-NEXT-SEQ ONLY EVER
      *  MOVES FORWARD, SO NO NUMBER IS ISSUED TWICE; IT REACHES
      *  100000 WHEN THE BRANCH HAS USED EVERY SEQUENCE.
      *================================================================
       01  ACCT-CONTROL-RECORD.
           05  ACTL-BRANCH         PIC X(04).
           05  ACTL-NEXT-SEQ       PIC 9(06).
           05  ACTL-ISSUED-COUNT   PIC 9(07).
           05  ACTL-LAST-DATE      PIC X(08).
           05  ACTL-LAST-OPERATOR  PIC X(08).
           05  ACTL-CREATED-DATE   PIC X(08).
           05  FILLER              PIC X(09).
