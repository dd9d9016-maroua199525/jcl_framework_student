      *  AND THEIR READERS EXPECT THEM. THE LINK KEY, APPENDED THE
      *  SAME WAY, CARRIES THE COUNTERPART ACCOUNT OF A TRANSFER
      *  (TYPE X) SO THE TWO LEGS OF ONE TRANSFER CAN ALWAYS BE TIED
      *  BACK TO EACH OTHER. ON A BRANCH MERGE (TYPE B) IT CARRIES
      *  THE BRANCH THE ACCOUNT WAS MOVED OUT OF IN 1-4 AND THE
      *  ACCOUNT'S STATUS (A OR I) IN 5. IT IS SPACES ON EVERY OTHER
      *  MOVEMENT. THE CURRENCY (APPENDED THE SAME WAY) IS THE ONE
      *  THE ACCOUNT IS HELD IN, SO THE AMOUNTS ARE IN THAT CURRENCY.
      *  A TRANSFER BETWEEN ACCOUNTS IN DIFFERENT CURRENCIES ALSO
      *  CARRIES THE RATE IT WAS CONVERTED AT (UNITS OF THE CREDITED
      *  ACCOUNT'S CURRENCY PER UNIT OF THE DEBITED ACCOUNT'S) AND,
      *  ON EACH LEG, THE AMOUNT THE OTHER LEG MOVED IN ITS OWN
      *  CURRENCY; BOTH ARE ZERO ON EVERY OTHER MOVEMENT.
      *
      *  A PROGRAM NEEDING A SECOND COPY UNDER ITS OWN NAMES RENAMES
      *  EVERY AUD- DATA NAME, E.G.
      *                                AUD-BRANCH      BY BAK-BRANCH
      *                                AUD-REASON-CODE BY
      *                                    BAK-REASON-CODE
      *                                AUD-LINK-KEY    BY BAK-LINK-KEY
      *                                AUD-CURRENCY    BY BAK-CURRENCY
      *                                AUD-FX-RATE     BY BAK-FX-RATE
      *                                AUD-FX-AMOUNT   BY BAK-FX-AMOUNT.
      *================================================================
       01  AUDIT-RECORD.
           05  AUD-KEY             PIC X(10).
           05  AUD-REASON-CODE     PIC X(4).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AUD-LINK-KEY        PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AUD-CURRENCY        PIC X(3).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AUD-FX-RATE         PIC Z(4)9.9(6).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AUD-FX-AMOUNT       PIC -(7)9.99.
