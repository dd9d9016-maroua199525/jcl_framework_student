      *================================================================
      *  CDCREC - CHANGE-DATA-CAPTURE FEED RECORD LAYOUT
      *  WRITTEN BY CDC-FEED TO CDCFEED FOR THE DATA WAREHOUSE. ONE
      *  FEED (BATCH) IS A HEADER, THE AFTER-IMAGES, AND A CONTROL
      *  TRAILER:
      *    H  HEADER   - BATCH NUMBER, MODE, BUSINESS DATE, THE LAST
      *                  SEQUENCE NUMBER OF THE PREVIOUS BATCH AND
      *                  THE FIRST ONE OF THIS BATCH
      *    M  MASTER   - THE WHOLE MASTFILE RECORD AS IT STANDS AFTER
      *                  THE DAY'S POSTING (LAYOUT IN MASTREC)
      *    C  CUSTOMER - THE WHOLE CUSTFILE RECORD LIKEWISE (LAYOUT
      *                  IN CUSTREC)
      *    T  TRAILER  - THE LAST SEQUENCE NUMBER, THE IMAGE COUNTS
      *                  BY RECORD AND OPERATION, AND THE FIGURES THE
      *                  FEED WAS PROVED WITH AGAINST DPCOUNT
      *  EVERY M AND C RECORD CARRIES THE NEXT NUMBER IN ONE
      *  SEQUENCE THAT RUNS ON FROM FEED TO FEED AND IS NEVER
      *  RESTARTED (SEE CDCCTL), AND THE BATCH NUMBER GOES UP BY ONE
      *  PER FEED, SO THE RECEIVER PROVES IT HAS MISSED NOTHING BY
      *  CHECKING THAT THE HEADER'S PRIOR SEQUENCE IS THE LAST ONE IT
      *  APPLIED, THAT THE IMAGES RUN ON FROM THE FIRST SEQUENCE
      *  WITHOUT A BREAK, AND THAT THE TRAILER'S LAST SEQUENCE IS THE
      *  LAST ONE IT SAW. A DAY WITH NO CHANGES STILL SENDS A HEADER
      *  AND TRAILER (FIRST SEQUENCE ONE PAST THE LAST).
      *
      *  THE OPERATION CODE ON AN IMAGE SAYS WHAT HAPPENED TO THE
      *  RECORD: I INSERTED (A NEW ACCOUNT), U UPDATED, C CLOSED, R
      *  REINSTATED. A FULL-REFRESH FEED (MODE F) CARRIES EVERY
      *  RECORD ON THE FILES AS AN I - THE RECEIVER EMPTIES ITS
      *  COPY FIRST.
      *================================================================
       01  CDC-RECORD.
           05  CDC-REC-TYPE        PIC X(01).
               88  CDC-IS-HEADER               VALUE "H".
               88  CDC-IS-MASTER               VALUE "M".
               88  CDC-IS-CUSTOMER             VALUE "C".
               88  CDC-IS-TRAILER              VALUE "T".
           05  FILLER              PIC X(01).
           05  CDC-SEQ             PIC 9(09).
           05  FILLER              PIC X(01).
           05  CDC-OP              PIC X(01).
               88  CDC-OP-INSERT               VALUE "I".
               88  CDC-OP-UPDATE               VALUE "U".
               88  CDC-OP-CLOSE                VALUE "C".
               88  CDC-OP-REINSTATE            VALUE "R".
           05  FILLER              PIC X(01).
           05  CDC-BUS-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  CDC-IMAGE           PIC X(100).

       01  CDC-HEADER REDEFINES CDC-RECORD.
           05  CDH-REC-TYPE        PIC X(01).
           05  FILLER              PIC X(01).
           05  CDH-BATCH           PIC 9(07).
           05  FILLER              PIC X(01).
           05  CDH-MODE            PIC X(01).
               88  CDH-DELTA                   VALUE "D".
               88  CDH-FULL-REFRESH            VALUE "F".
           05  FILLER              PIC X(01).
           05  CDH-BUS-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  CDH-PRIOR-SEQ       PIC 9(09).
           05  FILLER              PIC X(01).
           05  CDH-FIRST-SEQ       PIC 9(09).
           05  FILLER              PIC X(01).
           05  CDH-CREATED         PIC X(14).
           05  FILLER              PIC X(68).

      *    CDT-NET-MOVEMENT IS THE NET OF THE DAY'S AUDITED MOVEMENTS
      *    (ZERO ON A REFRESH) AND CDT-MAST-TOTAL THE SUM OF THE
      *    MASTER IMAGES' AMOUNTS. CDT-DP-CONTROL IS THE DPCOUNT
      *    FIGURE THE FEED WAS PROVED AGAINST - THE NET APPLIED ON A
      *    DELTA, THE MASTER TOTAL ON A REFRESH. CDT-PROOF IS P WHEN
      *    THEY AGREED AND U WHEN THERE WAS NO DPCOUNT TO PROVE
      *    AGAINST; A FEED THAT FAILED ITS PROOF IS NOT RELEASED.
       01  CDC-TRAILER REDEFINES CDC-RECORD.
           05  CDT-REC-TYPE        PIC X(01).
           05  FILLER              PIC X(01).
           05  CDT-BATCH           PIC 9(07).
           05  FILLER              PIC X(01).
           05  CDT-LAST-SEQ        PIC 9(09).
           05  FILLER              PIC X(01).
           05  CDT-MAST-IMAGES     PIC 9(07).
           05  FILLER              PIC X(01).
           05  CDT-CUST-IMAGES     PIC 9(07).
           05  FILLER              PIC X(01).
           05  CDT-INSERTS         PIC 9(07).
           05  FILLER              PIC X(01).
           05  CDT-UPDATES         PIC 9(07).
           05  FILLER              PIC X(01).
           05  CDT-CLOSES          PIC 9(07).
           05  FILLER              PIC X(01).
           05  CDT-REINSTATES      PIC 9(07).
           05  FILLER              PIC X(01).
           05  CDT-AUDIT-RECORDS   PIC 9(07).
           05  FILLER              PIC X(01).
           05  CDT-NET-MOVEMENT    PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  CDT-MAST-TOTAL      PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  CDT-DP-CONTROL      PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  CDT-PROOF           PIC X(01).
               88  CDT-PROVED                  VALUE "P".
               88  CDT-UNPROVED                VALUE "U".
           05  FILLER              PIC X(01).
