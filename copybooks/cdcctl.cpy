      *================================================================
      *  CDCCTL - CHANGE-DATA-CAPTURE SEQUENCE CONTROL RECORD
      *  ONE RECORD ON THE CDCCTL FILE, READ AND REWRITTEN BY
      *  CDC-FEED. IT HOLDS THE LAST BATCH NUMBER AND THE LAST
      *  SEQUENCE NUMBER ISSUED, SO EACH FEED CARRIES ON FROM THE
      *  ONE BEFORE (SEE CDCREC). THE FILE IS ALLOCATED EMPTY BY
      *  ALLOCATE_WORKFILES.JCL - AN EMPTY FILE MEANS NO FEED HAS
      *  BEEN SENT YET AND THE FIRST IMAGE IS NUMBER 1.
      *
      *  THE BATCH AND SEQUENCE THE LAST FEED STARTED FROM ARE KEPT
      *  AS WELL (THE PRIOR FIELDS): A SECOND RUN FOR THE SAME
      *  BUSINESS DATE AND MODE REBUILDS THAT FEED FROM THE SAME
      *  NUMBERS INSTEAD OF OPENING A GAP. THE RECORD IS ONLY
      *  REWRITTEN WHEN A FEED HAS PASSED ITS PROOF.
      *================================================================
       01  CDC-CONTROL-RECORD.
           05  CDCC-LAST-BATCH     PIC 9(07).
           05  FILLER              PIC X(01).
           05  CDCC-LAST-SEQ       PIC 9(09).
           05  FILLER              PIC X(01).
           05  CDCC-LAST-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  CDCC-LAST-MODE      PIC X(01).
           05  FILLER              PIC X(01).
           05  CDCC-PRIOR-BATCH    PIC 9(07).
           05  FILLER              PIC X(01).
           05  CDCC-PRIOR-SEQ      PIC 9(09).
           05  FILLER              PIC X(01).
           05  CDCC-LAST-STAMP     PIC X(14).
           05  FILLER              PIC X(19).
