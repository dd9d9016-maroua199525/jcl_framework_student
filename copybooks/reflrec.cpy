      *================================================================
      *  REFLREC - SHARED REFERENCE CHANGE LOG RECORD LAYOUT
      *  APPENDED BY BRANCH-MAINT, RATE-MAINT, REASON-MAINT AND
      *  REGION-MAINT TO THE CUMULATIVE REFLOG EACH TIME AN APPROVED
      *  CHANGE IS APPLIED: WHEN, WHICH PENDING CHANGE (SEE PENDREC),
      *  WHO MADE IT AND WHO APPROVED IT, AND THE REFERENCE RECORD
      *  BEFORE AND AFTER. AN ADD HAS A BLANK BEFORE IMAGE, A
      *  PHYSICAL DELETE A BLANK AFTER IMAGE. EVERY REFERENCE RECORD
      *  IS 40 BYTES OR LESS, SO ONE IMAGE LAYOUT SERVES ALL FOUR
      *  FILES.
      *================================================================
       01  REFLOG-RECORD.
           05  RFL-TIMESTAMP       PIC X(14).
           05  FILLER              PIC X(01).
           05  RFL-TARGET          PIC X(04).
           05  FILLER              PIC X(01).
           05  RFL-CHANGE-DATE     PIC X(08).
           05  RFL-CHANGE-DASH     PIC X(01).
           05  RFL-CHANGE-SEQ      PIC 9(04).
           05  FILLER              PIC X(01).
           05  RFL-ACTION          PIC X(01).
           05  FILLER              PIC X(01).
           05  RFL-MAKER           PIC X(08).
           05  FILLER              PIC X(01).
           05  RFL-CHECKER         PIC X(08).
           05  FILLER              PIC X(01).
           05  RFL-BEFORE-IMAGE    PIC X(40).
           05  FILLER              PIC X(01).
           05  RFL-AFTER-IMAGE     PIC X(40).
