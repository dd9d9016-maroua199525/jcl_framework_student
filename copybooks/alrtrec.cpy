      *================================================================
      *  ALRTREC - OPERATOR ALERT LOG RECORD
      *  ONE RECORD PER ALERT, APPENDED TO THE SHARED ALERTLOG BY THE
      *  RAISE-ALERT PARAGRAPH EVERY BATCH PROGRAM CARRIES (WORK
      *  AREA IN ALRTWRK). THE FIRST 42 COLUMNS - TIMESTAMP, PROGRAM
      *  AND ALERT CODE - ARE THE ALERT'S KEY: ALERT-REPORT PRINTS
      *  THEM AT THE FRONT OF EACH OPEN ALERT LINE, AND AN OPERATOR
      *  CLOSES THE ALERT BY COPYING THEM ONTO AN ACKNOWLEDGMENT CARD
      *  (SEE ALERT-REPORT). THE LOG IS NEVER REWRITTEN - AN ALERT IS
      *  OPEN UNTIL A CARD ON ALRTACK NAMES IT.
      *  SEVERITY: C CRITICAL - THE NIGHT CANNOT GO ON AS PLANNED
      *  UNTIL SOMEONE ACTS (A REFUSED MASTER LOCK, A BROKEN SEAL, A
      *  STAGE PAST ITS AGREED WINDOW); E ERROR - A RUN ENDED RC=8 OR
      *  WORSE; W WARNING - A RUN ENDED RC=4 OR RAISED SOMETHING TO
      *  LOOK AT BEFORE THE NEXT NIGHT.
      *================================================================
       01  ALERT-RECORD.
           05  ALR-KEY.
               10  ALR-TIMESTAMP   PIC X(14).
               10  FILLER          PIC X(01).
               10  ALR-PROGRAM     PIC X(18).
               10  FILLER          PIC X(01).
               10  ALR-CODE        PIC X(08).
           05  FILLER              PIC X(01).
           05  ALR-SEVERITY        PIC X(01).
               88  ALR-CRITICAL                VALUE "C".
               88  ALR-ERROR                   VALUE "E".
               88  ALR-WARNING                 VALUE "W".
           05  FILLER              PIC X(01).
           05  ALR-BUS-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  ALR-MESSAGE         PIC X(66).
