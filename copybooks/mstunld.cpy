      *================================================================
      *  MSTUNLD - SEALED MASTER UNLOAD RECORD LAYOUT
      *  WRITTEN BY MASTER-UNLOAD RIGHT AFTER THE NIGHT'S POSTING:
      *  ONE H RECORD (BUSINESS DATE, UNLOAD TIMESTAMP AND THE SEAL
      *  IT WAS PROVED AGAINST), ONE D RECORD PER MASTER RECORD IN
      *  BRANCH ORDER - INACTIVE RECORDS INCLUDED, EXACTLY AS THEY
      *  STAND ON MASTFILE - AND ONE T RECORD CARRYING THE COUNT AND
      *  DOLLAR TOTAL. THE T RECORD IS ONLY WRITTEN ONCE THOSE
      *  FIGURES AGREE WITH MASTSEAL, SO AN UNLOAD WITHOUT ITS
      *  TRAILER IS UNPROVED AND NO READER WILL USE IT. READERS
      *  RE-COUNT THE D RECORDS AGAINST THE TRAILER BEFORE WRITING
      *  ANY OUTPUT.
      *================================================================
       01  MASTER-UNLOAD-RECORD.
           05  ULD-REC-TYPE        PIC X(01).
               88  ULD-HEADER                  VALUE "H".
               88  ULD-DETAIL                  VALUE "D".
               88  ULD-TRAILER                 VALUE "T".
           05  ULD-DATA            PIC X(100).

       01  MASTER-UNLOAD-HEADER REDEFINES MASTER-UNLOAD-RECORD.
           05  ULD-HDR-TYPE        PIC X(01).
           05  ULD-HDR-BUS-DATE    PIC X(08).
           05  FILLER              PIC X(01).
           05  ULD-HDR-TIMESTAMP   PIC X(14).
           05  FILLER              PIC X(01).
           05  ULD-HDR-SEAL-WRITER PIC X(18).
           05  FILLER              PIC X(01).
           05  ULD-HDR-SEAL-STAMP  PIC X(14).
           05  FILLER              PIC X(43).

       01  MASTER-UNLOAD-TRAILER REDEFINES MASTER-UNLOAD-RECORD.
           05  ULD-TRL-TYPE        PIC X(01).
           05  ULD-TRL-COUNT       PIC 9(07).
           05  FILLER              PIC X(01).
           05  ULD-TRL-TOTAL       PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(78).
