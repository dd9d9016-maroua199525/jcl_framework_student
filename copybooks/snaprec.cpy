      *  CONTROL RECORD PER PERIOD UNDER THE RESERVED BRANCH CODE
      *  "*ALL". THIS IS THE FROZEN, RE-PRINTABLE SOURCE FOR
      *  MONTH-END FIGURES - IT IS NEVER OVERWRITTEN BY THE NIGHTLY
      *  REPORT CYCLE. THE CLOSE ALSO FREEZES ONE RECORD PER REGION
      *  (SEE REGNREC), KEYED BY THE REGION CODE IN SNAP-BRANCH AND
      *  MARKED BY AN "R" IN SNAP-LEVEL; BRANCHES WITH NO REGION ON
      *  FILE ROLL UP UNDER "????". REGION AND BRANCH CODES NEVER
      *  OVERLAP, SO THE KEYS CANNOT COLLIDE - BUT A PROGRAM WANTING
      *  ONLY BRANCHES MUST SKIP SNAP-IS-REGION RECORDS AS WELL AS
      *  THE GRAND TOTAL. RECORDS WRITTEN BEFORE REGIONS EXISTED
      *  CARRY A SPACE IN SNAP-LEVEL.
      *================================================================
       01  SNAP-RECORD.
           05  SNAP-KEY.
           05  SNAP-RECORD-COUNT   PIC 9(07).
           05  SNAP-AMOUNT-TOTAL   PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  SNAP-LEVEL          PIC X(01).
               88  SNAP-IS-REGION              VALUE "R".
           05  FILLER              PIC X(06).
