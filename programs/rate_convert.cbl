       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-CONVERT.
       AUTHOR. JCL-FRAMEWORK-DEMO.

      *================================================================
      *  ONE-TIME RELOAD OF RATEFILE INTO THE EFFECTIVE-DATED LAYOUT.
      *  THE OLD FILE, UNLOADED TO RATEOLD BY RATE_CONVERT.JCL, HELD
      *  ONE RECORD PER BRANCH AND TIER KEYED WITHOUT A DATE. EACH
      *  ONE IS RELOADED UNCHANGED UNDER AN EFFECTIVE DATE OF ZERO -
      *  IN FORCE SINCE BEFORE RATES WERE DATED - SO ACCRUALS PRICE
      *  EXACTLY AS BEFORE UNTIL THE FIRST DATED CHANGE IS APPLIED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEOLDFILE ASSIGN TO "RATEOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEOLD-STATUS.
           SELECT RATEFILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATEFILE-STATUS.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      *  THE RATE RECORD AS IT WAS BEFORE IT CARRIED A DATE.
      *----------------------------------------------------------------
       FD  RATEOLDFILE.
       01  OLD-RATE-RECORD.
           05  OLD-RATE-BRANCH     PIC X(04).
           05  OLD-RATE-TIER       PIC 9(02).
           05  OLD-RATE-TIER-FLOOR PIC S9(7)V99.
           05  OLD-RATE-PCT        PIC S9(2)V9(4).
           05  OLD-RATE-TYPE       PIC X(01).
           05  OLD-RATE-REASON-CODE PIC X(04).
           05  OLD-RATE-PRODUCT    PIC X(04).
           05  FILLER              PIC X(05).

       FD  RATEFILE.
           COPY "raterec".

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RATEOLD-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-RATEFILE-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-EOF-FLAG             PIC X       VALUE 'N'.
       01  WS-RECORDS-READ         PIC 9(5)    VALUE 0.
       01  WS-RECORDS-LOADED       PIC 9(5)    VALUE 0.
       01  WS-ERRORS-FOUND         PIC 9(5)    VALUE 0.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RATE-CONVERT: Reloading rate table with dates..."

           OPEN INPUT RATEOLDFILE
           IF WS-RATEOLD-STATUS NOT = "00"
               DISPLAY "RATE-CONVERT: *** ERROR - RATEOLD OPEN "
                   "FAILED, STATUS: " WS-RATEOLD-STATUS " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT RATEFILE
           IF WS-RATEFILE-STATUS NOT = "00"
               DISPLAY "RATE-CONVERT: *** ERROR - RATEFILE OPEN "
                   "FAILED, STATUS: " WS-RATEFILE-STATUS " ***"
               CLOSE RATEOLDFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM CONVERT-ONE-RATE
               UNTIL WS-EOF-FLAG = 'Y'

           CLOSE RATEOLDFILE
           CLOSE RATEFILE

           DISPLAY "RATE-CONVERT: Reload completed"
           DISPLAY "RATE-CONVERT: Records read:   " WS-RECORDS-READ
           DISPLAY "RATE-CONVERT: Records loaded: " WS-RECORDS-LOADED
           DISPLAY "RATE-CONVERT: Errors found:   " WS-ERRORS-FOUND

           IF WS-ERRORS-FOUND > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       CONVERT-ONE-RATE.
           READ RATEOLDFILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM WRITE-DATED-RATE
                       THRU WRITE-DATED-RATE-EXIT
           END-READ.

       WRITE-DATED-RATE.
           MOVE SPACES TO RATE-RECORD
           MOVE OLD-RATE-BRANCH TO RATE-BRANCH
           MOVE OLD-RATE-TIER TO RATE-TIER
           MOVE 0 TO RATE-EFF-DATE
           MOVE OLD-RATE-TIER-FLOOR TO RATE-TIER-FLOOR
           MOVE OLD-RATE-PCT TO RATE-PCT
           MOVE OLD-RATE-TYPE TO RATE-TYPE
           MOVE OLD-RATE-REASON-CODE TO RATE-REASON-CODE
           MOVE OLD-RATE-PRODUCT TO RATE-PRODUCT
           SET RATE-ACTIVE TO TRUE
           WRITE RATE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERRORS-FOUND
                   DISPLAY "RATE-CONVERT: ERROR - branch "
                       OLD-RATE-BRANCH " tier " OLD-RATE-TIER
                       " not loaded, STATUS: " WS-RATEFILE-STATUS
                   GO TO WRITE-DATED-RATE-EXIT
           END-WRITE
           ADD 1 TO WS-RECORDS-LOADED.

       WRITE-DATED-RATE-EXIT.
           EXIT.

      *================================================================
      *  OPERATOR ALERT (SEE THE ALRTREC AND ALRTWRK COPYBOOKS).
      *  APPENDS ONE RECORD TO THE SHARED ALERTLOG FROM THE SEVERITY,
      *  CODE AND MESSAGE THE CALLER LEFT IN ALRTWRK. A LOG THAT
      *  CANNOT BE WRITTEN IS REPORTED BUT NEVER STOPS THE RUN.
      *================================================================
       RAISE-ALERT.
           ADD 1 TO ALW-RAISED-COUNT
           IF NOT ALW-WARNING
               ADD 1 TO ALW-SERIOUS-COUNT
           END-IF
           IF ALW-BUS-DATE = SPACES
               PERFORM GET-ALERT-BUSINESS-DATE
                   THRU GET-ALERT-BUSINESS-DATE-EXIT
           END-IF
           OPEN EXTEND ALERTLOGFILE
           IF ALW-LOG-STATUS = "35"
               OPEN OUTPUT ALERTLOGFILE
           END-IF
           IF ALW-LOG-STATUS NOT = "00"
               DISPLAY "RATE-CONVERT: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "RATE-CONVERT" TO ALR-PROGRAM
           MOVE ALW-CODE TO ALR-CODE
           MOVE ALW-SEVERITY TO ALR-SEVERITY
           MOVE ALW-BUS-DATE TO ALR-BUS-DATE
           MOVE ALW-MESSAGE TO ALR-MESSAGE
           WRITE ALERT-RECORD
           CLOSE ALERTLOGFILE.

       RAISE-ALERT-EXIT.
           EXIT.

       GET-ALERT-BUSINESS-DATE.
           OPEN INPUT ALERTDATEFILE
           IF ALW-DATE-STATUS = "00"
               READ ALERTDATEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ALERTDATE-RECORD(1:8) TO ALW-BUS-DATE
               END-READ
               CLOSE ALERTDATEFILE
           END-IF
           IF ALW-BUS-DATE = SPACES
               ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
               MOVE ALW-STAMP-DATE TO ALW-BUS-DATE
           END-IF.

       GET-ALERT-BUSINESS-DATE-EXIT.
           EXIT.

       RAISE-RUN-END-ALERT.
           IF RETURN-CODE < 4
               GO TO RAISE-RUN-END-ALERT-EXIT
           END-IF
           IF RETURN-CODE < 8 AND ALW-RAISED-COUNT > 0
               GO TO RAISE-RUN-END-ALERT-EXIT
           END-IF
           IF ALW-SERIOUS-COUNT > 0
               GO TO RAISE-RUN-END-ALERT-EXIT
           END-IF
           MOVE RETURN-CODE TO ALW-RC-DISPLAY
           IF RETURN-CODE < 8
               SET ALW-WARNING TO TRUE
           ELSE
               SET ALW-ERROR TO TRUE
           END-IF
           MOVE SPACES TO ALW-CODE
           STRING "RUNRC" ALW-RC-DISPLAY
               DELIMITED BY SIZE INTO ALW-CODE
           MOVE SPACES TO ALW-MESSAGE
           STRING "RUN ENDED RC=" ALW-RC-DISPLAY
               " - SEE THE JOB LOG FOR THE CAUSE"
               DELIMITED BY SIZE INTO ALW-MESSAGE
           PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.

       RAISE-RUN-END-ALERT-EXIT.
           EXIT.
