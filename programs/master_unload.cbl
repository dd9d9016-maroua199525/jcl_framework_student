       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-UNLOAD.
       AUTHOR. JCL-FRAMEWORK-DEMO.
      *================================================================
      *  ONE SEALED, BRANCH-SEQUENCED FLAT COPY OF THE MASTER, TAKEN
      *  RIGHT AFTER THE NIGHT'S POSTING SO THE REPORTING JOBS
      *  (REPORT-GENERATOR, AGING-REPORT, MASTER-SCAN, REG-EXTRACT
      *  AND PERIOD-CLOSE) CAN READ IT INSTEAD OF EACH SWEEPING THE
      *  MASTFILE CLUSTER ON ITS OWN - IN PARALLEL WITH EACH OTHER
      *  AND OUTSIDE THE MASTER LOCK. THE UNLOAD'S COUNT AND DOLLAR
      *  TOTAL ARE LAID AGAINST MASTSEAL AND THE TRAILER IS ONLY
      *  WRITTEN WHEN THEY AGREE (SEE THE MSTUNLD COPYBOOK); A
      *  MISMATCH LEAVES THE UNLOAD WITHOUT ITS TRAILER AND ENDS
      *  RC=8 UNLESS THE OVERRIDE PARAMETER IS GIVEN.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MASTFILE IS READ IN BRANCH ORDER VIA THE MAST-BRANCH
      *    ALTERNATE KEY (SEE DEFINE_MASTFILE_AIX.JCL), SO THE UNLOAD
      *    ARRIVES IN THE ORDER THE BRANCH CONTROL BREAKS WANT.
           SELECT MASTFILE ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-BRANCH
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT MASTUNLDFILE ASSIGN TO "MASTUNLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTUNLD-STATUS.
           SELECT MASTSEALFILE ASSIGN TO "MASTSEAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTSEAL-STATUS.
           SELECT MASTLOCKFILE ASSIGN TO "MASTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTLOCK-STATUS.
           SELECT BUSDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT ALERTLOGFILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-LOG-STATUS.
           SELECT ALERTDATEFILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALW-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTFILE.
           COPY "mastrec".

       FD  MASTUNLDFILE.
           COPY "mstunld".

       FD  MASTLOCKFILE.
           COPY "mstlock".

       FD  MASTSEALFILE.
           COPY "mstseal".

       FD  BUSDATEFILE.
       01  BUSDATE-RECORD          PIC X(80).

       FD  ALERTLOGFILE.
           COPY "alrtrec".

       FD  ALERTDATEFILE.
       01  ALERTDATE-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTFILE-STATUS      PIC X(2)    VALUE "00".
       01  WS-MASTUNLD-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-MASTSEAL-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8)    VALUE 0.
       01  WS-MAST-EOF-FLAG        PIC X       VALUE 'N'.
       01  WS-DATE-NOW             PIC 9(8).
       01  WS-TIME-NOW             PIC 9(8).

       01  WS-SEAL-PRESENT-SW      PIC X       VALUE 'N'.
           88  WS-SEAL-PRESENT                 VALUE 'Y'.
       01  WS-SEAL-HELD-COUNT      PIC 9(7)    VALUE 0.
       01  WS-SEAL-HELD-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-SEAL-HELD-WRITER     PIC X(18)   VALUE SPACES.
       01  WS-SEAL-HELD-STAMP      PIC X(14)   VALUE SPACES.

       01  WS-MASTLOCK-STATUS      PIC X(2)    VALUE SPACES.
       01  WS-LOCK-HELD-SW         PIC X       VALUE 'N'.
           88  WS-LOCK-HELD                    VALUE 'Y'.
       01  WS-LOCK-REFUSED-SW      PIC X       VALUE 'N'.
           88  WS-LOCK-REFUSED                 VALUE 'Y'.
       01  WS-OVERRIDE-SW          PIC X       VALUE 'N'.
           88  WS-OVERRIDE-REQUESTED           VALUE 'Y'.
       01  WS-LOCK-PROGRAM-NAME    PIC X(18)
                                    VALUE "MASTER-UNLOAD".
       01  WS-LOCK-STAMP-DATE      PIC 9(8)    VALUE 0.
       01  WS-LOCK-STAMP-TIME      PIC 9(8)    VALUE 0.
       01  WS-RUN-PARM             PIC X(40)   VALUE SPACES.

       01  WS-RECORDS-UNLOADED     PIC 9(7)    VALUE 0.
       01  WS-AMOUNT-UNLOADED      PIC S9(11)V99 VALUE 0.
       01  WS-INACTIVE-UNLOADED    PIC 9(7)    VALUE 0.
       01  WS-AMOUNT-DISPLAY       PIC -(11)9.99.
       01  WS-SEAL-DISPLAY         PIC -(11)9.99.

           COPY "alrtwrk".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MASTER-UNLOAD: Starting sealed master unload"

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM(1:8) = "OVERRIDE"
               SET WS-OVERRIDE-REQUESTED TO TRUE
           END-IF

           PERFORM GET-BUSINESS-DATE THRU GET-BUSINESS-DATE-EXIT
           DISPLAY "MASTER-UNLOAD: Business date " WS-BUSINESS-DATE

      *    AN UNLOAD TAKEN WHILE A POSTING IS MID-FLIGHT WOULD HAND
      *    EVERY REPORT A HALF-POSTED MASTER - SO THE UNLOAD TAKES
      *    THE SAME EXCLUSIVE-USE LOCK AS THE UPDATERS, FOR THE ONE
      *    SWEEP, AND THE READERS NEED NO LOCK AFTER IT.
           PERFORM ACQUIRE-MASTER-LOCK THRU ACQUIRE-MASTER-LOCK-EXIT
           IF WS-LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           PERFORM READ-MASTER-SEAL THRU READ-MASTER-SEAL-EXIT

           OPEN INPUT MASTFILE
           IF WS-MASTFILE-STATUS NOT = "00"
               DISPLAY "MASTER-UNLOAD: *** ERROR - MASTFILE OPEN "
                   "FAILED, STATUS: " WS-MASTFILE-STATUS " ***"
               PERFORM RELEASE-MASTER-LOCK
                   THRU RELEASE-MASTER-LOCK-EXIT
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT MASTUNLDFILE
           IF WS-MASTUNLD-STATUS NOT = "00"
               DISPLAY "MASTER-UNLOAD: *** ERROR - MASTUNLD OPEN "
                   "FAILED, STATUS: " WS-MASTUNLD-STATUS " ***"
               CLOSE MASTFILE
               PERFORM RELEASE-MASTER-LOCK
                   THRU RELEASE-MASTER-LOCK-EXIT
               MOVE 8 TO RETURN-CODE
               PERFORM RAISE-RUN-END-ALERT
                   THRU RAISE-RUN-END-ALERT-EXIT
               STOP RUN
           END-IF
           PERFORM WRITE-UNLOAD-HEADER

           MOVE LOW-VALUES TO MAST-BRANCH
           START MASTFILE KEY IS NOT LESS THAN MAST-BRANCH
               INVALID KEY
                   DISPLAY "MASTER-UNLOAD: Master file is empty"
                   MOVE 'Y' TO WS-MAST-EOF-FLAG
           END-START

           PERFORM UNLOAD-ONE-RECORD
               UNTIL WS-MAST-EOF-FLAG = 'Y'

           CLOSE MASTFILE
           PERFORM RELEASE-MASTER-LOCK THRU RELEASE-MASTER-LOCK-EXIT

           DISPLAY "MASTER-UNLOAD: Records unloaded:  "
               WS-RECORDS-UNLOADED
           DISPLAY "MASTER-UNLOAD: Of which inactive: "
               WS-INACTIVE-UNLOADED
           MOVE WS-AMOUNT-UNLOADED TO WS-AMOUNT-DISPLAY
           DISPLAY "MASTER-UNLOAD: Amount unloaded:   "
               WS-AMOUNT-DISPLAY

           PERFORM PROVE-AGAINST-SEAL THRU PROVE-AGAINST-SEAL-EXIT

           CLOSE MASTUNLDFILE
           DISPLAY "MASTER-UNLOAD: Master unload completed"
           PERFORM RAISE-RUN-END-ALERT
               THRU RAISE-RUN-END-ALERT-EXIT
           STOP RUN.

       UNLOAD-ONE-RECORD.
           READ MASTFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MAST-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO MASTER-UNLOAD-RECORD
                   SET ULD-DETAIL TO TRUE
                   MOVE MASTER-RECORD TO ULD-DATA
                   WRITE MASTER-UNLOAD-RECORD
                   ADD 1 TO WS-RECORDS-UNLOADED
                   IF MAST-AMOUNT NUMERIC
                       ADD MAST-AMOUNT TO WS-AMOUNT-UNLOADED
                   END-IF
                   IF MAST-INACTIVE
                       ADD 1 TO WS-INACTIVE-UNLOADED
                   END-IF
           END-READ.

       WRITE-UNLOAD-HEADER.
           MOVE SPACES TO MASTER-UNLOAD-RECORD
           SET ULD-HEADER TO TRUE
           MOVE WS-BUSINESS-DATE TO ULD-HDR-BUS-DATE
           ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           STRING WS-DATE-NOW DELIMITED BY SIZE
               WS-TIME-NOW DELIMITED BY SIZE
               INTO ULD-HDR-TIMESTAMP
           MOVE WS-SEAL-HELD-WRITER TO ULD-HDR-SEAL-WRITER
           MOVE WS-SEAL-HELD-STAMP TO ULD-HDR-SEAL-STAMP
           WRITE MASTER-UNLOAD-RECORD.

       WRITE-UNLOAD-TRAILER.
           MOVE SPACES TO MASTER-UNLOAD-RECORD
           SET ULD-TRAILER TO TRUE
           MOVE WS-RECORDS-UNLOADED TO ULD-TRL-COUNT
           MOVE WS-AMOUNT-UNLOADED TO ULD-TRL-TOTAL
           WRITE MASTER-UNLOAD-RECORD.

      *================================================================
      *  THE UNLOAD'S OWN COUNT AND TOTAL AGAINST THE SEAL THE LAST
      *  REGISTERED UPDATER LEFT (SEE THE MSTSEAL COPYBOOK). THE ONE
      *  SWEEP THAT BUILT THE UNLOAD IS ALSO THE SEAL SWEEP. ONLY AN
      *  AGREED UNLOAD GETS ITS TRAILER; A FIRST RUN WITH NO SEAL ON
      *  FILE IS TRAILED WITH A WARNING, AND OVERRIDE TRAILS A
      *  BROKEN ONE ONCE THE OUT-OF-BAND CHANGE IS UNDERSTOOD.
      *================================================================
       PROVE-AGAINST-SEAL.
           IF NOT WS-SEAL-PRESENT
               DISPLAY "MASTER-UNLOAD: *** WARNING - NO SEAL ON "
                   "FILE - UNLOAD TRAILED UNPROVED ***"
               PERFORM WRITE-UNLOAD-TRAILER
               MOVE 4 TO RETURN-CODE
               GO TO PROVE-AGAINST-SEAL-EXIT
           END-IF

           IF WS-RECORDS-UNLOADED = WS-SEAL-HELD-COUNT
               AND WS-AMOUNT-UNLOADED = WS-SEAL-HELD-TOTAL
               DISPLAY "MASTER-UNLOAD: Unload agrees with the seal "
                   "written by " WS-SEAL-HELD-WRITER " at "
                   WS-SEAL-HELD-STAMP
               PERFORM WRITE-UNLOAD-TRAILER
               MOVE 0 TO RETURN-CODE
               GO TO PROVE-AGAINST-SEAL-EXIT
           END-IF

           MOVE WS-SEAL-HELD-TOTAL TO WS-SEAL-DISPLAY
           DISPLAY "MASTER-UNLOAD: *** BROKEN SEAL - SEAL WRITTEN BY "
               WS-SEAL-HELD-WRITER " AT " WS-SEAL-HELD-STAMP
               " HOLDS " WS-SEAL-HELD-COUNT " RECORDS, "
               WS-SEAL-DISPLAY " - AN OUT-OF-BAND CHANGE HAS "
               "TOUCHED THE MASTER ***"
           SET ALW-CRITICAL TO TRUE
           MOVE "MSTSEAL" TO ALW-CODE
           MOVE SPACES TO ALW-MESSAGE
           STRING "BROKEN SEAL - WRITTEN BY " WS-SEAL-HELD-WRITER
               " AT " WS-SEAL-HELD-STAMP
               DELIMITED BY SIZE INTO ALW-MESSAGE
           PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
           IF WS-OVERRIDE-REQUESTED
               DISPLAY "MASTER-UNLOAD: *** WARNING - OVERRIDE "
                   "GIVEN - UNLOAD TRAILED AGAINST THE SWEEP ***"
               PERFORM WRITE-UNLOAD-TRAILER
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "MASTER-UNLOAD: *** RUN REFUSED - UNLOAD "
                   "LEFT WITHOUT ITS TRAILER; RERUN WITH THE "
                   "OVERRIDE PARAMETER ONLY AFTER THE OUT-OF-BAND "
                   "CHANGE IS UNDERSTOOD ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROVE-AGAINST-SEAL-EXIT.
           EXIT.

       READ-MASTER-SEAL.
           MOVE 'N' TO WS-SEAL-PRESENT-SW
           OPEN INPUT MASTSEALFILE
           IF WS-MASTSEAL-STATUS NOT = "00"
               GO TO READ-MASTER-SEAL-EXIT
           END-IF
           MOVE SPACES TO MASTSEAL-RECORD
           READ MASTSEALFILE
               AT END
                   CONTINUE
           END-READ
           CLOSE MASTSEALFILE
           IF SEAL-COUNT NOT NUMERIC
               GO TO READ-MASTER-SEAL-EXIT
           END-IF
           SET WS-SEAL-PRESENT TO TRUE
           MOVE SEAL-COUNT TO WS-SEAL-HELD-COUNT
           MOVE SEAL-TOTAL TO WS-SEAL-HELD-TOTAL
           MOVE SEAL-WRITER TO WS-SEAL-HELD-WRITER
           MOVE SEAL-TIMESTAMP TO WS-SEAL-HELD-STAMP.

       READ-MASTER-SEAL-EXIT.
           EXIT.

       GET-BUSINESS-DATE.
           OPEN INPUT BUSDATEFILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUSDATE-RECORD(1:8) NUMERIC
                           MOVE BUSDATE-RECORD(1:8)
                               TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATEFILE
           END-IF
           IF WS-BUSINESS-DATE = 0
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       GET-BUSINESS-DATE-EXIT.
           EXIT.

      *================================================================
      *  MASTER FILE EXCLUSIVE-USE LOCK (SEE THE MSTLOCK COPYBOOK).
      *  ACQUIRED BEFORE MASTFILE IS TOUCHED AND BLANKED ON CLEAN
      *  END. A LOCK ALREADY HELD BY ANOTHER PROGRAM REFUSES THIS
      *  RUN; THE OVERRIDE PARAMETER STEALS A LOCK ORPHANED BY AN
      *  ABEND ONCE THE OPERATOR HAS CONFIRMED THE HOLDER IS DEAD.
      *================================================================
       ACQUIRE-MASTER-LOCK.
           OPEN INPUT MASTLOCKFILE
           IF WS-MASTLOCK-STATUS = "00"
               READ MASTLOCKFILE
                   AT END
                       MOVE SPACES TO MASTLOCK-RECORD
               END-READ
               CLOSE MASTLOCKFILE
               IF MLK-HOLDER NOT = SPACES
                   AND MLK-HOLDER NOT = WS-LOCK-PROGRAM-NAME
                   IF WS-OVERRIDE-REQUESTED
                       DISPLAY "MASTER-UNLOAD: *** WARNING - "
                           "OVERRIDING MASTER LOCK HELD BY "
                           MLK-HOLDER " SINCE " MLK-TIMESTAMP " ***"
                       SET ALW-WARNING TO TRUE
                       MOVE "LOCKOVRD" TO ALW-CODE
                       MOVE SPACES TO ALW-MESSAGE
                       STRING "LOCK HELD BY " MLK-HOLDER
                           " SINCE " MLK-TIMESTAMP " OVERRIDDEN"
                           DELIMITED BY SIZE INTO ALW-MESSAGE
                       PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
                   ELSE
                       DISPLAY "MASTER-UNLOAD: *** ERROR - "
                           "MASTER FILE IS LOCKED BY " MLK-HOLDER
                           " SINCE " MLK-TIMESTAMP " - RERUN WITH "
                           "THE OVERRIDE PARAMETER ONLY IF THAT "
                           "RUN IS DEAD ***"
                       SET WS-LOCK-REFUSED TO TRUE
                       SET ALW-CRITICAL TO TRUE
                       MOVE "MSTLOCK" TO ALW-CODE
                       MOVE SPACES TO ALW-MESSAGE
                       STRING "LOCKED BY " MLK-HOLDER
                           " SINCE " MLK-TIMESTAMP " - RUN REFUSED"
                           DELIMITED BY SIZE INTO ALW-MESSAGE
                       PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
                       GO TO ACQUIRE-MASTER-LOCK-EXIT
                   END-IF
               END-IF
           END-IF

           OPEN OUTPUT MASTLOCKFILE
           IF WS-MASTLOCK-STATUS NOT = "00"
               DISPLAY "MASTER-UNLOAD: Master lock file "
                   "not available - running unlocked"
               GO TO ACQUIRE-MASTER-LOCK-EXIT
           END-IF
           MOVE SPACES TO MASTLOCK-RECORD
           MOVE WS-LOCK-PROGRAM-NAME TO MLK-HOLDER
           ACCEPT WS-LOCK-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-STAMP-TIME FROM TIME
           STRING WS-LOCK-STAMP-DATE DELIMITED BY SIZE
               WS-LOCK-STAMP-TIME DELIMITED BY SIZE
               INTO MLK-TIMESTAMP
           WRITE MASTLOCK-RECORD
           CLOSE MASTLOCKFILE
           SET WS-LOCK-HELD TO TRUE.

       ACQUIRE-MASTER-LOCK-EXIT.
           EXIT.

       RELEASE-MASTER-LOCK.
           IF NOT WS-LOCK-HELD
               GO TO RELEASE-MASTER-LOCK-EXIT
           END-IF
           OPEN OUTPUT MASTLOCKFILE
           IF WS-MASTLOCK-STATUS = "00"
               MOVE SPACES TO MASTLOCK-RECORD
               WRITE MASTLOCK-RECORD
               CLOSE MASTLOCKFILE
           END-IF
           MOVE 'N' TO WS-LOCK-HELD-SW.

       RELEASE-MASTER-LOCK-EXIT.
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
               DISPLAY "MASTER-UNLOAD: Alert log not "
                   "writable - alert " ALW-CODE " not recorded"
               GO TO RAISE-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALERT-RECORD
           ACCEPT ALW-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT ALW-STAMP-TIME FROM TIME
           STRING ALW-STAMP-DATE DELIMITED BY SIZE
               ALW-STAMP-TIME DELIMITED BY SIZE
               INTO ALR-TIMESTAMP
           MOVE "MASTER-UNLOAD" TO ALR-PROGRAM
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
