      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     GitHub Repository                                             *
      *     Companion to AGE-CALC - yearly retention purge.  Every                     *
      *     employee terminated longer ago than the AGECTL.DAT                         *
      *     retention period (RETAINYEARS, default 7) is moved off                     *
      *     EMPLOYEE.DAT, with their EMPADDR.DAT address, onto the                     *
      *     inactive roster EMPINACT.DAT, so the nightly sort, the                     *
      *     forecast and the reconciliation stop reading past them.                    *
      *     Each move is logged to EMPHIST.DAT like any other roster                   *
      *     change, so EMP-REBUILD can still wind back across it,                      *
      *     and listed on the purge register EMPPURGE.PRT with                         *
      *     counts.  EMP-MAINT reinstates a purged person when HR                      *
      *     adds the ID again; AGE-CALC lookup still finds them.                       *
      **********************************************************************************


       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-PURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL ADDRESS-FILE ASSIGN TO "EMPADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-EMP-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT OPTIONAL INACTIVE-FILE ASSIGN TO "EMPINACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INA-EMP-ID
               FILE STATUS IS WS-INACTIVE-STATUS.

           SELECT OPTIONAL ROSTER-HISTORY-FILE ASSIGN TO "EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "AGECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "EMPPURGE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  ADDRESS-FILE.
           COPY ADDRREC.

       FD  INACTIVE-FILE.
           COPY INACTREC.

       FD  ROSTER-HISTORY-FILE.
           COPY ROSTHIST.

       FD  CONTROL-FILE.
       01  CTL-RECORD              PIC X(80).

       FD  REGISTER-FILE.
       01  WS-REGISTER-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  WS-YEAR PIC 99.
           05  WS-MONTH PIC 99.
           05  WS-DAY   PIC 99.
       01  WS-DISPLAY-DATE.
           05  WS-DISPLAY-MONTH        PIC 99.
           05  FILLER          PIC X VALUE "/".
           05  WS-DISPLAY-DAY          PIC 99.
           05  FILLER          PIC X VALUE "/".
           05  WS-DISPLAY-YEAR         PIC 99.
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 99.
           05  WS-RUN-DAY           PIC 99.
       01  WS-RUN-TIME              PIC 9(8) VALUE ZERO.

       01  WS-EMPLOYEE-STATUS       PIC XX.
       01  WS-ADDRESS-STATUS        PIC XX.
       01  WS-INACTIVE-STATUS       PIC XX.
       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF                VALUE "Y".

       01  WS-CONTROL-STATUS        PIC XX.
       01  WS-CTL-EOF-SWITCH        PIC X VALUE "N".
           88  WS-CTL-EOF            VALUE "Y".
       01  WS-CTL-WORK.
           05  WS-CTL-KEYWORD       PIC X(12).
           05  WS-CTL-VALUE-X       PIC X(4).
           05  WS-CTL-VALUE REDEFINES WS-CTL-VALUE-X PIC 9(4).
           05  FILLER               PIC X(64).

       01  WS-RETAIN-YEARS          PIC 99 VALUE 7.
       01  WS-CUTOFF-DATE           PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR       PIC 9(4).
           05  WS-CUTOFF-MONTH      PIC 99.
           05  WS-CUTOFF-DAY        PIC 99.
       01  WS-TERM-DATE-N           PIC 9(8) VALUE ZERO.
       01  WS-TERM-OK               PIC X VALUE "N".
           88  WS-TERM-VALID         VALUE "Y".

       01  WS-ADDRESS-FOUND-SWITCH  PIC X VALUE "N".
           88  WS-ADDRESS-FOUND      VALUE "Y".
       01  WS-INACTIVE-DUP-SWITCH   PIC X VALUE "N".
           88  WS-INACTIVE-DUP       VALUE "Y".
       01  WS-MOVE-FAILED-SWITCH    PIC X VALUE "N".
           88  WS-MOVE-FAILED        VALUE "Y".
       01  WS-BEFORE-IMAGE          PIC X(80) VALUE SPACES.
       01  WS-HIST-SEQUENCE         PIC 9(6) VALUE ZERO.
       01  WS-DISPOSITION           PIC X(40) VALUE SPACES.
       01  WS-ADDRESS-TEXT          PIC X(3) VALUE SPACES.

      *    Dates on file are YYYYMMDD; printed MM/DD/YYYY.
       01  WS-FMT-IN                PIC 9(8) VALUE ZERO.
       01  WS-FMT-IN-X REDEFINES WS-FMT-IN.
           05  WS-FMT-IN-YEAR       PIC 9(4).
           05  WS-FMT-IN-MONTH      PIC 99.
           05  WS-FMT-IN-DAY        PIC 99.
       01  WS-FMT-OUT.
           05  WS-FMT-OUT-MONTH     PIC 99.
           05  FILLER               PIC X VALUE "/".
           05  WS-FMT-OUT-DAY       PIC 99.
           05  FILLER               PIC X VALUE "/".
           05  WS-FMT-OUT-YEAR      PIC 9(4).

       01  WS-ROSTER-READ           PIC 9(6) VALUE ZERO.
       01  WS-TERMINATED-SEEN       PIC 9(6) VALUE ZERO.
       01  WS-KEPT-IN-RETENTION     PIC 9(6) VALUE ZERO.
       01  WS-KEPT-NO-TERM-DATE     PIC 9(6) VALUE ZERO.
       01  WS-EMPS-PURGED           PIC 9(6) VALUE ZERO.
       01  WS-ADDRS-MOVED           PIC 9(6) VALUE ZERO.
       01  WS-INACTIVE-REPLACED     PIC 9(6) VALUE ZERO.
       01  WS-PURGE-FAILED          PIC 9(6) VALUE ZERO.
       01  WS-HIST-WRITTEN          PIC 9(6) VALUE ZERO.
       01  WS-HIST-FAILED           PIC 9(6) VALUE ZERO.

       01  WS-RUN-RC                PIC 99 VALUE ZERO.

           COPY DATEPARM.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    Nobody is moved unless every file opens - a purge with
      *    no history behind it could not be wound back, and one
      *    that cannot reach the address file would leave orphan
      *    addresses behind.  RC 8 on any open failure, RC 4 when
      *    someone due to go could not be moved cleanly or a
      *    history entry could not be written.
      *-----------------------------------------------------------
       0100-START-HERE.

           PERFORM 0110-INITIALIZE.

           OPEN I-O EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-FILE could not be opened - status "
                   WS-EMPLOYEE-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN I-O ADDRESS-FILE
               IF WS-ADDRESS-STATUS NOT = "00"
                   AND WS-ADDRESS-STATUS NOT = "05"
                       DISPLAY "ADDRESS-FILE could not be opened - "
                           "status " WS-ADDRESS-STATUS
                       MOVE 8 TO WS-RUN-RC
               END-IF
               OPEN I-O INACTIVE-FILE
               IF WS-INACTIVE-STATUS NOT = "00"
                   AND WS-INACTIVE-STATUS NOT = "05"
                       DISPLAY "INACTIVE-FILE could not be opened - "
                           "status " WS-INACTIVE-STATUS
                       MOVE 8 TO WS-RUN-RC
               END-IF
               OPEN EXTEND ROSTER-HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   AND WS-HISTORY-STATUS NOT = "05"
                       DISPLAY "ROSTER-HISTORY-FILE could not be "
                           "opened - status " WS-HISTORY-STATUS
                       MOVE 8 TO WS-RUN-RC
               END-IF
               OPEN OUTPUT REGISTER-FILE
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "REGISTER-FILE could not be opened - status "
                       WS-REGISTER-STATUS
                   MOVE 8 TO WS-RUN-RC
               END-IF

               IF WS-RUN-RC = ZERO
                   PERFORM 0120-PRINT-REGISTER-HEADER
                   PERFORM 0200-PURGE-ROSTER
                   PERFORM 0700-PRINT-REGISTER-TOTALS
                   IF WS-PURGE-FAILED > ZERO
                       OR WS-HIST-FAILED > ZERO
                           MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF

               CLOSE EMPLOYEE-FILE
                     ADDRESS-FILE
                     INACTIVE-FILE
                     ROSTER-HISTORY-FILE
                     REGISTER-FILE
           END-IF.

           DISPLAY "Retention purge ended with return code " WS-RUN-RC.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------
      *    Anyone terminated before the same day of the year
      *    RETAINYEARS years ago has passed the retention period.
      *-----------------------------------------------------------
       0110-INITIALIZE.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-MONTH TO WS-DISPLAY-MONTH.
           MOVE WS-DAY TO WS-DISPLAY-DAY.
           MOVE WS-YEAR TO WS-DISPLAY-YEAR.
           COMPUTE WS-RUN-YEAR = WS-YEAR + 2000.
           MOVE WS-MONTH TO WS-RUN-MONTH.
           MOVE WS-DAY TO WS-RUN-DAY.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 0130-LOAD-CONTROL-PARAMS.
           COMPUTE WS-CUTOFF-YEAR = WS-RUN-YEAR - WS-RETAIN-YEARS.
           MOVE WS-RUN-MONTH TO WS-CUTOFF-MONTH.
           MOVE WS-RUN-DAY TO WS-CUTOFF-DAY.

       0120-PRINT-REGISTER-HEADER.

           MOVE WS-CUTOFF-DATE TO WS-FMT-IN.
           PERFORM 0800-FORMAT-DATE.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "RETENTION PURGE REGISTER" DELIMITED BY SIZE
               "     RUN DATE: " DELIMITED BY SIZE
               WS-DISPLAY-DATE DELIMITED BY SIZE
               "     RETENTION: " DELIMITED BY SIZE
               WS-RETAIN-YEARS DELIMITED BY SIZE
               " YEARS - TERMINATED BEFORE " DELIMITED BY SIZE
               WS-FMT-OUT DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "EMP-ID FIRST NAME LAST NAME   " DELIMITED BY SIZE
               "TERMINATED ADR DISPOSITION" DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.

      *-----------------------------------------------------------
      *    The retention period comes from the same AGECTL.DAT
      *    that drives the rest of the suite, keyword RETAINYEARS.
      *    Keywords that only concern the other programs are left
      *    alone.
      *-----------------------------------------------------------
       0130-LOAD-CONTROL-PARAMS.

           OPEN INPUT CONTROL-FILE.
           EVALUATE WS-CONTROL-STATUS
               WHEN "05"
                   CLOSE CONTROL-FILE
               WHEN "00"
                   PERFORM UNTIL WS-CTL-EOF
                       READ CONTROL-FILE
                           AT END
                               SET WS-CTL-EOF TO TRUE
                           NOT AT END
                               MOVE CTL-RECORD TO WS-CTL-WORK
                               PERFORM 0140-APPLY-CONTROL-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CONTROL-FILE
               WHEN OTHER
                   DISPLAY "CONTROL-FILE could not be opened - "
                       "status " WS-CONTROL-STATUS
                       " - default parameters in effect"
           END-EVALUATE.

       0140-APPLY-CONTROL-RECORD.

           EVALUATE WS-CTL-KEYWORD
               WHEN "RETAINYEARS"
                   IF WS-CTL-VALUE-X IS NUMERIC
                       AND WS-CTL-VALUE >= 1
                       AND WS-CTL-VALUE <= 99
                           MOVE WS-CTL-VALUE TO WS-RETAIN-YEARS
                   ELSE
                       DISPLAY "Control record ignored - "
                           WS-CTL-KEYWORD " " WS-CTL-VALUE-X
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------
      *    One pass of the roster in ID order.  Active and on-
      *    leave people are never candidates; a terminated record
      *    with no usable termination date is kept and listed, as
      *    there is no telling how long ago the person left.
      *-----------------------------------------------------------
       0200-PURGE-ROSTER.

           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROSTER-READ
                       IF EMP-TERMINATED
                           PERFORM 0210-JUDGE-TERMINATION
                       END-IF
               END-READ
           END-PERFORM.

       0210-JUDGE-TERMINATION.

           ADD 1 TO WS-TERMINATED-SEEN.
           MOVE "N" TO WS-TERM-OK.
           IF EMP-TERM-DATE IS NUMERIC
               MOVE "V" TO DEP-FUNCTION
               MOVE EMP-TERM-DATE TO DEP-CHECK-DATE
               MOVE WS-RUN-DATE TO DEP-LIMIT-DATE
               CALL "DATE-EDIT" USING DATE-EDIT-PARMS
               MOVE DEP-DATE-OK TO WS-TERM-OK
           END-IF.

           IF NOT WS-TERM-VALID
               ADD 1 TO WS-KEPT-NO-TERM-DATE
               MOVE "N" TO WS-ADDRESS-FOUND-SWITCH
               MOVE "*** KEPT - NO VALID TERMINATION DATE"
                   TO WS-DISPOSITION
               PERFORM 0600-WRITE-REGISTER-LINE
           ELSE
               MOVE EMP-TERM-DATE TO WS-TERM-DATE-N
               IF WS-TERM-DATE-N < WS-CUTOFF-DATE
                   PERFORM 0300-PURGE-ONE-EMPLOYEE
               ELSE
                   ADD 1 TO WS-KEPT-IN-RETENTION
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    The inactive entry is written first; only once it is
      *    safely on file does the roster record go, and only once
      *    that is gone does the address follow - a roster record
      *    that will not delete keeps its address with it.
      *    Someone already on the inactive roster - reinstated
      *    and terminated again - has the old entry replaced by
      *    the current record.
      *-----------------------------------------------------------
       0300-PURGE-ONE-EMPLOYEE.

           MOVE "N" TO WS-MOVE-FAILED-SWITCH.
           MOVE "N" TO WS-INACTIVE-DUP-SWITCH.
           MOVE "N" TO WS-ADDRESS-FOUND-SWITCH.
           MOVE SPACES TO WS-DISPOSITION.

           MOVE EMP-ID TO ADR-EMP-ID.
           READ ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ADDRESS-FOUND TO TRUE
           END-READ.

           MOVE SPACES TO INACTIVE-ROSTER-RECORD.
           MOVE EMP-ID TO INA-EMP-ID.
           MOVE WS-RUN-DATE TO INA-PURGE-DATE.
           MOVE EMPLOYEE-RECORD TO INA-ROSTER-IMAGE.
           IF WS-ADDRESS-FOUND
               SET INA-HAS-ADDRESS TO TRUE
               MOVE ADDRESS-RECORD TO INA-ADDRESS-IMAGE
           ELSE
               SET INA-NO-ADDRESS TO TRUE
           END-IF.
           WRITE INACTIVE-ROSTER-RECORD
               INVALID KEY
                   SET WS-INACTIVE-DUP TO TRUE
           END-WRITE.
           IF WS-INACTIVE-DUP
               REWRITE INACTIVE-ROSTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF WS-INACTIVE-STATUS NOT = "00"
               SET WS-MOVE-FAILED TO TRUE
               MOVE "*** NOT PURGED - INACTIVE WRITE FAILED"
                   TO WS-DISPOSITION
           ELSE
               IF WS-INACTIVE-DUP
                   ADD 1 TO WS-INACTIVE-REPLACED
               END-IF
           END-IF.

           IF NOT WS-MOVE-FAILED
               PERFORM 0330-REMOVE-ROSTER-RECORD
               IF NOT WS-MOVE-FAILED
                   AND WS-ADDRESS-FOUND
                       PERFORM 0320-REMOVE-ADDRESS
               END-IF
           END-IF.

           IF WS-MOVE-FAILED
               ADD 1 TO WS-PURGE-FAILED
           ELSE
               ADD 1 TO WS-EMPS-PURGED
               IF WS-INACTIVE-DUP
                   MOVE "PURGED - EARLIER INACTIVE ENTRY REPLACED"
                       TO WS-DISPOSITION
               ELSE
                   MOVE "PURGED" TO WS-DISPOSITION
               END-IF
           END-IF.
           PERFORM 0600-WRITE-REGISTER-LINE.

      *-----------------------------------------------------------
      *    An address that will not delete stays where it is - the
      *    copy on the inactive entry is still good - and the
      *    person still goes, flagged for a look at EMPADDR.DAT.
      *-----------------------------------------------------------
       0320-REMOVE-ADDRESS.

           MOVE ADDRESS-RECORD TO WS-BEFORE-IMAGE.
           DELETE ADDRESS-FILE
               INVALID KEY
                   MOVE "N" TO WS-ADDRESS-FOUND-SWITCH
                   DISPLAY "Address for " EMP-ID
                       " not removed from EMPADDR.DAT"
               NOT INVALID KEY
                   ADD 1 TO WS-ADDRS-MOVED
                   SET RHS-FROM-ADDRESS TO TRUE
                   PERFORM 0400-WRITE-HISTORY
           END-DELETE.

       0330-REMOVE-ROSTER-RECORD.

           MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE.
           DELETE EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
               SET WS-MOVE-FAILED TO TRUE
               MOVE "*** ON INACTIVE ROSTER - NOT REMOVED"
                   TO WS-DISPOSITION
           ELSE
               SET RHS-FROM-PURGE TO TRUE
               PERFORM 0400-WRITE-HISTORY
           END-IF.

      *-----------------------------------------------------------
      *    The same history entry EMP-MAINT writes for a delete -
      *    the roster record marked as a purge, the address as an
      *    address entry so neither image is mistaken for the
      *    other - so EMP-REBUILD puts a purged person back on any
      *    roster it rebuilds to a date before tonight.
      *-----------------------------------------------------------
       0400-WRITE-HISTORY.

           ADD 1 TO WS-HIST-SEQUENCE.
           MOVE WS-RUN-DATE TO RHS-RUN-DATE.
           MOVE WS-RUN-TIME TO RHS-RUN-TIME.
           MOVE WS-HIST-SEQUENCE TO RHS-SEQUENCE.
           MOVE "D" TO RHS-ACTION-CODE.
           MOVE EMP-ID TO RHS-EMP-ID.
           MOVE WS-BEFORE-IMAGE TO RHS-BEFORE-IMAGE.
           MOVE SPACES TO RHS-AFTER-IMAGE.
           WRITE ROSTER-HISTORY-RECORD.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "History entry for " EMP-ID
                   " not written - status " WS-HISTORY-STATUS
               ADD 1 TO WS-HIST-FAILED
           ELSE
               ADD 1 TO WS-HIST-WRITTEN
           END-IF.

       0600-WRITE-REGISTER-LINE.

           IF EMP-TERM-DATE IS NUMERIC
               MOVE EMP-TERM-DATE TO WS-FMT-IN
               PERFORM 0800-FORMAT-DATE
           ELSE
               MOVE SPACES TO WS-FMT-OUT
           END-IF.
           IF WS-ADDRESS-FOUND
               MOVE "YES" TO WS-ADDRESS-TEXT
           ELSE
               MOVE "NO" TO WS-ADDRESS-TEXT
           END-IF.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EMP-FIRST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EMP-LAST-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FMT-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ADDRESS-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPOSITION DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.

       0700-PRINT-REGISTER-TOTALS.

           MOVE SPACES TO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "ROSTER RECORDS READ:     " DELIMITED BY SIZE
               WS-ROSTER-READ DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "TERMINATED ON ROSTER:    " DELIMITED BY SIZE
               WS-TERMINATED-SEEN DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "  KEPT - IN RETENTION:   " DELIMITED BY SIZE
               WS-KEPT-IN-RETENTION DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "  KEPT - NO TERM DATE:   " DELIMITED BY SIZE
               WS-KEPT-NO-TERM-DATE DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "  PURGED TO INACTIVE:    " DELIMITED BY SIZE
               WS-EMPS-PURGED DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "  NOT PURGED - FAILED:   " DELIMITED BY SIZE
               WS-PURGE-FAILED DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "ADDRESSES MOVED:         " DELIMITED BY SIZE
               WS-ADDRS-MOVED DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "INACTIVE ENTRIES REPLACED:" DELIMITED BY SIZE
               WS-INACTIVE-REPLACED DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "HISTORY ENTRIES KEPT:    " DELIMITED BY SIZE
               WS-HIST-WRITTEN DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "HISTORY WRITES FAILED:   " DELIMITED BY SIZE
               WS-HIST-FAILED DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.

       0800-FORMAT-DATE.

           MOVE WS-FMT-IN-MONTH TO WS-FMT-OUT-MONTH.
           MOVE WS-FMT-IN-DAY TO WS-FMT-OUT-DAY.
           MOVE WS-FMT-IN-YEAR TO WS-FMT-OUT-YEAR.

       END PROGRAM EMP-PURGE.
