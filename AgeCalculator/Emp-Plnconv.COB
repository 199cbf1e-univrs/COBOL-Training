      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     GitHub Repository                                             *
      *     Companion to AGE-CALC - one-time roster conversion.  The                   *
      *     retirement plan code grew EMPLOYEE-RECORD from 56 to 60                    *
      *     bytes, and an indexed file built at the old length will                    *
      *     not open under the new layout.  This utility reads the                     *
      *     old-layout EMPLOYEE.DAT, rewrites every record at the new                  *
      *     length with a blank plan code - the AGECTL.DAT defaults,                   *
      *     which is how everyone was judged before plans existed -                    *
      *     and rebuilds EMPLOYEE.DAT in place through EMPPLCNV.TMP.                   *
      *     HR then keys each person's plan as a change transaction.                   *
      *     (A roster still at the original 47-byte layout does not                    *
      *     come through here - EMP-CONV takes it straight to the                      *
      *     current layout on its own; this is only for a roster at                    *
      *     56 bytes.)  Back the roster up first and run this exactly                  *
      *     once, before the first nightly chain under the new layout                  *
      *     - a second run against an already-converted roster will                    *
      *     fail on the open and change nothing.                                       *
      **********************************************************************************


       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-PLNCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-ROSTER-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-EMP-ID
               FILE STATUS IS WS-OLD-ROSTER-STATUS.

           SELECT CONVERT-FILE ASSIGN TO "EMPPLCNV.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNV-ID
               FILE STATUS IS WS-CONVERT-STATUS.

           SELECT ROSTER-OUT-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROUT-ID
               FILE STATUS IS WS-ROSTER-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-ROSTER-FILE.
       01  OLD-EMPLOYEE-RECORD.
           05  OLD-EMP-ID          PIC X(6).
           05  OLD-FIRST-NAME      PIC X(10).
           05  OLD-LAST-NAME       PIC X(10).
           05  OLD-BIRTH-DATE.
               10  OLD-BIRTH-YEAR  PIC 9(4).
               10  OLD-BIRTH-MONTH PIC 99.
               10  OLD-BIRTH-DAY   PIC 99.
           05  OLD-DEPT-CODE       PIC X(4).
           05  OLD-HIRE-DATE.
               10  OLD-HIRE-YEAR   PIC 9(4).
               10  OLD-HIRE-MONTH  PIC 99.
               10  OLD-HIRE-DAY    PIC 99.
           05  OLD-STATUS-CODE     PIC X.
           05  OLD-TERM-DATE       PIC X(8).

       FD  CONVERT-FILE.
           COPY EMPREC REPLACING
               ==EMPLOYEE-RECORD== BY ==CONVERT-RECORD==
               LEADING ==EMP-== BY ==CNV-==.

       FD  ROSTER-OUT-FILE.
           COPY EMPREC REPLACING
               ==EMPLOYEE-RECORD== BY ==ROSTER-OUT-RECORD==
               LEADING ==EMP-== BY ==ROUT-==.

       WORKING-STORAGE SECTION.
       01  WS-OLD-ROSTER-STATUS     PIC XX.
       01  WS-CONVERT-STATUS        PIC XX.
       01  WS-ROSTER-OUT-STATUS     PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-RECORDS-READ          PIC 9(6) VALUE ZERO.
       01  WS-RECORDS-WRITTEN       PIC 9(6) VALUE ZERO.
       01  WS-RUN-RC                PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.

       0100-START-HERE.

           OPEN INPUT OLD-ROSTER-FILE.
           IF WS-OLD-ROSTER-STATUS NOT = "00"
               DISPLAY "EMPLOYEE.DAT could not be opened at the old "
                   "layout - status " WS-OLD-ROSTER-STATUS
               DISPLAY "Nothing converted - if the roster was "
                   "already converted, this is expected"
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN OUTPUT CONVERT-FILE
               IF WS-CONVERT-STATUS NOT = "00"
                   DISPLAY "CONVERT-FILE could not be opened - "
                       "status " WS-CONVERT-STATUS
                       " - nothing converted"
                   MOVE 8 TO WS-RUN-RC
                   CLOSE OLD-ROSTER-FILE
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ OLD-ROSTER-FILE NEXT RECORD
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM 0200-CONVERT-ONE-RECORD
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF-SWITCH
                   CLOSE OLD-ROSTER-FILE
                         CONVERT-FILE
                   PERFORM 0300-REBUILD-THE-ROSTER
               END-IF
           END-IF.

           DISPLAY "Conversion ended with return code " WS-RUN-RC.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------
      *    Same fields, new length - status and termination date
      *    carry across as they stand, and every converted record
      *    starts on the default plan.
      *-----------------------------------------------------------
       0200-CONVERT-ONE-RECORD.

           MOVE OLD-EMP-ID TO CNV-ID.
           MOVE OLD-FIRST-NAME TO CNV-FIRST-NAME.
           MOVE OLD-LAST-NAME TO CNV-LAST-NAME.
           MOVE OLD-BIRTH-YEAR TO CNV-BIRTH-YEAR.
           MOVE OLD-BIRTH-MONTH TO CNV-BIRTH-MONTH.
           MOVE OLD-BIRTH-DAY TO CNV-BIRTH-DAY.
           MOVE OLD-DEPT-CODE TO CNV-DEPT-CODE.
           MOVE OLD-HIRE-YEAR TO CNV-HIRE-YEAR.
           MOVE OLD-HIRE-MONTH TO CNV-HIRE-MONTH.
           MOVE OLD-HIRE-DAY TO CNV-HIRE-DAY.
           MOVE OLD-STATUS-CODE TO CNV-STATUS-CODE.
           MOVE OLD-TERM-DATE TO CNV-TERM-DATE.
           MOVE SPACES TO CNV-PLAN-CODE.
           WRITE CONVERT-RECORD.

      *-----------------------------------------------------------
      *    Recreate EMPLOYEE.DAT at the new record length from the
      *    converted copy - the index delivers the records in key
      *    order, so the sequential rebuild loads cleanly.
      *-----------------------------------------------------------
       0300-REBUILD-THE-ROSTER.

           OPEN INPUT CONVERT-FILE.
           IF WS-CONVERT-STATUS NOT = "00"
               DISPLAY "CONVERT-FILE could not be reopened - status "
                   WS-CONVERT-STATUS " - EMPLOYEE.DAT left at the "
                   "old layout"
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN OUTPUT ROSTER-OUT-FILE
               IF WS-ROSTER-OUT-STATUS NOT = "00"
                   DISPLAY "EMPLOYEE.DAT could not be rebuilt - "
                       "status " WS-ROSTER-OUT-STATUS
                       " - reload it from EMPPLCNV.TMP by hand"
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ CONVERT-FILE NEXT RECORD
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE CONVERT-RECORD
                                   TO ROSTER-OUT-RECORD
                               WRITE ROSTER-OUT-RECORD
                               ADD 1 TO WS-RECORDS-WRITTEN
                       END-READ
                   END-PERFORM
                   CLOSE ROSTER-OUT-FILE
                   DISPLAY "Roster converted - " WS-RECORDS-READ
                       " records read, " WS-RECORDS-WRITTEN
                       " records rebuilt"
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               CLOSE CONVERT-FILE
           END-IF.

       END PROGRAM EMP-PLNCONV.
