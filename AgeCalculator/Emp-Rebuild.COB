      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     GitHub Repository                                             *
      *     Companion to AGE-CALC - point-in-time roster rebuild.                      *
      *     Copies tonight's EMPLOYEE.DAT to EMPASOF.DAT and then                      *
      *     winds every change EMP-MAINT logged in EMPHIST.DAT after                   *
      *     the requested date back out of the copy, newest first -                    *
      *     an add is removed, a change, status or delete puts the                     *
      *     before image back - so EMPASOF.DAT is the roster exactly                   *
      *     as it stood at the end of that day.  The live roster is                    *
      *     never touched.  The date comes from the run request or a                   *
      *     prompt; an optional employee ID prints that person's                       *
      *     record as of the date on the rebuild register, which is                    *
      *     what benefits and the auditors usually want to know.                       *
      **********************************************************************************


       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-REBUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT ASOF-FILE ASSIGN TO "EMPASOF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASF-ID
               FILE STATUS IS WS-ASOF-STATUS.

           SELECT OPTIONAL ROSTER-HISTORY-FILE ASSIGN TO "EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL RUNREQ-FILE ASSIGN TO "RUNREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNREQ-STATUS.

           SELECT PRINT-FILE ASSIGN TO "EMPREBLD.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT SORT-FILE ASSIGN TO "EMPRBSRT.TMP".

       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  ASOF-FILE.
           COPY EMPREC REPLACING
               ==EMPLOYEE-RECORD== BY ==ASOF-RECORD==
               LEADING ==EMP-== BY ==ASF-==.

       FD  ROSTER-HISTORY-FILE.
           COPY ROSTHIST.

       FD  RUNREQ-FILE.
           COPY RUNREQ.

       FD  PRINT-FILE.
       01  WS-PRINT-REC            PIC X(132).

       SD  SORT-FILE.
           COPY ROSTHIST REPLACING
               ==ROSTER-HISTORY-RECORD== BY ==SORT-RECORD==
               LEADING ==RHS-== BY ==SRT-==.

       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  WS-YEAR PIC 99.
           05  WS-MONTH PIC 99.
           05  WS-DAY   PIC 99.
       01  WS-TODAY.
           05  WS-TODAY-YEAR        PIC 9(4).
           05  WS-TODAY-MONTH       PIC 99.
           05  WS-TODAY-DAY         PIC 99.

       01  WS-EMPLOYEE-STATUS       PIC XX.
       01  WS-ASOF-STATUS           PIC XX.
       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-RUNREQ-STATUS         PIC XX.
       01  WS-PRINT-STATUS          PIC XX.
       01  WS-RUNREQ-FOUND-SWITCH   PIC X VALUE "N".
           88  WS-RUNREQ-FOUND       VALUE "Y".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-SORT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-SORT-EOF           VALUE "Y".

       01  WS-REBUILD-INPUT         PIC X(8) VALUE SPACES.
       01  WS-REBUILD-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REBUILD-DATE-X REDEFINES WS-REBUILD-DATE.
           05  WS-REBUILD-YEAR      PIC 9(4).
           05  WS-REBUILD-MONTH     PIC 99.
           05  WS-REBUILD-DAY       PIC 99.
       01  WS-SHOW-EMP-ID           PIC X(6) VALUE SPACES.
       01  WS-SHOW-FOUND-SWITCH     PIC X VALUE "N".
           88  WS-SHOW-FOUND         VALUE "Y".

       01  WS-ROSTER-COPIED         PIC 9(6) VALUE ZERO.
       01  WS-HIST-READ             PIC 9(6) VALUE ZERO.
       01  WS-HIST-SELECTED         PIC 9(6) VALUE ZERO.
       01  WS-ADDS-REMOVED          PIC 9(6) VALUE ZERO.
       01  WS-IMAGES-RESTORED       PIC 9(6) VALUE ZERO.
       01  WS-UNDO-EXCEPTIONS       PIC 9(6) VALUE ZERO.
       01  WS-DISPOSITION           PIC X(30) VALUE SPACES.
       01  WS-SOURCE-TEXT           PIC X(11) VALUE SPACES.

       01  WS-RUN-RC                PIC 99 VALUE ZERO.

           COPY DATEPARM.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    A bad date, a roster that cannot be copied or a history
      *    that cannot be read all end RC 8 - a half-wound copy
      *    must never be mistaken for the roster as it stood.
      *-----------------------------------------------------------
       0100-START-HERE.

           PERFORM 0110-INITIALIZE.
           PERFORM 0120-GET-REBUILD-DATE.

           IF WS-REBUILD-INPUT IS NUMERIC
               MOVE WS-REBUILD-INPUT TO WS-REBUILD-DATE
               MOVE "V" TO DEP-FUNCTION
               MOVE WS-REBUILD-DATE TO DEP-CHECK-DATE
               MOVE WS-TODAY TO DEP-LIMIT-DATE
               CALL "DATE-EDIT" USING DATE-EDIT-PARMS
           ELSE
               MOVE "N" TO DEP-DATE-OK
           END-IF.

           IF DEP-DATE-OK NOT = "Y"
               DISPLAY "Rebuild not run - the as-of date must be a "
                   "real calendar date, YYYYMMDD, not in the future"
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM 0200-COPY-CURRENT-ROSTER
               IF WS-RUN-RC = ZERO
                   PERFORM 0300-WIND-BACK-THE-COPY
               END-IF
           END-IF.

           DISPLAY "Roster rebuild ended with return code " WS-RUN-RC.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       0110-INITIALIZE.

           ACCEPT WS-DATE FROM DATE.
           COMPUTE WS-TODAY-YEAR = WS-YEAR + 2000.
           MOVE WS-MONTH TO WS-TODAY-MONTH.
           MOVE WS-DAY TO WS-TODAY-DAY.

      *-----------------------------------------------------------
      *    The as-of date comes from the shared RUNREQ.DAT when the
      *    request carries one, the same convention the inquiry
      *    programs follow; otherwise the operator is asked.
      *-----------------------------------------------------------
       0120-GET-REBUILD-DATE.

           OPEN INPUT RUNREQ-FILE.
           IF WS-RUNREQ-STATUS = "00"
               READ RUNREQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RRQ-REBUILD-DATE NOT = SPACES
                           SET WS-RUNREQ-FOUND TO TRUE
                           MOVE RRQ-REBUILD-DATE TO WS-REBUILD-INPUT
                           MOVE RRQ-EMPLOYEE-ID TO WS-SHOW-EMP-ID
                           DISPLAY "Run request taken from RUNREQ.DAT"
                       END-IF
               END-READ
               CLOSE RUNREQ-FILE
           ELSE
               IF WS-RUNREQ-STATUS NOT = "05"
                   DISPLAY "RUNREQ-FILE could not be opened - status "
                       WS-RUNREQ-STATUS " - console prompts used"
               ELSE
                   CLOSE RUNREQ-FILE
               END-IF
           END-IF.

           IF NOT WS-RUNREQ-FOUND
               DISPLAY "Rebuild the roster as of (YYYYMMDD) : "
               ACCEPT WS-REBUILD-INPUT
               DISPLAY "Employee ID to show as of that date "
                   "(or blank) : "
               ACCEPT WS-SHOW-EMP-ID
           END-IF.

      *-----------------------------------------------------------
      *    Start from tonight's roster - the index delivers it in
      *    key order, so the copy loads sequentially.
      *-----------------------------------------------------------
       0200-COPY-CURRENT-ROSTER.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-FILE could not be opened - status "
                   WS-EMPLOYEE-STATUS " - nothing rebuilt"
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN OUTPUT ASOF-FILE
               IF WS-ASOF-STATUS NOT = "00"
                   DISPLAY "ASOF-FILE could not be opened - status "
                       WS-ASOF-STATUS " - nothing rebuilt"
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ EMPLOYEE-FILE NEXT RECORD
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE EMPLOYEE-RECORD TO ASOF-RECORD
                               WRITE ASOF-RECORD
                               ADD 1 TO WS-ROSTER-COPIED
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF-SWITCH
                   CLOSE ASOF-FILE
               END-IF
               CLOSE EMPLOYEE-FILE
           END-IF.

      *-----------------------------------------------------------
      *    Every roster change logged after the as-of date is
      *    sorted newest first and undone against the copy, so a
      *    person changed twice since then ends up with the image
      *    from before the earlier change.  Address entries share
      *    the history file but are not roster images - they are
      *    passed over.
      *-----------------------------------------------------------
       0300-WIND-BACK-THE-COPY.

           OPEN I-O ASOF-FILE.
           OPEN OUTPUT PRINT-FILE.
           IF WS-ASOF-STATUS NOT = "00"
               OR WS-PRINT-STATUS NOT = "00"
                   DISPLAY "ASOF-FILE or PRINT-FILE could not be "
                       "opened - statuses " WS-ASOF-STATUS " / "
                       WS-PRINT-STATUS
                   MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM 0320-PRINT-REBUILD-HEADER
               SORT SORT-FILE
                   ON DESCENDING KEY SRT-RUN-DATE
                                     SRT-RUN-TIME
                                     SRT-SEQUENCE
                   INPUT PROCEDURE IS 0310-SELECT-LATER-CHANGES
                   OUTPUT PROCEDURE IS 0400-UNDO-LATER-CHANGES
               IF WS-SHOW-EMP-ID NOT = SPACES
                   PERFORM 0500-PRINT-EMPLOYEE-AS-OF
               END-IF
               PERFORM 0700-PRINT-REBUILD-TOTALS
           END-IF.
           CLOSE ASOF-FILE
                 PRINT-FILE.

       0310-SELECT-LATER-CHANGES.

           OPEN INPUT ROSTER-HISTORY-FILE.
           EVALUATE WS-HISTORY-STATUS
               WHEN "05"
                   DISPLAY "No change history on file - EMPASOF.DAT "
                       "is tonight's roster"
                   CLOSE ROSTER-HISTORY-FILE
               WHEN "00"
                   PERFORM UNTIL WS-EOF
                       READ ROSTER-HISTORY-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-HIST-READ
                               IF RHS-RUN-DATE > WS-REBUILD-DATE
                                   AND NOT RHS-FROM-ADDRESS
                                       ADD 1 TO WS-HIST-SELECTED
                                       RELEASE SORT-RECORD
                                           FROM ROSTER-HISTORY-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF-SWITCH
                   CLOSE ROSTER-HISTORY-FILE
               WHEN OTHER
                   DISPLAY "ROSTER-HISTORY-FILE could not be opened - "
                       "status " WS-HISTORY-STATUS
                       " - EMPASOF.DAT is not a valid rebuild"
                   MOVE 8 TO WS-RUN-RC
           END-EVALUATE.

       0320-PRINT-REBUILD-HEADER.

           MOVE SPACES TO WS-PRINT-REC.
           STRING "POINT-IN-TIME ROSTER REBUILD     AS OF: "
               DELIMITED BY SIZE
               WS-REBUILD-MONTH DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-REBUILD-DAY DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-REBUILD-YEAR DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE "CHANGES WOUND BACK (NEWEST FIRST)" TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE "RUN DATE   SOURCE      ACT EMP-ID DISPOSITION"
               TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

       0400-UNDO-LATER-CHANGES.

           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 0410-UNDO-ONE-CHANGE
               END-RETURN
           END-PERFORM.

      *-----------------------------------------------------------
      *    A blank before image means the change created the
      *    record, so undoing it removes the record; anything else
      *    puts the before image back, writing it if the record
      *    has since been deleted.  A record that is not where the
      *    history says it should be is counted and listed - the
      *    roster was changed outside EMP-MAINT.
      *-----------------------------------------------------------
       0410-UNDO-ONE-CHANGE.

           MOVE SRT-EMP-ID TO ASF-ID.
           IF SRT-BEFORE-IMAGE = SPACES
               DELETE ASOF-FILE
                   INVALID KEY
                       ADD 1 TO WS-UNDO-EXCEPTIONS
                       MOVE "*** NOT ON ROSTER - NOT REMOVED"
                           TO WS-DISPOSITION
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDS-REMOVED
                       MOVE "REMOVED - ADDED AFTER DATE"
                           TO WS-DISPOSITION
               END-DELETE
           ELSE
               READ ASOF-FILE
                   INVALID KEY
                       MOVE SRT-BEFORE-IMAGE TO ASOF-RECORD
                       WRITE ASOF-RECORD
                           INVALID KEY
                               ADD 1 TO WS-UNDO-EXCEPTIONS
                               MOVE "*** PRIOR IMAGE NOT WRITTEN"
                                   TO WS-DISPOSITION
                           NOT INVALID KEY
                               ADD 1 TO WS-IMAGES-RESTORED
                               MOVE "RESTORED - DELETED AFTER DATE"
                                   TO WS-DISPOSITION
                       END-WRITE
                   NOT INVALID KEY
                       MOVE SRT-BEFORE-IMAGE TO ASOF-RECORD
                       REWRITE ASOF-RECORD
                           INVALID KEY
                               ADD 1 TO WS-UNDO-EXCEPTIONS
                               MOVE "*** PRIOR IMAGE NOT REWRITTEN"
                                   TO WS-DISPOSITION
                           NOT INVALID KEY
                               ADD 1 TO WS-IMAGES-RESTORED
                               MOVE "PRIOR IMAGE RESTORED"
                                   TO WS-DISPOSITION
                       END-REWRITE
               END-READ
           END-IF.
           PERFORM 0420-PRINT-UNDO-LINE.

       0420-PRINT-UNDO-LINE.

           EVALUATE TRUE
               WHEN SRT-FROM-TRANSACTION
                   MOVE "TRANSACTION" TO WS-SOURCE-TEXT
               WHEN SRT-FROM-SUSPENSE
                   MOVE "SUSPENSE" TO WS-SOURCE-TEXT
               WHEN SRT-FROM-REORGANIZATION
                   MOVE "REORG" TO WS-SOURCE-TEXT
               WHEN SRT-FROM-PURGE
                   MOVE "PURGE" TO WS-SOURCE-TEXT
               WHEN OTHER
                   MOVE SRT-SOURCE-CODE TO WS-SOURCE-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-PRINT-REC.
           STRING SRT-RUN-MONTH DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SRT-RUN-DAY DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SRT-RUN-YEAR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SOURCE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-ACTION-CODE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               SRT-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPOSITION DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

      *-----------------------------------------------------------
      *    The question usually behind a rebuild - what did we have
      *    on file for this one person on that date.
      *-----------------------------------------------------------
       0500-PRINT-EMPLOYEE-AS-OF.

           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE "N" TO WS-SHOW-FOUND-SWITCH.
           MOVE WS-SHOW-EMP-ID TO ASF-ID.
           READ ASOF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SHOW-FOUND TO TRUE
           END-READ.
           IF NOT WS-SHOW-FOUND
               MOVE SPACES TO WS-PRINT-REC
               STRING "EMPLOYEE " DELIMITED BY SIZE
                   WS-SHOW-EMP-ID DELIMITED BY SIZE
                   " WAS NOT ON THE ROSTER AS OF THIS DATE"
                       DELIMITED BY SIZE
                   INTO WS-PRINT-REC
               WRITE WS-PRINT-REC
           ELSE
               MOVE "EMPLOYEE RECORD AS OF THIS DATE" TO WS-PRINT-REC
               WRITE WS-PRINT-REC
               MOVE "EMP-ID FIRST NAME LAST NAME  BIRTH      DEPT HIRE"
                   TO WS-PRINT-REC
               MOVE "       ST TERM" TO WS-PRINT-REC (51:14)
               WRITE WS-PRINT-REC
               MOVE SPACES TO WS-PRINT-REC
               STRING ASF-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ASF-FIRST-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ASF-LAST-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ASF-BIRTH-MONTH DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ASF-BIRTH-DAY DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ASF-BIRTH-YEAR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ASF-DEPT-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ASF-HIRE-MONTH DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ASF-HIRE-DAY DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ASF-HIRE-YEAR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ASF-STATUS-CODE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ASF-TERM-MONTH DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ASF-TERM-DAY DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ASF-TERM-YEAR DELIMITED BY SIZE
                   INTO WS-PRINT-REC
               WRITE WS-PRINT-REC
           END-IF.

       0700-PRINT-REBUILD-TOTALS.

           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "ROSTER RECORDS COPIED:   " DELIMITED BY SIZE
               WS-ROSTER-COPIED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "HISTORY ENTRIES READ:    " DELIMITED BY SIZE
               WS-HIST-READ DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "CHANGES AFTER THE DATE:  " DELIMITED BY SIZE
               WS-HIST-SELECTED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  ADDS REMOVED:          " DELIMITED BY SIZE
               WS-ADDS-REMOVED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  PRIOR IMAGES RESTORED: " DELIMITED BY SIZE
               WS-IMAGES-RESTORED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  EXCEPTIONS:            " DELIMITED BY SIZE
               WS-UNDO-EXCEPTIONS DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           IF WS-UNDO-EXCEPTIONS > ZERO
               AND WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
           END-IF.
           DISPLAY "Roster rebuilt to EMPASOF.DAT - "
               WS-HIST-SELECTED " changes wound back".

       END PROGRAM EMP-REBUILD.
