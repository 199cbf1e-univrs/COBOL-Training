      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     GitHub Repository                                             *
      *     Companion to AGE-CALC - HR snapshot sync.  Compares HR's                   *
      *     full nightly roster snapshot with EMPLOYEE.DAT and                         *
      *     EMPADDR.DAT field by field, prints every difference, and                   *
      *     writes the add, change, status and address transactions                    *
      *     that bring the roster into line onto EMPTRAN.DAT and                       *
      *     EMPATRAN.DAT, so EMP-MAINT applies them with its usual                     *
      *     edits and suspense handling.  More differences than the                    *
      *     AGECTL.DAT limit means the snapshot itself is suspect -                    *
      *     nothing is written and the run fails, so a truncated or                    *
      *     wrong snapshot cannot terminate the roster wholesale.                      *
      **********************************************************************************


       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-SYNC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL ADDRESS-FILE ASSIGN TO "EMPADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-EMP-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "HRSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT SNAP-SORTED-FILE ASSIGN TO "SYNCSNAP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-SORTED-STATUS.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "AGECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT TRAN-WORK-FILE ASSIGN TO "SYNCTRAN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-WORK-STATUS.

           SELECT ADDR-WORK-FILE ASSIGN TO "SYNCATRN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDR-WORK-STATUS.

           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "EMPTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT OPTIONAL ADDR-TRANS-FILE ASSIGN TO "EMPATRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDR-TRANS-STATUS.

           SELECT PRINT-FILE ASSIGN TO "HRSYNC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT SNAP-SORT-FILE ASSIGN TO "SYNCSRT1.TMP".

       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  ADDRESS-FILE.
           COPY ADDRREC.

       FD  SNAPSHOT-FILE.
           COPY HRSNAP.

       FD  SNAP-SORTED-FILE.
           COPY HRSNAP REPLACING
               ==HR-SNAPSHOT-RECORD== BY ==SNAP-SORTED-RECORD==
               LEADING ==HRS-== BY ==SNS-==.

       FD  CONTROL-FILE.
       01  CTL-RECORD              PIC X(80).

       FD  TRAN-WORK-FILE.
           COPY TRANREC.

       FD  ADDR-WORK-FILE.
           COPY ADTRREC.

       FD  TRANSACTION-FILE.
           COPY TRANREC REPLACING
               ==TRANSACTION-RECORD== BY ==TRANSACTION-OUT-RECORD==
               LEADING ==TRN-== BY ==TRO-==.

       FD  ADDR-TRANS-FILE.
           COPY ADTRREC REPLACING
               ==ADDR-TRANS-RECORD== BY ==ADDR-TRANS-OUT-RECORD==
               LEADING ==ATR-== BY ==ATO-==.

       FD  PRINT-FILE.
       01  WS-PRINT-REC            PIC X(132).

       SD  SNAP-SORT-FILE.
       01  SNAP-SORT-RECORD.
           05  SSR-EMP-ID          PIC X(6).
           05  FILLER              PIC X(115).

       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  WS-YEAR PIC 99.
           05  WS-MONTH PIC 99.
           05  WS-DAY   PIC 99.
       01  WS-TODAY                 PIC 9(8) VALUE ZERO.
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR        PIC 9(4).
           05  WS-TODAY-MONTH       PIC 99.
           05  WS-TODAY-DAY         PIC 99.
       01  WS-DISPLAY-DATE.
           05  WS-DISPLAY-MONTH        PIC 99.
           05  FILLER          PIC X VALUE "/".
           05  WS-DISPLAY-DAY          PIC 99.
           05  FILLER          PIC X VALUE "/".
           05  WS-DISPLAY-YEAR         PIC 99.

       01  WS-EMPLOYEE-STATUS       PIC XX.
       01  WS-ADDRESS-STATUS        PIC XX.
       01  WS-SNAPSHOT-STATUS       PIC XX.
       01  WS-SNAP-SORTED-STATUS    PIC XX.
       01  WS-CONTROL-STATUS        PIC XX.
       01  WS-TRAN-WORK-STATUS      PIC XX.
       01  WS-ADDR-WORK-STATUS      PIC XX.
       01  WS-TRANSACTION-STATUS    PIC XX.
       01  WS-ADDR-TRANS-STATUS     PIC XX.
       01  WS-PRINT-STATUS          PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-ROSTER-EOF-SWITCH     PIC X VALUE "N".
           88  WS-ROSTER-EOF         VALUE "Y".
       01  WS-SNAP-EOF-SWITCH       PIC X VALUE "N".
           88  WS-SNAP-EOF           VALUE "Y".
       01  WS-SNAP-TAKEN-SWITCH     PIC X VALUE "N".
           88  WS-SNAP-TAKEN         VALUE "Y".
       01  WS-CTL-EOF-SWITCH        PIC X VALUE "N".
           88  WS-CTL-EOF            VALUE "Y".
       01  WS-COMPARE-OK            PIC X VALUE "N".
           88  WS-COMPARE-DONE       VALUE "Y".
       01  WS-ADDRESS-OPEN-SWITCH   PIC X VALUE "N".
           88  WS-ADDRESS-OPEN       VALUE "Y".
       01  WS-ADDRESS-FOUND-SWITCH  PIC X VALUE "N".
           88  WS-ADDRESS-FOUND      VALUE "Y".
       01  WS-CHANGE-SWITCH         PIC X VALUE "N".
           88  WS-CHANGE-NEEDED      VALUE "Y".
       01  WS-STATUS-SWITCH         PIC X VALUE "N".
           88  WS-STATUS-NEEDED      VALUE "Y".
       01  WS-WITHHELD-SWITCH       PIC X VALUE "N".
           88  WS-TRANSACTIONS-WITHHELD VALUE "Y".

       01  WS-PREV-SNAP-ID          PIC X(6) VALUE SPACES.
       01  WS-ROSTER-STATUS         PIC X VALUE SPACE.
       01  WS-SNAP-STATUS           PIC X VALUE SPACE.

      *    One line of the sync report - who, which field, what
      *    the roster holds, what HR holds, and what is sent.
       01  WS-DIFF-EMP-ID           PIC X(6) VALUE SPACES.
       01  WS-DIFF-FIRST-NAME       PIC X(10) VALUE SPACES.
       01  WS-DIFF-LAST-NAME        PIC X(10) VALUE SPACES.
       01  WS-DIFF-FIELD            PIC X(12) VALUE SPACES.
       01  WS-DIFF-ROSTER           PIC X(30) VALUE SPACES.
       01  WS-DIFF-SNAPSHOT         PIC X(30) VALUE SPACES.
       01  WS-DIFF-ACTION           PIC X(12) VALUE SPACES.

       01  WS-CTL-WORK.
           05  WS-CTL-KEYWORD       PIC X(12).
           05  WS-CTL-VALUE-X       PIC X(4).
           05  WS-CTL-VALUE REDEFINES WS-CTL-VALUE-X PIC 9(4).
           05  FILLER               PIC X(64).
       01  WS-CTL-WARNING-COUNT     PIC 99 VALUE ZERO.
       01  WS-MAX-DIFFERENCES       PIC 9(4) VALUE 50.

       01  WS-LINE-COUNT            PIC 99 VALUE ZERO.
       01  WS-LINES-PER-PAGE        PIC 99 VALUE 50.
       01  WS-PAGE-COUNT            PIC 999 VALUE ZERO.

       01  WS-SNAP-READ             PIC 9(6) VALUE ZERO.
       01  WS-SNAP-REJECTED         PIC 9(6) VALUE ZERO.
       01  WS-ROSTER-READ           PIC 9(6) VALUE ZERO.
       01  WS-MATCHED               PIC 9(6) VALUE ZERO.
       01  WS-NEW-HIRES             PIC 9(6) VALUE ZERO.
       01  WS-NEW-TERMINATED        PIC 9(6) VALUE ZERO.
       01  WS-NOT-IN-SNAPSHOT       PIC 9(6) VALUE ZERO.
       01  WS-GONE-TERMINATED       PIC 9(6) VALUE ZERO.
       01  WS-NAME-DIFFS            PIC 9(6) VALUE ZERO.
       01  WS-BIRTH-DIFFS           PIC 9(6) VALUE ZERO.
       01  WS-DEPT-DIFFS            PIC 9(6) VALUE ZERO.
       01  WS-HIRE-DIFFS            PIC 9(6) VALUE ZERO.
       01  WS-PLAN-DIFFS            PIC 9(6) VALUE ZERO.
       01  WS-STATUS-DIFFS          PIC 9(6) VALUE ZERO.
       01  WS-ADDRESS-DIFFS         PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-DIFFS           PIC 9(6) VALUE ZERO.
       01  WS-TRAN-WRITTEN          PIC 9(6) VALUE ZERO.
       01  WS-ADDR-WRITTEN          PIC 9(6) VALUE ZERO.

       01  WS-RUN-RC                PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    An unreadable snapshot or roster, an empty snapshot, or
      *    more differences than AGECTL.DAT allows end RC 8 with
      *    no transactions written.  Snapshot records that could
      *    not be used - no ID, or the same ID twice - end RC 4.
      *-----------------------------------------------------------
       0100-START-HERE.

           PERFORM 0110-INITIALIZE.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "PRINT-FILE could not be opened - status "
                   WS-PRINT-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM 0120-PRINT-REPORT-HEADER
               PERFORM 0200-SORT-SNAPSHOT
               IF WS-RUN-RC < 8
                   PERFORM 0300-COMPARE-ROSTER
               END-IF
               IF WS-COMPARE-DONE
                   PERFORM 0500-DECIDE-RELEASE
               END-IF
               PERFORM 0700-PRINT-CONTROL-TOTALS
               CLOSE PRINT-FILE
           END-IF.

           DISPLAY "HR snapshot sync ended with return code "
               WS-RUN-RC.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       0110-INITIALIZE.

           ACCEPT WS-DATE FROM DATE.
           COMPUTE WS-TODAY-YEAR = WS-YEAR + 2000.
           MOVE WS-MONTH TO WS-TODAY-MONTH.
           MOVE WS-DAY TO WS-TODAY-DAY.
           MOVE WS-MONTH TO WS-DISPLAY-MONTH.
           MOVE WS-DAY TO WS-DISPLAY-DAY.
           MOVE WS-YEAR TO WS-DISPLAY-YEAR.
           PERFORM 0140-LOAD-CONTROL-PARAMS.

       0120-PRINT-REPORT-HEADER.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "HR SNAPSHOT SYNC - DIFFERENCES" DELIMITED BY SIZE
               "     RUN DATE: " DELIMITED BY SIZE
               WS-DISPLAY-DATE DELIMITED BY SIZE
               "     PAGE: " DELIMITED BY SIZE
               WS-PAGE-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "EMP-ID FIRST NAME LAST NAME  " DELIMITED BY SIZE
               "FIELD        ON ROSTER                      "
                   DELIMITED BY SIZE
               "IN SNAPSHOT                    SENT AS"
                   DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE 3 TO WS-LINE-COUNT.

      *-----------------------------------------------------------
      *    The difference limit is the one guard between a bad
      *    snapshot and the roster.  It must be at least 1; the
      *    other keywords belong to somebody else.
      *-----------------------------------------------------------
       0140-LOAD-CONTROL-PARAMS.

           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-CTL-EOF
                   READ CONTROL-FILE
                       AT END
                           SET WS-CTL-EOF TO TRUE
                       NOT AT END
                           MOVE CTL-RECORD TO WS-CTL-WORK
                           PERFORM 0145-APPLY-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           ELSE
               IF WS-CONTROL-STATUS NOT = "05"
                   DISPLAY "CONTROL-FILE could not be opened - "
                       "status " WS-CONTROL-STATUS
                       " - default difference limit in effect"
               ELSE
                   CLOSE CONTROL-FILE
               END-IF
           END-IF.

       0145-APPLY-CONTROL-RECORD.

           EVALUATE WS-CTL-KEYWORD
               WHEN "SYNCMAXDIFF"
                   IF WS-CTL-VALUE-X IS NUMERIC
                       AND WS-CTL-VALUE >= 1
                           MOVE WS-CTL-VALUE TO WS-MAX-DIFFERENCES
                   ELSE
                       ADD 1 TO WS-CTL-WARNING-COUNT
                       DISPLAY "Control record ignored - "
                           WS-CTL-KEYWORD " " WS-CTL-VALUE-X
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------
      *    HR sends the snapshot in no promised order - sort it by
      *    employee ID to walk it beside the roster.
      *-----------------------------------------------------------
       0200-SORT-SNAPSHOT.

           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "SNAPSHOT-FILE could not be opened - status "
                   WS-SNAPSHOT-STATUS " - nothing synchronized"
               MOVE 8 TO WS-RUN-RC
           ELSE
               CLOSE SNAPSHOT-FILE
               SORT SNAP-SORT-FILE
                   ON ASCENDING KEY SSR-EMP-ID
                   USING SNAPSHOT-FILE
                   GIVING SNAP-SORTED-FILE
           END-IF.

      *-----------------------------------------------------------
      *    Balanced-line match of the roster against the sorted
      *    snapshot by employee ID - on the snapshot only is a new
      *    hire, on the roster only is someone HR no longer holds,
      *    in both is compared field by field.  Transactions go to
      *    work files until the difference count is known.
      *-----------------------------------------------------------
       0300-COMPARE-ROSTER.

           OPEN INPUT EMPLOYEE-FILE
                      SNAP-SORTED-FILE.
           OPEN OUTPUT TRAN-WORK-FILE
                       ADDR-WORK-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               SET WS-ADDRESS-OPEN TO TRUE
           END-IF.
           IF WS-EMPLOYEE-STATUS NOT = "00"
               OR WS-SNAP-SORTED-STATUS NOT = "00"
               OR WS-TRAN-WORK-STATUS NOT = "00"
               OR WS-ADDR-WORK-STATUS NOT = "00"
               OR (WS-ADDRESS-STATUS NOT = "00"
                   AND WS-ADDRESS-STATUS NOT = "05")
                   DISPLAY "Sync files could not be opened - "
                       "statuses " WS-EMPLOYEE-STATUS " "
                       WS-SNAP-SORTED-STATUS " " WS-ADDRESS-STATUS " "
                       WS-TRAN-WORK-STATUS " " WS-ADDR-WORK-STATUS
                   MOVE 8 TO WS-RUN-RC
           ELSE
               SET WS-COMPARE-DONE TO TRUE
               PERFORM 0310-READ-ROSTER
               PERFORM 0320-READ-SNAPSHOT
               PERFORM UNTIL WS-ROSTER-EOF AND WS-SNAP-EOF
                   EVALUATE TRUE
                       WHEN WS-ROSTER-EOF
                           PERFORM 0420-SNAPSHOT-ONLY
                           PERFORM 0320-READ-SNAPSHOT
                       WHEN WS-SNAP-EOF
                           PERFORM 0430-ROSTER-ONLY
                           PERFORM 0310-READ-ROSTER
                       WHEN EMP-ID < SNS-EMP-ID
                           PERFORM 0430-ROSTER-ONLY
                           PERFORM 0310-READ-ROSTER
                       WHEN EMP-ID > SNS-EMP-ID
                           PERFORM 0420-SNAPSHOT-ONLY
                           PERFORM 0320-READ-SNAPSHOT
                       WHEN OTHER
                           PERFORM 0400-COMPARE-ONE-EMPLOYEE
                           PERFORM 0310-READ-ROSTER
                           PERFORM 0320-READ-SNAPSHOT
                   END-EVALUATE
               END-PERFORM
           END-IF.
           CLOSE EMPLOYEE-FILE
                 SNAP-SORTED-FILE
                 TRAN-WORK-FILE
                 ADDR-WORK-FILE.
           IF WS-ADDRESS-OPEN
               CLOSE ADDRESS-FILE
           END-IF.

       0310-READ-ROSTER.

           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET WS-ROSTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROSTER-READ
           END-READ.

      *-----------------------------------------------------------
      *    A snapshot record with no ID, or a second record for an
      *    ID already seen, cannot be trusted to say which is HR's
      *    real view - it is listed, counted and passed over.
      *-----------------------------------------------------------
       0320-READ-SNAPSHOT.

           MOVE "N" TO WS-SNAP-TAKEN-SWITCH.
           PERFORM UNTIL WS-SNAP-TAKEN OR WS-SNAP-EOF
               READ SNAP-SORTED-FILE
                   AT END
                       SET WS-SNAP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SNAP-READ
                       IF SNS-EMP-ID = SPACES
                           OR SNS-EMP-ID = WS-PREV-SNAP-ID
                               PERFORM 0325-REJECT-SNAPSHOT-RECORD
                       ELSE
                           MOVE SNS-EMP-ID TO WS-PREV-SNAP-ID
                           SET WS-SNAP-TAKEN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       0325-REJECT-SNAPSHOT-RECORD.

           ADD 1 TO WS-SNAP-REJECTED.
           IF WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 0120-PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO WS-PRINT-REC.
           STRING SNS-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SNS-FIRST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SNS-LAST-NAME DELIMITED BY SIZE
               "  SNAPSHOT RECORD IGNORED - " DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           IF SNS-EMP-ID = SPACES
               MOVE "NO EMPLOYEE ID" TO WS-PRINT-REC (58:14)
           ELSE
               MOVE "SAME ID TWICE IN SNAPSHOT" TO WS-PRINT-REC (58:25)
           END-IF.
           WRITE WS-PRINT-REC.
           ADD 1 TO WS-LINE-COUNT.

      *-----------------------------------------------------------
      *    On both sides - every roster field HR holds is compared.
      *    Name, birth date, department, hire date and plan go
      *    back as one CHANGE transaction carrying HR's image;
      *    status and termination date as a STATUS transaction,
      *    since a change leaves them alone.  A blank plan code in
      *    the snapshot leaves ours as it is, as EMP-MAINT does.
      *-----------------------------------------------------------
       0400-COMPARE-ONE-EMPLOYEE.

           ADD 1 TO WS-MATCHED.
           MOVE "N" TO WS-CHANGE-SWITCH.
           MOVE "N" TO WS-STATUS-SWITCH.
           MOVE EMP-ID TO WS-DIFF-EMP-ID.
           MOVE SNS-FIRST-NAME TO WS-DIFF-FIRST-NAME.
           MOVE SNS-LAST-NAME TO WS-DIFF-LAST-NAME.
           MOVE "CHANGE" TO WS-DIFF-ACTION.

           IF EMP-FIRST-NAME NOT = SNS-FIRST-NAME
               SET WS-CHANGE-NEEDED TO TRUE
               ADD 1 TO WS-NAME-DIFFS
               MOVE "FIRST NAME" TO WS-DIFF-FIELD
               MOVE EMP-FIRST-NAME TO WS-DIFF-ROSTER
               MOVE SNS-FIRST-NAME TO WS-DIFF-SNAPSHOT
               PERFORM 0450-PRINT-DIFFERENCE-LINE
           END-IF.
           IF EMP-LAST-NAME NOT = SNS-LAST-NAME
               SET WS-CHANGE-NEEDED TO TRUE
               ADD 1 TO WS-NAME-DIFFS
               MOVE "LAST NAME" TO WS-DIFF-FIELD
               MOVE EMP-LAST-NAME TO WS-DIFF-ROSTER
               MOVE SNS-LAST-NAME TO WS-DIFF-SNAPSHOT
               PERFORM 0450-PRINT-DIFFERENCE-LINE
           END-IF.
           IF EMP-BIRTH-DATE NOT = SNS-BIRTH-DATE
               SET WS-CHANGE-NEEDED TO TRUE
               ADD 1 TO WS-BIRTH-DIFFS
               MOVE "BIRTH DATE" TO WS-DIFF-FIELD
               MOVE EMP-BIRTH-DATE TO WS-DIFF-ROSTER
               MOVE SNS-BIRTH-DATE TO WS-DIFF-SNAPSHOT
               PERFORM 0450-PRINT-DIFFERENCE-LINE
           END-IF.
           IF EMP-DEPT-CODE NOT = SNS-DEPT-CODE
               SET WS-CHANGE-NEEDED TO TRUE
               ADD 1 TO WS-DEPT-DIFFS
               MOVE "DEPARTMENT" TO WS-DIFF-FIELD
               MOVE EMP-DEPT-CODE TO WS-DIFF-ROSTER
               MOVE SNS-DEPT-CODE TO WS-DIFF-SNAPSHOT
               PERFORM 0450-PRINT-DIFFERENCE-LINE
           END-IF.
           IF EMP-HIRE-DATE NOT = SNS-HIRE-DATE
               SET WS-CHANGE-NEEDED TO TRUE
               ADD 1 TO WS-HIRE-DIFFS
               MOVE "HIRE DATE" TO WS-DIFF-FIELD
               MOVE EMP-HIRE-DATE TO WS-DIFF-ROSTER
               MOVE SNS-HIRE-DATE TO WS-DIFF-SNAPSHOT
               PERFORM 0450-PRINT-DIFFERENCE-LINE
           END-IF.
           IF SNS-PLAN-CODE NOT = SPACES
               AND EMP-PLAN-CODE NOT = SNS-PLAN-CODE
                   SET WS-CHANGE-NEEDED TO TRUE
                   ADD 1 TO WS-PLAN-DIFFS
                   MOVE "PLAN CODE" TO WS-DIFF-FIELD
                   MOVE EMP-PLAN-CODE TO WS-DIFF-ROSTER
                   MOVE SNS-PLAN-CODE TO WS-DIFF-SNAPSHOT
                   PERFORM 0450-PRINT-DIFFERENCE-LINE
           END-IF.
           IF WS-CHANGE-NEEDED
               MOVE "C" TO TRN-ACTION-CODE
               PERFORM 0460-WRITE-SNAPSHOT-TRANSACTION
           END-IF.

           PERFORM 0410-COMPARE-STATUS.
           PERFORM 0440-COMPARE-ADDRESS.

      *-----------------------------------------------------------
      *    A blank status is active on either side.  A status that
      *    matches still differs when the termination dates do -
      *    a terminated record with the wrong date, or an active
      *    one still carrying an old one.
      *-----------------------------------------------------------
       0410-COMPARE-STATUS.

           IF EMP-ACTIVE
               MOVE "A" TO WS-ROSTER-STATUS
           ELSE
               MOVE EMP-STATUS-CODE TO WS-ROSTER-STATUS
           END-IF.
           IF SNS-ACTIVE
               MOVE "A" TO WS-SNAP-STATUS
           ELSE
               MOVE SNS-STATUS-CODE TO WS-SNAP-STATUS
           END-IF.
           IF WS-ROSTER-STATUS NOT = WS-SNAP-STATUS
               SET WS-STATUS-NEEDED TO TRUE
           ELSE
               IF SNS-TERMINATED
                   IF EMP-TERM-DATE NOT = SNS-TERM-DATE
                       SET WS-STATUS-NEEDED TO TRUE
                   END-IF
               ELSE
                   IF EMP-TERM-DATE NOT = ZEROS
                       SET WS-STATUS-NEEDED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-STATUS-NEEDED
               ADD 1 TO WS-STATUS-DIFFS
               MOVE "STATUS" TO WS-DIFF-FIELD
               MOVE SPACES TO WS-DIFF-ROSTER
               STRING WS-ROSTER-STATUS DELIMITED BY SIZE
                   " TERM " DELIMITED BY SIZE
                   EMP-TERM-DATE DELIMITED BY SIZE
                   INTO WS-DIFF-ROSTER
               MOVE SPACES TO WS-DIFF-SNAPSHOT
               STRING WS-SNAP-STATUS DELIMITED BY SIZE
                   " TERM " DELIMITED BY SIZE
                   SNS-TERM-DATE DELIMITED BY SIZE
                   INTO WS-DIFF-SNAPSHOT
               MOVE "STATUS" TO WS-DIFF-ACTION
               PERFORM 0450-PRINT-DIFFERENCE-LINE
               MOVE "S" TO TRN-ACTION-CODE
               PERFORM 0460-WRITE-SNAPSHOT-TRANSACTION
           END-IF.

      *-----------------------------------------------------------
      *    Only in the snapshot - a new hire, sent as an ADD in
      *    HR's image.  EMP-MAINT adds everyone active, so someone
      *    HR already has on leave follows with a STATUS.  Someone
      *    HR holds only as terminated has nothing to join; they
      *    are counted and left alone - a purged former employee
      *    looks exactly like this.
      *-----------------------------------------------------------
       0420-SNAPSHOT-ONLY.

           IF SNS-TERMINATED
               ADD 1 TO WS-NEW-TERMINATED
           ELSE
               ADD 1 TO WS-NEW-HIRES
               MOVE SNS-EMP-ID TO WS-DIFF-EMP-ID
               MOVE SNS-FIRST-NAME TO WS-DIFF-FIRST-NAME
               MOVE SNS-LAST-NAME TO WS-DIFF-LAST-NAME
               MOVE "EMPLOYEE" TO WS-DIFF-FIELD
               MOVE "NOT ON ROSTER" TO WS-DIFF-ROSTER
               MOVE SPACES TO WS-DIFF-SNAPSHOT
               STRING "DEPT " DELIMITED BY SIZE
                   SNS-DEPT-CODE DELIMITED BY SIZE
                   " HIRED " DELIMITED BY SIZE
                   SNS-HIRE-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SNS-STATUS-CODE DELIMITED BY SIZE
                   INTO WS-DIFF-SNAPSHOT
               MOVE "ADD" TO WS-DIFF-ACTION
               PERFORM 0450-PRINT-DIFFERENCE-LINE
               MOVE "A" TO TRN-ACTION-CODE
               PERFORM 0460-WRITE-SNAPSHOT-TRANSACTION
               IF SNS-ON-LEAVE
                   MOVE "S" TO TRN-ACTION-CODE
                   PERFORM 0460-WRITE-SNAPSHOT-TRANSACTION
               END-IF
               PERFORM 0440-COMPARE-ADDRESS
           END-IF.

      *-----------------------------------------------------------
      *    Only on the roster - HR no longer holds the person at
      *    all.  Anyone not already terminated is terminated as of
      *    the run date - the snapshot carries no date of its own -
      *    and HR corrects the date if the person left earlier.
      *    This is the case a truncated snapshot produces by the
      *    hundred, which is what the difference limit is for.
      *-----------------------------------------------------------
       0430-ROSTER-ONLY.

           IF EMP-TERMINATED
               ADD 1 TO WS-GONE-TERMINATED
           ELSE
               ADD 1 TO WS-NOT-IN-SNAPSHOT
               MOVE EMP-ID TO WS-DIFF-EMP-ID
               MOVE EMP-FIRST-NAME TO WS-DIFF-FIRST-NAME
               MOVE EMP-LAST-NAME TO WS-DIFF-LAST-NAME
               MOVE "EMPLOYEE" TO WS-DIFF-FIELD
               MOVE SPACES TO WS-DIFF-ROSTER
               STRING "DEPT " DELIMITED BY SIZE
                   EMP-DEPT-CODE DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   EMP-STATUS-CODE DELIMITED BY SIZE
                   INTO WS-DIFF-ROSTER
               MOVE "NOT IN SNAPSHOT" TO WS-DIFF-SNAPSHOT
               MOVE "TERMINATE" TO WS-DIFF-ACTION
               PERFORM 0450-PRINT-DIFFERENCE-LINE
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE "S" TO TRN-ACTION-CODE
               MOVE EMP-ID TO TRN-EMP-ID
               MOVE EMP-FIRST-NAME TO TRN-FIRST-NAME
               MOVE EMP-LAST-NAME TO TRN-LAST-NAME
               MOVE EMP-BIRTH-DATE TO TRN-BIRTH-DATE
               MOVE EMP-DEPT-CODE TO TRN-DEPT-CODE
               MOVE EMP-HIRE-DATE TO TRN-HIRE-DATE
               MOVE "T" TO TRN-STATUS-CODE
               MOVE WS-TODAY TO TRN-TERM-DATE
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-TRAN-WRITTEN
           END-IF.

      *-----------------------------------------------------------
      *    HR's address against EMPADDR.DAT - none on file is an
      *    address ADD, a different one a CHANGE.  A blank address
      *    in the snapshot is not supplied, and ours is kept.
      *-----------------------------------------------------------
       0440-COMPARE-ADDRESS.

           IF SNS-ADDRESS NOT = SPACES
               MOVE "N" TO WS-ADDRESS-FOUND-SWITCH
               IF WS-ADDRESS-OPEN
                   MOVE SNS-EMP-ID TO ADR-EMP-ID
                   READ ADDRESS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-ADDRESS-FOUND TO TRUE
                   END-READ
               END-IF
               IF NOT WS-ADDRESS-FOUND
                   MOVE "A" TO ATR-ACTION-CODE
                   MOVE "NONE ON FILE" TO WS-DIFF-ROSTER
                   MOVE "ADDR ADD" TO WS-DIFF-ACTION
                   PERFORM 0445-NOTE-ADDRESS-DIFFERENCE
               ELSE
                   IF ADR-STREET NOT = SNS-STREET
                       OR ADR-CITY NOT = SNS-CITY
                       OR ADR-STATE NOT = SNS-STATE
                       OR ADR-ZIP NOT = SNS-ZIP
                           MOVE "C" TO ATR-ACTION-CODE
                           MOVE SPACES TO WS-DIFF-ROSTER
                           STRING ADR-STREET DELIMITED BY "  "
                               ", " DELIMITED BY SIZE
                               ADR-CITY DELIMITED BY "  "
                               INTO WS-DIFF-ROSTER
                           MOVE "ADDR CHANGE" TO WS-DIFF-ACTION
                           PERFORM 0445-NOTE-ADDRESS-DIFFERENCE
                   END-IF
               END-IF
           END-IF.

       0445-NOTE-ADDRESS-DIFFERENCE.

           ADD 1 TO WS-ADDRESS-DIFFS.
           MOVE SNS-EMP-ID TO WS-DIFF-EMP-ID.
           MOVE SNS-FIRST-NAME TO WS-DIFF-FIRST-NAME.
           MOVE SNS-LAST-NAME TO WS-DIFF-LAST-NAME.
           MOVE "ADDRESS" TO WS-DIFF-FIELD.
           MOVE SPACES TO WS-DIFF-SNAPSHOT.
           STRING SNS-STREET DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               SNS-CITY DELIMITED BY "  "
               INTO WS-DIFF-SNAPSHOT.
           PERFORM 0450-PRINT-DIFFERENCE-LINE.
           MOVE SNS-EMP-ID TO ATR-EMP-ID.
           MOVE SNS-STREET TO ATR-STREET.
           MOVE SNS-CITY TO ATR-CITY.
           MOVE SNS-STATE TO ATR-STATE.
           MOVE SNS-ZIP TO ATR-ZIP.
           WRITE ADDR-TRANS-RECORD.
           ADD 1 TO WS-ADDR-WRITTEN.

       0450-PRINT-DIFFERENCE-LINE.

           ADD 1 TO WS-TOTAL-DIFFS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 0120-PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO WS-PRINT-REC.
           STRING WS-DIFF-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIFF-FIRST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIFF-LAST-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DIFF-FIELD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIFF-ROSTER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIFF-SNAPSHOT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIFF-ACTION DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           ADD 1 TO WS-LINE-COUNT.

      *-----------------------------------------------------------
      *    One roster transaction in HR's image, with the action
      *    code already set.  A STATUS carries HR's status and
      *    termination date; an ADD or CHANGE the whole record.
      *-----------------------------------------------------------
       0460-WRITE-SNAPSHOT-TRANSACTION.

           MOVE SNS-EMP-ID TO TRN-EMP-ID.
           MOVE SNS-FIRST-NAME TO TRN-FIRST-NAME.
           MOVE SNS-LAST-NAME TO TRN-LAST-NAME.
           MOVE SNS-BIRTH-DATE TO TRN-BIRTH-DATE.
           MOVE SNS-DEPT-CODE TO TRN-DEPT-CODE.
           MOVE SNS-HIRE-DATE TO TRN-HIRE-DATE.
           IF SNS-ACTIVE
               MOVE "A" TO TRN-STATUS-CODE
           ELSE
               MOVE SNS-STATUS-CODE TO TRN-STATUS-CODE
           END-IF.
           IF SNS-TERMINATED
               MOVE SNS-TERM-DATE TO TRN-TERM-DATE
           ELSE
               MOVE ZEROS TO TRN-TERM-DATE
           END-IF.
           MOVE SNS-PLAN-CODE TO TRN-PLAN-CODE.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-TRAN-WRITTEN.

      *-----------------------------------------------------------
      *    Within the limit, the transactions are added to the end
      *    of tonight's EMPTRAN.DAT and EMPATRAN.DAT, behind
      *    anything HR keyed itself.  Over it, or with nothing in
      *    the snapshot to compare, none of them go.  The address
      *    transactions only follow once the roster transactions
      *    are safely out - an address for a new hire whose ADD
      *    never went would only be rejected.
      *-----------------------------------------------------------
       0500-DECIDE-RELEASE.

           IF WS-SNAP-READ = WS-SNAP-REJECTED
               SET WS-TRANSACTIONS-WITHHELD TO TRUE
               MOVE 8 TO WS-RUN-RC
               DISPLAY "HR snapshot holds no usable records - "
                   "no transactions written"
           ELSE
               IF WS-TOTAL-DIFFS > WS-MAX-DIFFERENCES
                   SET WS-TRANSACTIONS-WITHHELD TO TRUE
                   MOVE 8 TO WS-RUN-RC
                   DISPLAY "HR snapshot differs in " WS-TOTAL-DIFFS
                       " places, limit " WS-MAX-DIFFERENCES
                       " - no transactions written"
               ELSE
                   PERFORM 0510-RELEASE-TRANSACTIONS
                   IF NOT WS-TRANSACTIONS-WITHHELD
                       PERFORM 0520-RELEASE-ADDRESS-TRANSACTIONS
                   END-IF
               END-IF
           END-IF.

       0510-RELEASE-TRANSACTIONS.

           IF WS-TRAN-WRITTEN > ZERO
               OPEN INPUT TRAN-WORK-FILE
               OPEN EXTEND TRANSACTION-FILE
               IF WS-TRAN-WORK-STATUS NOT = "00"
                   OR (WS-TRANSACTION-STATUS NOT = "00"
                       AND WS-TRANSACTION-STATUS NOT = "05")
                       DISPLAY "TRANSACTION-FILE could not be "
                           "extended - statuses " WS-TRAN-WORK-STATUS
                           " " WS-TRANSACTION-STATUS
                       MOVE 8 TO WS-RUN-RC
                       SET WS-TRANSACTIONS-WITHHELD TO TRUE
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ TRAN-WORK-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE TRANSACTION-RECORD
                                   TO TRANSACTION-OUT-RECORD
                               WRITE TRANSACTION-OUT-RECORD
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF-SWITCH
               END-IF
               CLOSE TRAN-WORK-FILE
                     TRANSACTION-FILE
           END-IF.

       0520-RELEASE-ADDRESS-TRANSACTIONS.

           IF WS-ADDR-WRITTEN > ZERO
               OPEN INPUT ADDR-WORK-FILE
               OPEN EXTEND ADDR-TRANS-FILE
               IF WS-ADDR-WORK-STATUS NOT = "00"
                   OR (WS-ADDR-TRANS-STATUS NOT = "00"
                       AND WS-ADDR-TRANS-STATUS NOT = "05")
                       DISPLAY "ADDR-TRANS-FILE could not be "
                           "extended - statuses " WS-ADDR-WORK-STATUS
                           " " WS-ADDR-TRANS-STATUS
                       MOVE 8 TO WS-RUN-RC
                       SET WS-TRANSACTIONS-WITHHELD TO TRUE
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ ADDR-WORK-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE ADDR-TRANS-RECORD
                                   TO ADDR-TRANS-OUT-RECORD
                               WRITE ADDR-TRANS-OUT-RECORD
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF-SWITCH
               END-IF
               CLOSE ADDR-WORK-FILE
                     ADDR-TRANS-FILE
           END-IF.

       0700-PRINT-CONTROL-TOTALS.

           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE "END-OF-JOB CONTROL TOTALS" TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  SNAPSHOT RECORDS READ:        " DELIMITED BY SIZE
               WS-SNAP-READ DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  SNAPSHOT RECORDS IGNORED:     " DELIMITED BY SIZE
               WS-SNAP-REJECTED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  ROSTER RECORDS READ:          " DELIMITED BY SIZE
               WS-ROSTER-READ DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  ON BOTH:                      " DELIMITED BY SIZE
               WS-MATCHED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  NEW - NOT ON ROSTER:          " DELIMITED BY SIZE
               WS-NEW-HIRES DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  GONE - NOT IN SNAPSHOT:       " DELIMITED BY SIZE
               WS-NOT-IN-SNAPSHOT DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  TERMINATED, ONE SIDE ONLY:    " DELIMITED BY SIZE
               WS-NEW-TERMINATED DELIMITED BY SIZE
               " IN SNAPSHOT, " DELIMITED BY SIZE
               WS-GONE-TERMINATED DELIMITED BY SIZE
               " ON ROSTER - LEFT ALONE" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  NAME DIFFERENCES:             " DELIMITED BY SIZE
               WS-NAME-DIFFS DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  BIRTH DATE DIFFERENCES:       " DELIMITED BY SIZE
               WS-BIRTH-DIFFS DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  DEPARTMENT DIFFERENCES:       " DELIMITED BY SIZE
               WS-DEPT-DIFFS DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  HIRE DATE DIFFERENCES:        " DELIMITED BY SIZE
               WS-HIRE-DIFFS DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  PLAN CODE DIFFERENCES:        " DELIMITED BY SIZE
               WS-PLAN-DIFFS DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  STATUS DIFFERENCES:           " DELIMITED BY SIZE
               WS-STATUS-DIFFS DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  ADDRESS DIFFERENCES:          " DELIMITED BY SIZE
               WS-ADDRESS-DIFFS DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  TOTAL DIFFERENCES:            " DELIMITED BY SIZE
               WS-TOTAL-DIFFS DELIMITED BY SIZE
               "   LIMIT: " DELIMITED BY SIZE
               WS-MAX-DIFFERENCES DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  ROSTER TRANSACTIONS:          " DELIMITED BY SIZE
               WS-TRAN-WRITTEN DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  ADDRESS TRANSACTIONS:         " DELIMITED BY SIZE
               WS-ADDR-WRITTEN DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           IF WS-TRANSACTIONS-WITHHELD OR NOT WS-COMPARE-DONE
               STRING "  *** TRANSACTIONS WITHHELD - NOTHING SENT "
                       DELIMITED BY SIZE
                   "TO EMP-MAINT ***" DELIMITED BY SIZE
                   INTO WS-PRINT-REC
           ELSE
           IF WS-TRAN-WRITTEN = ZERO AND WS-ADDR-WRITTEN = ZERO
               MOVE "  ROSTER AGREES WITH THE SNAPSHOT - NOTHING SENT"
                   TO WS-PRINT-REC
           ELSE
               STRING "  TRANSACTIONS ADDED TO EMPTRAN.DAT AND "
                       DELIMITED BY SIZE
                   "EMPATRAN.DAT" DELIMITED BY SIZE
                   INTO WS-PRINT-REC
           END-IF
           END-IF.
           WRITE WS-PRINT-REC.

       END PROGRAM EMP-SYNC.
