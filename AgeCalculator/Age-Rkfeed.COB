      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     GitHub Repository                                             *
      *     Companion to AGE-CALC - retirement-plan recordkeeper                       *
      *     eligibility feed.  Finds everyone on the roster, or on the                 *
      *     inactive roster the retention purge keeps, who reaches 50                  *
      *     (catch-up contributions), 55, 59 1/2, 65 (Medicare) or the                 *
      *     required-minimum-distribution age in the coming calendar                   *
      *     month and writes them to RKFEED.DAT in the recordkeeper's                  *
      *     fixed format - header, one detail per event, trailer with                  *
      *     count and hash totals.  Current ages come from AGE-CALC's                  *
      *     interface file where it has one.  The sequence number is                   *
      *     kept in RKCTL.DAT from run to run; a file that repeats the                 *
      *     last one sent is refused, and every run prints the                         *
      *     transmittal operations signs before the file goes out.                     *
      **********************************************************************************


       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGE-RKFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL INACTIVE-FILE ASSIGN TO "EMPINACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INA-EMP-ID
               FILE STATUS IS WS-INACTIVE-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO "AGEIFACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

           SELECT IFACE-SORTED-FILE ASSIGN TO "RKIFACE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFACE-SORTED-STATUS.

           SELECT RK-CONTROL-FILE ASSIGN TO "RKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RK-CONTROL-STATUS.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "AGECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT DETAIL-FILE ASSIGN TO "RKDETAIL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-STATUS.

           SELECT FEED-FILE ASSIGN TO "RKFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT PRINT-FILE ASSIGN TO "RKTRANS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT IFACE-SORT-FILE ASSIGN TO "RKSRT1.TMP".

       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  INACTIVE-FILE.
           COPY INACTREC.

       FD  INTERFACE-FILE.
           COPY AGERES.

       FD  IFACE-SORTED-FILE.
           COPY AGERES REPLACING
               ==AGE-RESULT-RECORD== BY ==IFACE-SORTED-RECORD==
               LEADING ==AGR-== BY ==ISR-==.

       FD  RK-CONTROL-FILE.
           COPY RKCTLREC.

       FD  CONTROL-FILE.
       01  CTL-RECORD              PIC X(80).

       FD  DETAIL-FILE.
           COPY RKFEED REPLACING
               ==RK-FEED-RECORD== BY ==RK-DETAIL-RECORD==
               LEADING ==RKF-== BY ==RKD-==.

       FD  FEED-FILE.
           COPY RKFEED.

       FD  PRINT-FILE.
       01  WS-PRINT-REC            PIC X(132).

       SD  IFACE-SORT-FILE.
       01  IFACE-SORT-RECORD.
           05  SIF-EMPLOYEE-ID     PIC X(6).
           05  FILLER              PIC X(39).

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
       01  WS-INACTIVE-STATUS       PIC XX.
       01  WS-INTERFACE-STATUS      PIC XX.
       01  WS-IFACE-SORTED-STATUS   PIC XX.
       01  WS-RK-CONTROL-STATUS     PIC XX.
       01  WS-CONTROL-STATUS        PIC XX.
       01  WS-DETAIL-STATUS         PIC XX.
       01  WS-FEED-STATUS           PIC XX.
       01  WS-PRINT-STATUS          PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-ISR-EOF-SWITCH        PIC X VALUE "N".
           88  WS-ISR-EOF            VALUE "Y".
       01  WS-CTL-EOF-SWITCH        PIC X VALUE "N".
           88  WS-CTL-EOF            VALUE "Y".
       01  WS-IFACE-SWITCH          PIC X VALUE "N".
           88  WS-IFACE-AVAILABLE    VALUE "Y".
       01  WS-FEED-CONTROL-OK       PIC X VALUE "N".
           88  WS-FEED-CONTROL-VALID VALUE "Y".
       01  WS-BUILD-OK              PIC X VALUE "N".
           88  WS-DETAILS-BUILT      VALUE "Y".

      *    The month the file covers - the calendar month after
      *    the run date - as YYYYMM and as its first and last day.
       01  WS-PERIOD                PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-X REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR       PIC 9(4).
           05  WS-PERIOD-MONTH      PIC 99.
       01  WS-PERIOD-START          PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-END            PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-END-X REDEFINES WS-PERIOD-END.
           05  WS-PERIOD-END-YEAR   PIC 9(4).
           05  WS-PERIOD-END-MONTH  PIC 99.
           05  WS-PERIOD-END-DAY    PIC 99.
       01  WS-MONTH-LENGTH-VALUES   PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTH-VALUES.
           05  WS-MONTH-LENGTH      PIC 99 OCCURS 12 TIMES.

      *    The eligibility ages, in years and months past the
      *    birthday.  The last slot is set per person - the
      *    required-minimum-distribution age depends on the year
      *    of birth.
       01  WS-EVENT-VALUES.
           05  FILLER               PIC X(4) VALUE "CU50".
           05  FILLER               PIC 999 VALUE 50.
           05  FILLER               PIC 99 VALUE 0.
           05  FILLER               PIC X(22)
                   VALUE "AGE 50 CATCH-UP".
           05  FILLER               PIC X(4) VALUE "SP55".
           05  FILLER               PIC 999 VALUE 55.
           05  FILLER               PIC 99 VALUE 0.
           05  FILLER               PIC X(22)
                   VALUE "AGE 55 SEPARATION".
           05  FILLER               PIC X(4) VALUE "W595".
           05  FILLER               PIC 999 VALUE 59.
           05  FILLER               PIC 99 VALUE 6.
           05  FILLER               PIC X(22)
                   VALUE "AGE 59 1/2 WITHDRAWAL".
           05  FILLER               PIC X(4) VALUE "MC65".
           05  FILLER               PIC 999 VALUE 65.
           05  FILLER               PIC 99 VALUE 0.
           05  FILLER               PIC X(22)
                   VALUE "AGE 65 MEDICARE".
           05  FILLER               PIC X(4) VALUE "RMD ".
           05  FILLER               PIC 999 VALUE 73.
           05  FILLER               PIC 99 VALUE 0.
           05  FILLER               PIC X(22)
                   VALUE "REQUIRED MIN DISTRIB".
       01  WS-EVENT-TABLE REDEFINES WS-EVENT-VALUES.
           05  WS-EVENT-ENTRY OCCURS 5 TIMES.
               10  WS-EVENT-CODE        PIC X(4).
               10  WS-EVENT-YEARS       PIC 999.
               10  WS-EVENT-MONTHS      PIC 99.
               10  WS-EVENT-NAME        PIC X(22).
       01  WS-EVENT-SUB             PIC 9 VALUE 1.
       01  WS-EVENT-COUNT-TABLE.
           05  WS-EVENT-COUNT       PIC 9(6) OCCURS 5 TIMES.
       01  WS-RMD-AGE               PIC 999 VALUE 73.
       01  WS-RMD-AGE-1960          PIC 999 VALUE 75.

       01  WS-BIRTH-DATE            PIC 9(8) VALUE ZERO.
       01  WS-BIRTH-DATE-X REDEFINES WS-BIRTH-DATE.
           05  WS-BIRTH-YEAR        PIC 9(4).
           05  WS-BIRTH-MONTH       PIC 99.
           05  WS-BIRTH-DAY         PIC 99.
       01  WS-EVT-DATE              PIC 9(8) VALUE ZERO.
       01  WS-EVT-DATE-X REDEFINES WS-EVT-DATE.
           05  WS-EVT-YEAR          PIC 9(4).
           05  WS-EVT-MONTH         PIC 99.
           05  WS-EVT-DAY           PIC 99.

      *    Age of one birth date as of one target date - the same
      *    count, leap-day rule included, AGE-CALC makes.
       01  WS-AGE-BIRTH.
           05  WS-AGE-BIRTH-YEAR    PIC 9(4).
           05  WS-AGE-BIRTH-MONTH   PIC 99.
           05  WS-AGE-BIRTH-DAY     PIC 99.
       01  WS-AGE-AS-OF.
           05  WS-AGE-AS-OF-YEAR    PIC 9(4).
           05  WS-AGE-AS-OF-MONTH   PIC 99.
           05  WS-AGE-AS-OF-DAY     PIC 99.
       01  WS-AGE                   PIC 999 VALUE ZERO.
       01  WS-CMP-MONTH             PIC 99 VALUE ZERO.
       01  WS-CMP-DAY               PIC 99 VALUE ZERO.
       01  WS-CURRENT-AGE           PIC 999 VALUE ZERO.
       01  WS-AGE-SOURCE            PIC X VALUE SPACE.

       01  WS-CTL-WORK.
           05  WS-CTL-KEYWORD       PIC X(12).
           05  WS-CTL-VALUE-X       PIC X(4).
           05  WS-CTL-VALUE REDEFINES WS-CTL-VALUE-X PIC 9(4).
           05  FILLER               PIC X(64).
       01  WS-CTL-WARNING-COUNT     PIC 99 VALUE ZERO.

      *    What this run's file carries, and what it is to the
      *    recordkeeper - a new month, or a month sent again.
       01  WS-SEQUENCE              PIC 9(6) VALUE ZERO.
       01  WS-DETAIL-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-HASH-EMP-ID           PIC 9(15) VALUE ZERO.
       01  WS-HASH-ID               PIC 9(6) VALUE ZERO.
       01  WS-HASH-BIRTH            PIC 9(15) VALUE ZERO.
       01  WS-FILE-RECORDS          PIC 9(8) VALUE ZERO.
       01  WS-FILE-TYPE             PIC X VALUE "O".
           88  WS-ORIGINAL-FILE      VALUE "O".
           88  WS-REPLACEMENT-FILE   VALUE "R".
           88  WS-DUPLICATE-FILE     VALUE "D".
           88  WS-FILE-NOT-WRITTEN   VALUE "X".
           88  WS-FILE-NOT-BUILT     VALUE "D" "X".

       01  WS-EVENT-AGE-ED          PIC ZZ9.9.
       01  WS-HASH-ED               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  WS-LINE-COUNT            PIC 99 VALUE ZERO.
       01  WS-LINES-PER-PAGE        PIC 99 VALUE 50.
       01  WS-PAGE-COUNT            PIC 999 VALUE ZERO.

       01  WS-RECORDS-READ          PIC 9(6) VALUE ZERO.
       01  WS-INACTIVE-READ         PIC 9(6) VALUE ZERO.
       01  WS-RECORDS-REJECTED      PIC 9(6) VALUE ZERO.
       01  WS-AGES-FROM-CALC        PIC 9(6) VALUE ZERO.
       01  WS-AGES-RECOMPUTED       PIC 9(6) VALUE ZERO.

       01  WS-RUN-RC                PIC 99 VALUE ZERO.

           COPY DATEPARM.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    No sponsor set up, a month older than the last one
      *    sent, a file that would repeat the last one exactly, or
      *    files that cannot be opened end RC 8 and nothing goes
      *    out.  A replacement file, roster records that could not
      *    be aged, or no AGE-CALC interface file end RC 4 so the
      *    transmittal is read before it is signed.
      *-----------------------------------------------------------
       0100-START-HERE.

           PERFORM 0110-INITIALIZE.
           PERFORM 0120-LOAD-FEED-CONTROL.

           IF NOT WS-FEED-CONTROL-VALID
               MOVE 8 TO WS-RUN-RC
           ELSE
               IF WS-PERIOD < RKC-LAST-PERIOD
                   DISPLAY "Eligibility feed not built - period "
                       WS-PERIOD " is older than period "
                       RKC-LAST-PERIOD " already sent"
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM 0200-BUILD-DETAILS
                   IF NOT WS-DETAILS-BUILT
                       MOVE 8 TO WS-RUN-RC
                   ELSE
                       PERFORM 0400-CHECK-AGAINST-LAST-FILE
                       IF NOT WS-FILE-NOT-BUILT
                           PERFORM 0500-WRITE-FEED-FILE
                       END-IF
                       PERFORM 0600-PRINT-TRANSMITTAL
                   END-IF
               END-IF
           END-IF.

           DISPLAY "Recordkeeper feed ended with return code "
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
           INITIALIZE WS-EVENT-COUNT-TABLE.
           PERFORM 0115-SET-FEED-PERIOD.
           PERFORM 0140-LOAD-CONTROL-PARAMS.

      *-----------------------------------------------------------
      *    The file covers the calendar month after the run date,
      *    so the recordkeeper has the names before the month
      *    they become eligible in begins.
      *-----------------------------------------------------------
       0115-SET-FEED-PERIOD.

           IF WS-TODAY-MONTH = 12
               COMPUTE WS-PERIOD-YEAR = WS-TODAY-YEAR + 1
               MOVE 1 TO WS-PERIOD-MONTH
           ELSE
               MOVE WS-TODAY-YEAR TO WS-PERIOD-YEAR
               COMPUTE WS-PERIOD-MONTH = WS-TODAY-MONTH + 1
           END-IF.
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1.
           MOVE WS-PERIOD-YEAR TO WS-PERIOD-END-YEAR.
           MOVE WS-PERIOD-MONTH TO WS-PERIOD-END-MONTH.
           MOVE WS-MONTH-LENGTH (WS-PERIOD-MONTH)
               TO WS-PERIOD-END-DAY.
           IF WS-PERIOD-MONTH = 2
               MOVE "L" TO DEP-FUNCTION
               MOVE WS-PERIOD-YEAR TO DEP-CHECK-YEAR
               CALL "DATE-EDIT" USING DATE-EDIT-PARMS
               IF DEP-DATE-OK = "Y"
                   MOVE 29 TO WS-PERIOD-END-DAY
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    RKCTL.DAT must exist and carry the sponsor ID - without
      *    it the recordkeeper cannot tell whose file this is.  A
      *    record set up with the sponsor ID alone means no file
      *    has been sent yet.
      *-----------------------------------------------------------
       0120-LOAD-FEED-CONTROL.

           OPEN INPUT RK-CONTROL-FILE.
           IF WS-RK-CONTROL-STATUS NOT = "00"
               DISPLAY "RK-CONTROL-FILE could not be opened - status "
                   WS-RK-CONTROL-STATUS
                   " - sponsor ID must be set up in RKCTL.DAT"
           ELSE
               READ RK-CONTROL-FILE
                   AT END
                       DISPLAY "RKCTL.DAT is empty - sponsor ID must "
                           "be set up before the first run"
                   NOT AT END
                       IF RKC-SPONSOR-ID = SPACES
                           DISPLAY "RKCTL.DAT carries no sponsor ID "
                               "- feed not built"
                       ELSE
                           SET WS-FEED-CONTROL-VALID TO TRUE
                       END-IF
               END-READ
               CLOSE RK-CONTROL-FILE
           END-IF.
           IF WS-FEED-CONTROL-VALID
               IF RKC-LAST-SEQUENCE IS NOT NUMERIC
                   OR RKC-LAST-FILE-DATE IS NOT NUMERIC
                   OR RKC-LAST-PERIOD IS NOT NUMERIC
                   OR RKC-LAST-DETAIL-COUNT IS NOT NUMERIC
                   OR RKC-LAST-HASH-EMP-ID IS NOT NUMERIC
                   OR RKC-LAST-HASH-BIRTH IS NOT NUMERIC
                       DISPLAY "No previous eligibility file on "
                           "record - this will be the first"
                       MOVE ZEROS TO RKC-LAST-SEQUENCE
                                     RKC-LAST-FILE-DATE
                                     RKC-LAST-PERIOD
                                     RKC-LAST-DETAIL-COUNT
                                     RKC-LAST-HASH-EMP-ID
                                     RKC-LAST-HASH-BIRTH
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    The distribution age is set by law and has moved more
      *    than once - 73 for most, 75 for anyone born in 1960 or
      *    later - so both live in AGECTL.DAT rather than here.
      *    Every other keyword belongs to somebody else.
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
                       " - default distribution ages in effect"
               ELSE
                   CLOSE CONTROL-FILE
               END-IF
           END-IF.

       0145-APPLY-CONTROL-RECORD.

           EVALUATE WS-CTL-KEYWORD
               WHEN "RMDAGE"
                   IF WS-CTL-VALUE-X IS NUMERIC
                       AND WS-CTL-VALUE >= 70
                       AND WS-CTL-VALUE <= 80
                           MOVE WS-CTL-VALUE TO WS-RMD-AGE
                   ELSE
                       ADD 1 TO WS-CTL-WARNING-COUNT
                       DISPLAY "Control record ignored - "
                           WS-CTL-KEYWORD " " WS-CTL-VALUE-X
                   END-IF
               WHEN "RMDAGE1960"
                   IF WS-CTL-VALUE-X IS NUMERIC
                       AND WS-CTL-VALUE >= 70
                       AND WS-CTL-VALUE <= 80
                           MOVE WS-CTL-VALUE TO WS-RMD-AGE-1960
                   ELSE
                       ADD 1 TO WS-CTL-WARNING-COUNT
                       DISPLAY "Control record ignored - "
                           WS-CTL-KEYWORD " " WS-CTL-VALUE-X
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------
      *    Walk the roster in ID order beside AGE-CALC's interface
      *    file, sorted to the same order, and put every event
      *    that falls in the period on a work file while the count
      *    and hash totals are built - the totals decide whether
      *    this file may go out before anything is written to
      *    RKFEED.DAT.  The inactive roster follows the roster.
      *-----------------------------------------------------------
       0200-BUILD-DETAILS.

           PERFORM 0210-SORT-INTERFACE-FEED.
           OPEN INPUT EMPLOYEE-FILE
                      IFACE-SORTED-FILE.
           OPEN OUTPUT DETAIL-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
               OR WS-IFACE-SORTED-STATUS NOT = "00"
               OR WS-DETAIL-STATUS NOT = "00"
                   DISPLAY "Feed inputs could not be opened - "
                       "statuses " WS-EMPLOYEE-STATUS " "
                       WS-IFACE-SORTED-STATUS " " WS-DETAIL-STATUS
           ELSE
               SET WS-DETAILS-BUILT TO TRUE
               PERFORM 0220-READ-IFACE-SORTED
               PERFORM UNTIL WS-EOF
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM 0300-EVALUATE-ONE-EMPLOYEE
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0250-READ-INACTIVE-ROSTER
               IF WS-RECORDS-REJECTED > ZERO
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.
           CLOSE EMPLOYEE-FILE
                 IFACE-SORTED-FILE
                 DETAIL-FILE.

      *-----------------------------------------------------------
      *    The interface file comes out of AGE-CALC in department
      *    order - sort it by employee ID to walk it beside the
      *    roster.  With no interface file every age is worked out
      *    here instead, and the run says so.
      *-----------------------------------------------------------
       0210-SORT-INTERFACE-FEED.

           OPEN INPUT INTERFACE-FILE.
           IF WS-INTERFACE-STATUS NOT = "00"
               DISPLAY "INTERFACE-FILE could not be opened - status "
                   WS-INTERFACE-STATUS
                   " - current ages recomputed from the roster"
               MOVE 4 TO WS-RUN-RC
               OPEN OUTPUT IFACE-SORTED-FILE
               CLOSE IFACE-SORTED-FILE
           ELSE
               SET WS-IFACE-AVAILABLE TO TRUE
               CLOSE INTERFACE-FILE
               SORT IFACE-SORT-FILE
                   ON ASCENDING KEY SIF-EMPLOYEE-ID
                   USING INTERFACE-FILE
                   GIVING IFACE-SORTED-FILE
           END-IF.

       0220-READ-IFACE-SORTED.

           READ IFACE-SORTED-FILE
               AT END
                   SET WS-ISR-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------
      *    Someone the retention purge moved off the roster still
      *    has a balance, and their distribution age usually comes
      *    years after the purge - so EMPINACT.DAT is walked the
      *    same way, each kept roster image judged as if it were
      *    on the roster.  AGE-CALC never reports these people,
      *    so the interface walk is closed off and every age is
      *    worked out here.  No inactive roster yet is nothing to
      *    do; one that cannot be read stops the file going out.
      *-----------------------------------------------------------
       0250-READ-INACTIVE-ROSTER.

           SET WS-ISR-EOF TO TRUE.
           OPEN INPUT INACTIVE-FILE.
           IF WS-INACTIVE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ INACTIVE-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-INACTIVE-READ
                           MOVE INA-ROSTER-IMAGE TO EMPLOYEE-RECORD
                           PERFORM 0300-EVALUATE-ONE-EMPLOYEE
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
               CLOSE INACTIVE-FILE
           ELSE
               IF WS-INACTIVE-STATUS = "05"
                   CLOSE INACTIVE-FILE
               ELSE
                   DISPLAY "INACTIVE-FILE could not be opened - "
                       "status " WS-INACTIVE-STATUS
                       " - feed not built"
                   MOVE "N" TO WS-BUILD-OK
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    Terminated people stay in the plan with a balance, so
      *    every status is looked at, on the roster and on the
      *    inactive roster alike.  A birth date DATE-EDIT will
      *    not pass cannot place any event and is counted as
      *    rejected.
      *-----------------------------------------------------------
       0300-EVALUATE-ONE-EMPLOYEE.

           MOVE "V" TO DEP-FUNCTION.
           MOVE EMP-BIRTH-YEAR TO DEP-CHECK-YEAR.
           MOVE EMP-BIRTH-MONTH TO DEP-CHECK-MONTH.
           MOVE EMP-BIRTH-DAY TO DEP-CHECK-DAY.
           MOVE WS-TODAY TO DEP-LIMIT-DATE.
           CALL "DATE-EDIT" USING DATE-EDIT-PARMS.
           IF DEP-DATE-OK NOT = "Y"
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "Employee " EMP-ID " has no valid birth date "
                   "- left out of the feed"
           ELSE
               MOVE EMP-BIRTH-DATE TO WS-BIRTH-DATE
               PERFORM 0310-FIND-CURRENT-AGE
               IF WS-BIRTH-YEAR < 1960
                   MOVE WS-RMD-AGE TO WS-EVENT-YEARS (5)
               ELSE
                   MOVE WS-RMD-AGE-1960 TO WS-EVENT-YEARS (5)
               END-IF
               PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                       UNTIL WS-EVENT-SUB > 5
                   PERFORM 0320-CHECK-ONE-EVENT
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      *    AGE-CALC's age is used when it reported this person
      *    under the same birth date the roster now carries;
      *    otherwise - terminated, added since, or the birth date
      *    corrected since - the age is worked out as of today.
      *-----------------------------------------------------------
       0310-FIND-CURRENT-AGE.

           PERFORM UNTIL WS-ISR-EOF
                   OR ISR-EMPLOYEE-ID NOT < EMP-ID
               PERFORM 0220-READ-IFACE-SORTED
           END-PERFORM.
           IF NOT WS-ISR-EOF
               AND ISR-EMPLOYEE-ID = EMP-ID
               AND ISR-BIRTH-DATE = EMP-BIRTH-DATE
                   MOVE ISR-COMPUTED-AGE TO WS-CURRENT-AGE
                   MOVE "C" TO WS-AGE-SOURCE
                   ADD 1 TO WS-AGES-FROM-CALC
           ELSE
               MOVE EMP-BIRTH-DATE TO WS-AGE-BIRTH
               MOVE WS-TODAY TO WS-AGE-AS-OF
               PERFORM 0350-COMPUTE-AGE
               MOVE WS-AGE TO WS-CURRENT-AGE
               MOVE "R" TO WS-AGE-SOURCE
               ADD 1 TO WS-AGES-RECOMPUTED
           END-IF.

       0320-CHECK-ONE-EVENT.

           PERFORM 0330-COMPUTE-EVENT-DATE.
           IF WS-EVT-YEAR = WS-PERIOD-YEAR
               AND WS-EVT-MONTH = WS-PERIOD-MONTH
                   PERFORM 0340-WRITE-DETAIL-RECORD
           END-IF.

      *-----------------------------------------------------------
      *    The day the age is reached - the birthday that many
      *    years (and months, for 59 1/2) on.  Where that month
      *    has no such day - February 29 outside a leap year, or
      *    the 31st six months on - it is reached on the 1st of
      *    the month after, the same rule the age count uses.
      *-----------------------------------------------------------
       0330-COMPUTE-EVENT-DATE.

           COMPUTE WS-EVT-YEAR = WS-BIRTH-YEAR
               + WS-EVENT-YEARS (WS-EVENT-SUB).
           COMPUTE WS-EVT-MONTH = WS-BIRTH-MONTH
               + WS-EVENT-MONTHS (WS-EVENT-SUB).
           IF WS-EVT-MONTH > 12
               SUBTRACT 12 FROM WS-EVT-MONTH
               ADD 1 TO WS-EVT-YEAR
           END-IF.
           MOVE WS-BIRTH-DAY TO WS-EVT-DAY.
           MOVE "V" TO DEP-FUNCTION.
           MOVE WS-EVT-DATE TO DEP-CHECK-DATE.
           MOVE ZEROS TO DEP-LIMIT-DATE.
           CALL "DATE-EDIT" USING DATE-EDIT-PARMS.
           IF DEP-DAY-OK NOT = "Y"
               MOVE 1 TO WS-EVT-DAY
               IF WS-EVT-MONTH = 12
                   MOVE 1 TO WS-EVT-MONTH
                   ADD 1 TO WS-EVT-YEAR
               ELSE
                   ADD 1 TO WS-EVT-MONTH
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    One detail per event.  The hash totals are of the
      *    detail records as sent, so a person with two events in
      *    the month counts twice, the way the recordkeeper adds
      *    them up; an ID that is not all digits adds nothing to
      *    the ID hash.
      *-----------------------------------------------------------
       0340-WRITE-DETAIL-RECORD.

           MOVE SPACES TO RK-DETAIL-RECORD.
           SET RKD-DETAIL TO TRUE.
           MOVE EMP-ID TO RKD-EMP-ID.
           MOVE EMP-LAST-NAME TO RKD-LAST-NAME.
           MOVE EMP-FIRST-NAME TO RKD-FIRST-NAME.
           MOVE WS-BIRTH-DATE TO RKD-BIRTH-DATE.
           MOVE WS-EVENT-CODE (WS-EVENT-SUB) TO RKD-EVENT-CODE.
           COMPUTE RKD-EVENT-AGE = WS-EVENT-YEARS (WS-EVENT-SUB)
               + WS-EVENT-MONTHS (WS-EVENT-SUB) / 12.
           MOVE WS-EVT-DATE TO RKD-EVENT-DATE.
           IF EMP-ACTIVE
               MOVE "A" TO RKD-STATUS-CODE
           ELSE
               MOVE EMP-STATUS-CODE TO RKD-STATUS-CODE
           END-IF.
           MOVE EMP-PLAN-CODE TO RKD-PLAN-CODE.
           MOVE WS-CURRENT-AGE TO RKD-CURRENT-AGE.
           MOVE WS-AGE-SOURCE TO RKD-AGE-SOURCE.
           WRITE RK-DETAIL-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO WS-EVENT-COUNT (WS-EVENT-SUB).
           IF EMP-ID IS NUMERIC
               MOVE EMP-ID TO WS-HASH-ID
               ADD WS-HASH-ID TO WS-HASH-EMP-ID
           END-IF.
           ADD WS-BIRTH-DATE TO WS-HASH-BIRTH.

      *-----------------------------------------------------------
      *    Age from full birth date - the birthday counts once the
      *    target month/day reach it, and a February 29 birthday
      *    counts from March 1 in years with no February 29.
      *-----------------------------------------------------------
       0350-COMPUTE-AGE.

           COMPUTE WS-AGE = WS-AGE-AS-OF-YEAR - WS-AGE-BIRTH-YEAR.
           MOVE WS-AGE-BIRTH-MONTH TO WS-CMP-MONTH.
           MOVE WS-AGE-BIRTH-DAY TO WS-CMP-DAY.
           IF WS-AGE-BIRTH-MONTH = 2 AND WS-AGE-BIRTH-DAY = 29
               MOVE "L" TO DEP-FUNCTION
               MOVE WS-AGE-AS-OF-YEAR TO DEP-CHECK-YEAR
               CALL "DATE-EDIT" USING DATE-EDIT-PARMS
               IF DEP-DATE-OK = "N"
                   MOVE 3 TO WS-CMP-MONTH
                   MOVE 1 TO WS-CMP-DAY
               END-IF
           END-IF.
           IF WS-CMP-MONTH > WS-AGE-AS-OF-MONTH
               OR (WS-CMP-MONTH = WS-AGE-AS-OF-MONTH
                   AND WS-CMP-DAY > WS-AGE-AS-OF-DAY)
                   SUBTRACT 1 FROM WS-AGE
           END-IF.

      *-----------------------------------------------------------
      *    A new month is an original file.  The same month again
      *    is a replacement when anything in it changed - the
      *    recordkeeper loads it over the one already sent - and
      *    is refused when the count and both hash totals match
      *    the last file, because that file has already gone.
      *-----------------------------------------------------------
       0400-CHECK-AGAINST-LAST-FILE.

           IF WS-PERIOD > RKC-LAST-PERIOD
               SET WS-ORIGINAL-FILE TO TRUE
           ELSE
               IF WS-DETAIL-COUNT = RKC-LAST-DETAIL-COUNT
                   AND WS-HASH-EMP-ID = RKC-LAST-HASH-EMP-ID
                   AND WS-HASH-BIRTH = RKC-LAST-HASH-BIRTH
                       SET WS-DUPLICATE-FILE TO TRUE
                       DISPLAY "Eligibility feed not built - it "
                           "repeats sequence " RKC-LAST-SEQUENCE
                           " already sent"
                       MOVE 8 TO WS-RUN-RC
               ELSE
                   SET WS-REPLACEMENT-FILE TO TRUE
                   DISPLAY "Period " WS-PERIOD " already sent as "
                       "sequence " RKC-LAST-SEQUENCE
                       " - replacement file built"
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    Header, the details from the work file, trailer - then
      *    RKCTL.DAT is rewritten with what went out, so the next
      *    run numbers and judges its file against this one.
      *-----------------------------------------------------------
       0500-WRITE-FEED-FILE.

           IF RKC-LAST-SEQUENCE = 999999
               MOVE 1 TO WS-SEQUENCE
           ELSE
               COMPUTE WS-SEQUENCE = RKC-LAST-SEQUENCE + 1
           END-IF.
           OPEN INPUT DETAIL-FILE.
           OPEN OUTPUT FEED-FILE.
           IF WS-DETAIL-STATUS NOT = "00"
               OR WS-FEED-STATUS NOT = "00"
                   DISPLAY "Feed file could not be written - "
                       "statuses " WS-DETAIL-STATUS " "
                       WS-FEED-STATUS
                   MOVE 8 TO WS-RUN-RC
                   SET WS-FILE-NOT-WRITTEN TO TRUE
           ELSE
               MOVE SPACES TO RK-FEED-RECORD
               SET RKF-HEADER TO TRUE
               MOVE RKC-SPONSOR-ID TO RKF-SPONSOR-ID
               MOVE WS-TODAY TO RKF-FILE-DATE
               MOVE WS-SEQUENCE TO RKF-SEQUENCE
               MOVE WS-PERIOD-START TO RKF-PERIOD-START
               MOVE WS-PERIOD-END TO RKF-PERIOD-END
               MOVE WS-FILE-TYPE TO RKF-FILE-TYPE
               WRITE RK-FEED-RECORD
               ADD 1 TO WS-FILE-RECORDS
               PERFORM UNTIL WS-EOF
                   READ DETAIL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE RK-DETAIL-RECORD TO RK-FEED-RECORD
                           WRITE RK-FEED-RECORD
                           ADD 1 TO WS-FILE-RECORDS
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
               MOVE SPACES TO RK-FEED-RECORD
               SET RKF-TRAILER TO TRUE
               MOVE WS-DETAIL-COUNT TO RKF-DETAIL-COUNT
               MOVE WS-HASH-EMP-ID TO RKF-HASH-EMP-ID
               MOVE WS-HASH-BIRTH TO RKF-HASH-BIRTH
               WRITE RK-FEED-RECORD
               ADD 1 TO WS-FILE-RECORDS
               PERFORM 0520-REWRITE-FEED-CONTROL
               DISPLAY "Eligibility file sequence " WS-SEQUENCE
                   " built - " WS-DETAIL-COUNT " detail records"
           END-IF.
           CLOSE DETAIL-FILE
                 FEED-FILE.

       0520-REWRITE-FEED-CONTROL.

           MOVE WS-SEQUENCE TO RKC-LAST-SEQUENCE.
           MOVE WS-TODAY TO RKC-LAST-FILE-DATE.
           MOVE WS-PERIOD TO RKC-LAST-PERIOD.
           MOVE WS-DETAIL-COUNT TO RKC-LAST-DETAIL-COUNT.
           MOVE WS-HASH-EMP-ID TO RKC-LAST-HASH-EMP-ID.
           MOVE WS-HASH-BIRTH TO RKC-LAST-HASH-BIRTH.
           OPEN OUTPUT RK-CONTROL-FILE.
           IF WS-RK-CONTROL-STATUS NOT = "00"
               DISPLAY "RK-CONTROL-FILE could not be rewritten - "
                   "status " WS-RK-CONTROL-STATUS
                   " - set sequence " WS-SEQUENCE " by hand"
               MOVE 8 TO WS-RUN-RC
           ELSE
               WRITE RK-CONTROL-RECORD
               CLOSE RK-CONTROL-FILE
           END-IF.

      *-----------------------------------------------------------
      *    The transmittal - what the file is, every event in it,
      *    the totals the recordkeeper will balance to, and the
      *    lines operations signs before it is sent.  A refused
      *    file gets one too, saying why nothing was built.
      *-----------------------------------------------------------
       0600-PRINT-TRANSMITTAL.

           OPEN OUTPUT PRINT-FILE.
           OPEN INPUT DETAIL-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               OR WS-DETAIL-STATUS NOT = "00"
                   DISPLAY "Transmittal could not be printed - "
                       "statuses " WS-PRINT-STATUS " "
                       WS-DETAIL-STATUS
                   MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM 0610-PRINT-REPORT-HEADER
               PERFORM 0620-PRINT-FILE-IDENTITY
               PERFORM 0630-PRINT-COLUMN-HEADINGS
               PERFORM UNTIL WS-EOF
                   READ DETAIL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0640-PRINT-EVENT-LINE
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0700-PRINT-CONTROL-TOTALS
               PERFORM 0750-PRINT-SIGN-OFF
           END-IF.
           CLOSE PRINT-FILE
                 DETAIL-FILE.

       0610-PRINT-REPORT-HEADER.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "RECORDKEEPER ELIGIBILITY FEED - TRANSMITTAL"
                   DELIMITED BY SIZE
               "     RUN DATE: " DELIMITED BY SIZE
               WS-DISPLAY-DATE DELIMITED BY SIZE
               "     PAGE: " DELIMITED BY SIZE
               WS-PAGE-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE 2 TO WS-LINE-COUNT.

       0620-PRINT-FILE-IDENTITY.

           MOVE SPACES TO WS-PRINT-REC.
           STRING "  PLAN SPONSOR ID:  " DELIMITED BY SIZE
               RKC-SPONSOR-ID DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           IF WS-FILE-NOT-BUILT
               STRING "  FILE:             RKFEED.DAT NOT BUILT"
                       DELIMITED BY SIZE
                   INTO WS-PRINT-REC
           ELSE
               STRING "  FILE:             RKFEED.DAT"
                       DELIMITED BY SIZE
                   "     SEQUENCE: " DELIMITED BY SIZE
                   WS-SEQUENCE DELIMITED BY SIZE
                   "     FILE DATE: " DELIMITED BY SIZE
                   WS-TODAY-MONTH DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-TODAY-DAY DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-TODAY-YEAR DELIMITED BY SIZE
                   INTO WS-PRINT-REC
           END-IF.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  PERIOD COVERED:   " DELIMITED BY SIZE
               WS-PERIOD-START (5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PERIOD-START (7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PERIOD-START (1:4) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-PERIOD-END (5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PERIOD-END (7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PERIOD-END (1:4) DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           EVALUATE TRUE
               WHEN WS-ORIGINAL-FILE
                   MOVE "  FILE TYPE:        ORIGINAL" TO WS-PRINT-REC
               WHEN WS-REPLACEMENT-FILE
                   STRING "  FILE TYPE:        REPLACEMENT - "
                           DELIMITED BY SIZE
                       "SUPERSEDES SEQUENCE " DELIMITED BY SIZE
                       RKC-LAST-SEQUENCE DELIMITED BY SIZE
                       INTO WS-PRINT-REC
               WHEN WS-FILE-NOT-WRITTEN
                   STRING "  *** NOT BUILT - FEED FILE COULD NOT "
                           DELIMITED BY SIZE
                       "BE WRITTEN ***" DELIMITED BY SIZE
                       INTO WS-PRINT-REC
               WHEN OTHER
                   STRING "  *** NOT BUILT - REPEATS SEQUENCE "
                           DELIMITED BY SIZE
                       RKC-LAST-SEQUENCE DELIMITED BY SIZE
                       " SENT " DELIMITED BY SIZE
                       RKC-LAST-FILE-DATE (5:2) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       RKC-LAST-FILE-DATE (7:2) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       RKC-LAST-FILE-DATE (1:4) DELIMITED BY SIZE
                       " - DO NOT SEND ***" DELIMITED BY SIZE
                       INTO WS-PRINT-REC
           END-EVALUATE.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           ADD 5 TO WS-LINE-COUNT.

       0630-PRINT-COLUMN-HEADINGS.

           MOVE SPACES TO WS-PRINT-REC.
           STRING "EMP-ID LAST NAME  FIRST NAME BIRTH DATE "
                   DELIMITED BY SIZE
               "EVENT                  AGE   EVENT DATE "
                   DELIMITED BY SIZE
               "STATUS PLAN CUR AGE" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           ADD 1 TO WS-LINE-COUNT.

       0640-PRINT-EVENT-LINE.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 0610-PRINT-REPORT-HEADER
               PERFORM 0630-PRINT-COLUMN-HEADINGS
           END-IF.
           PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                   UNTIL WS-EVENT-SUB > 5
                      OR WS-EVENT-CODE (WS-EVENT-SUB) = RKD-EVENT-CODE
               CONTINUE
           END-PERFORM.
           MOVE RKD-EVENT-AGE TO WS-EVENT-AGE-ED.
           MOVE SPACES TO WS-PRINT-REC.
           STRING RKD-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RKD-LAST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RKD-FIRST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RKD-BIRTH-DATE (5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               RKD-BIRTH-DATE (7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               RKD-BIRTH-DATE (1:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EVENT-NAME (WS-EVENT-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EVENT-AGE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RKD-EVENT-DATE (5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               RKD-EVENT-DATE (7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               RKD-EVENT-DATE (1:4) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               RKD-STATUS-CODE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               RKD-PLAN-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RKD-CURRENT-AGE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RKD-AGE-SOURCE DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           ADD 1 TO WS-LINE-COUNT.

       0700-PRINT-CONTROL-TOTALS.

           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE "EVENTS BY ELIGIBILITY AGE" TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                   UNTIL WS-EVENT-SUB > 5
               MOVE SPACES TO WS-PRINT-REC
               STRING "  " DELIMITED BY SIZE
                   WS-EVENT-CODE (WS-EVENT-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EVENT-NAME (WS-EVENT-SUB) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-EVENT-COUNT (WS-EVENT-SUB) DELIMITED BY SIZE
                   INTO WS-PRINT-REC
               WRITE WS-PRINT-REC
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE "TRAILER CONTROL TOTALS" TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  DETAIL RECORDS:               " DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  RECORDS IN FILE (WITH H/T):   " DELIMITED BY SIZE
               WS-FILE-RECORDS DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE WS-HASH-EMP-ID TO WS-HASH-ED.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  HASH TOTAL - EMPLOYEE IDS:    " DELIMITED BY SIZE
               WS-HASH-ED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE WS-HASH-BIRTH TO WS-HASH-ED.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  HASH TOTAL - BIRTH DATES:     " DELIMITED BY SIZE
               WS-HASH-ED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE "END-OF-JOB CONTROL TOTALS" TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  ROSTER RECORDS READ:          " DELIMITED BY SIZE
               WS-RECORDS-READ DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  INACTIVE ROSTER RECORDS READ: " DELIMITED BY SIZE
               WS-INACTIVE-READ DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  NO VALID BIRTH DATE:          " DELIMITED BY SIZE
               WS-RECORDS-REJECTED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  CURRENT AGES FROM AGE-CALC:   " DELIMITED BY SIZE
               WS-AGES-FROM-CALC DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  CURRENT AGES RECOMPUTED:      " DELIMITED BY SIZE
               WS-AGES-RECOMPUTED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           IF NOT WS-IFACE-AVAILABLE
               MOVE "  (NO AGE-CALC INTERFACE FILE FOR THIS RUN)"
                   TO WS-PRINT-REC
               WRITE WS-PRINT-REC
           END-IF.

       0750-PRINT-SIGN-OFF.

           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  TOTALS CHECKED BY: ______________________"
                   DELIMITED BY SIZE
               "     DATE: __________" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  RELEASED BY OPERATIONS: _________________"
                   DELIMITED BY SIZE
               "     DATE: __________" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

       END PROGRAM AGE-RKFEED.
