      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     GitHub Repository                                             *
      *     Companion to AGE-CALC - termination age-impact review.                     *
      *     For a termination date window, compares the people                         *
      *     terminated inside it with the active population at the                     *
      *     window start, department by department and company-wide:                   *
      *     the age mix of each, the selection rate of the 40-and-over                 *
      *     and under-40 groups, and the ratio between those rates,                    *
      *     flagged where the older group fares worse than four-fifths                 *
      *     of the younger.  Everyone is grouped by age at the window                  *
      *     start so the rates count the same people top and bottom;                   *
      *     the age on the termination date is printed beside it and                   *
      *     written to the detail extract legal keeps with the review.                 *
      **********************************************************************************


       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGE-IMPACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL DEPARTMENT-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARTMENT-STATUS.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "AGECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPTIONAL RUNREQ-FILE ASSIGN TO "RUNREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNREQ-STATUS.

           SELECT PRINT-FILE ASSIGN TO "AGEIMPCT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "AGEIMPCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT SORT-FILE ASSIGN TO "IMPCTSRT.TMP".

       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  CONTROL-FILE.
       01  CTL-RECORD              PIC X(80).

       FD  RUNREQ-FILE.
           COPY RUNREQ.

       FD  PRINT-FILE.
       01  WS-PRINT-REC            PIC X(132).

       FD  EXTRACT-FILE.
           COPY IMPCTREC.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-DEPT-CODE       PIC X(4).
           05  SRT-EMP-ID          PIC X(6).
           05  SRT-FIRST-NAME      PIC X(10).
           05  SRT-LAST-NAME       PIC X(10).
           05  SRT-BIRTH-DATE      PIC 9(8).
           05  SRT-HIRE-DATE       PIC 9(8).
           05  SRT-TERM-DATE       PIC 9(8).
           05  SRT-START-AGE       PIC 999.
           05  SRT-TERM-AGE        PIC 999.
           05  SRT-POOL-SWITCH     PIC X.
               88  SRT-IN-POOL      VALUE "Y".
           05  SRT-TERM-SWITCH     PIC X.
               88  SRT-TERM-IN-WINDOW VALUE "Y".

       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  WS-YEAR PIC 99.
           05  WS-MONTH PIC 99.
           05  WS-DAY   PIC 99.
       01  WS-TODAY.
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
       01  WS-DEPARTMENT-STATUS     PIC XX.
       01  WS-CONTROL-STATUS        PIC XX.
       01  WS-RUNREQ-STATUS         PIC XX.
       01  WS-PRINT-STATUS          PIC XX.
       01  WS-EXTRACT-STATUS        PIC XX.
       01  WS-RUNREQ-FOUND-SWITCH   PIC X VALUE "N".
           88  WS-RUNREQ-FOUND       VALUE "Y".
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-DEPT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-DEPT-EOF           VALUE "Y".
       01  WS-CTL-EOF-SWITCH        PIC X VALUE "N".
           88  WS-CTL-EOF            VALUE "Y".

       01  WS-FROM-INPUT            PIC X(8) VALUE SPACES.
       01  WS-TO-INPUT              PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE             PIC 9(8) VALUE ZERO.
       01  WS-FROM-DATE-X REDEFINES WS-FROM-DATE.
           05  WS-FROM-YEAR         PIC 9(4).
           05  WS-FROM-MONTH        PIC 99.
           05  WS-FROM-DAY          PIC 99.
       01  WS-TO-DATE               PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE-X REDEFINES WS-TO-DATE.
           05  WS-TO-YEAR           PIC 9(4).
           05  WS-TO-MONTH          PIC 99.
           05  WS-TO-DAY            PIC 99.
       01  WS-WINDOW-OK             PIC X VALUE "N".
           88  WS-WINDOW-VALID       VALUE "Y".

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
       01  WS-START-AGE             PIC 999 VALUE ZERO.
       01  WS-TERM-AGE              PIC 999 VALUE ZERO.
       01  WS-PROTECTED-AGE         PIC 999 VALUE 40.

       01  WS-POOL-SWITCH           PIC X VALUE "N".
           88  WS-IN-POOL            VALUE "Y".
       01  WS-TERM-SWITCH           PIC X VALUE "N".
           88  WS-TERM-IN-WINDOW     VALUE "Y".

       01  WS-BRACKET-LIMIT-VALUES.
           05  FILLER               PIC 999 VALUE 20.
           05  FILLER               PIC 999 VALUE 30.
           05  FILLER               PIC 999 VALUE 40.
           05  FILLER               PIC 999 VALUE 50.
           05  FILLER               PIC 999 VALUE 65.
       01  WS-BRACKET-LIMITS REDEFINES WS-BRACKET-LIMIT-VALUES.
           05  WS-BRACKET-LIMIT     PIC 999 OCCURS 5 TIMES.
       01  WS-BRACKET-SUB           PIC 9 VALUE 1.
       01  WS-BRACKET-SLOT          PIC 9 VALUE 1.
       01  WS-BRACKET-HI            PIC 999 VALUE ZERO.
       01  WS-BRACKET-LO-ED         PIC ZZ9.
       01  WS-BRACKET-HI-ED         PIC ZZ9.
       01  WS-BRACKET-LABEL         PIC X(11) VALUE SPACES.

       01  WS-CTL-WORK.
           05  WS-CTL-KEYWORD       PIC X(12).
           05  WS-CTL-VALUE-X       PIC X(4).
           05  WS-CTL-VALUE REDEFINES WS-CTL-VALUE-X PIC 9(4).
           05  FILLER               PIC X(64).
       01  WS-CTL-WARNING-COUNT     PIC 99 VALUE ZERO.

       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 999 TIMES.
               10  WS-DEPT-TABLE-CODE   PIC X(4).
               10  WS-DEPT-TABLE-NAME   PIC X(20).
       01  WS-DEPT-COUNT            PIC 999 VALUE ZERO.
       01  WS-DEPT-SUB              PIC 9(4) VALUE 1.
       01  WS-CURRENT-DEPT-CODE     PIC X(4) VALUE SPACES.
       01  WS-CURRENT-DEPT-NAME     PIC X(20) VALUE SPACES.
       01  WS-DEPT-ACTIVE-SWITCH    PIC X VALUE "N".
           88  WS-DEPT-ACTIVE        VALUE "Y".

      *    Level 1 holds the department being printed, level 2 the
      *    company - one set of counts, one print routine for both.
       01  WS-IMPACT-TOTALS.
           05  WS-IMPACT-LEVEL OCCURS 2 TIMES.
               10  WS-POOL-OLDER        PIC 9(6).
               10  WS-POOL-YOUNGER      PIC 9(6).
               10  WS-TERM-OLDER        PIC 9(6).
               10  WS-TERM-YOUNGER      PIC 9(6).
               10  WS-TERM-NOT-IN-POOL  PIC 9(6).
               10  WS-POOL-BRACKET      PIC 9(6) OCCURS 6 TIMES.
               10  WS-TERM-BRACKET      PIC 9(6) OCCURS 6 TIMES.
       01  WS-LEVEL                 PIC 9 VALUE 1.
       01  WS-POOL-TOTAL            PIC 9(6) VALUE ZERO.
       01  WS-TERM-TOTAL            PIC 9(6) VALUE ZERO.

       01  WS-OLDER-RATE            PIC 9V9999 VALUE ZERO.
       01  WS-YOUNGER-RATE          PIC 9V9999 VALUE ZERO.
       01  WS-IMPACT-RATIO          PIC 99V999 VALUE ZERO.
       01  WS-FOUR-FIFTHS           PIC 9V999 VALUE 0.800.
       01  WS-RATE-PERCENT          PIC ZZ9.99.
       01  WS-RATIO-ED              PIC Z9.999.
       01  WS-MIX-PERCENT-1         PIC ZZ9.99.
       01  WS-MIX-PERCENT-2         PIC ZZ9.99.
       01  WS-RATIO-SWITCH          PIC X VALUE "N".
           88  WS-RATIO-DEFINED      VALUE "Y".
       01  WS-FAIL-SWITCH           PIC X VALUE "N".
           88  WS-FAILS-FOUR-FIFTHS  VALUE "Y".

       01  WS-LINE-COUNT            PIC 99 VALUE ZERO.
       01  WS-LINES-PER-PAGE        PIC 99 VALUE 50.
       01  WS-PAGE-COUNT            PIC 999 VALUE ZERO.

       01  WS-RECORDS-READ          PIC 9(6) VALUE ZERO.
       01  WS-RECORDS-REJECTED      PIC 9(6) VALUE ZERO.
       01  WS-NO-TERM-DATE          PIC 9(6) VALUE ZERO.
       01  WS-EXTRACT-WRITTEN       PIC 9(6) VALUE ZERO.
       01  WS-DEPTS-REVIEWED        PIC 9(6) VALUE ZERO.
       01  WS-DEPTS-FLAGGED         PIC 9(6) VALUE ZERO.
       01  WS-COMPANY-FLAGGED-SWITCH PIC X VALUE "N".
           88  WS-COMPANY-FLAGGED    VALUE "Y".

       01  WS-RUN-RC                PIC 99 VALUE ZERO.

           COPY DATEPARM.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    A window that is not two real dates, in order, or files
      *    that cannot be opened end RC 8.  A department or the
      *    company failing the four-fifths test, or roster records
      *    that could not be aged, end RC 4 so the review is not
      *    filed without someone reading it.
      *-----------------------------------------------------------
       0100-START-HERE.

           PERFORM 0110-INITIALIZE.
           PERFORM 0120-GET-WINDOW.
           PERFORM 0130-VALIDATE-WINDOW.

           IF NOT WS-WINDOW-VALID
               DISPLAY "Impact review not run - the window must be "
                   "two real dates, YYYYMMDD, from not after to"
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM 0200-RUN-REVIEW
           END-IF.

           DISPLAY "Age-impact review ended with return code "
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
           INITIALIZE WS-IMPACT-TOTALS.
           PERFORM 0140-LOAD-CONTROL-PARAMS.

      *-----------------------------------------------------------
      *    The window comes from the shared RUNREQ.DAT when the
      *    request carries one; otherwise the operator is asked.
      *-----------------------------------------------------------
       0120-GET-WINDOW.

           OPEN INPUT RUNREQ-FILE.
           IF WS-RUNREQ-STATUS = "00"
               READ RUNREQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RRQ-IMPACT-FROM-DATE NOT = SPACES
                           SET WS-RUNREQ-FOUND TO TRUE
                           MOVE RRQ-IMPACT-FROM-DATE TO WS-FROM-INPUT
                           MOVE RRQ-IMPACT-TO-DATE TO WS-TO-INPUT
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
               DISPLAY "Termination window from (YYYYMMDD) : "
               ACCEPT WS-FROM-INPUT
               DISPLAY "Termination window to (YYYYMMDD) : "
               ACCEPT WS-TO-INPUT
           END-IF.

      *-----------------------------------------------------------
      *    Both ends through the shared DATE-EDIT module.  The
      *    window may not open in the future - there is nobody to
      *    count yet - but may close after today while a planned
      *    reduction is still being carried out.
      *-----------------------------------------------------------
       0130-VALIDATE-WINDOW.

           MOVE "N" TO WS-WINDOW-OK.
           IF WS-FROM-INPUT IS NUMERIC AND WS-TO-INPUT IS NUMERIC
               MOVE WS-FROM-INPUT TO WS-FROM-DATE
               MOVE WS-TO-INPUT TO WS-TO-DATE
               MOVE "V" TO DEP-FUNCTION
               MOVE WS-FROM-DATE TO DEP-CHECK-DATE
               MOVE WS-TODAY TO DEP-LIMIT-DATE
               CALL "DATE-EDIT" USING DATE-EDIT-PARMS
               IF DEP-DATE-OK = "Y"
                   MOVE "V" TO DEP-FUNCTION
                   MOVE WS-TO-DATE TO DEP-CHECK-DATE
                   MOVE ZEROS TO DEP-LIMIT-DATE
                   CALL "DATE-EDIT" USING DATE-EDIT-PARMS
                   IF DEP-DATE-OK = "Y"
                       AND WS-FROM-DATE NOT > WS-TO-DATE
                           SET WS-WINDOW-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    The age brackets follow AGECTL.DAT the way AGE-CALC's
      *    do, so the age mix here lines up with the age report.
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
               PERFORM 0150-VALIDATE-BRACKET-LIMITS
           ELSE
               IF WS-CONTROL-STATUS NOT = "05"
                   DISPLAY "CONTROL-FILE could not be opened - "
                       "status " WS-CONTROL-STATUS
                       " - default brackets in effect"
               ELSE
                   CLOSE CONTROL-FILE
               END-IF
           END-IF.

       0145-APPLY-CONTROL-RECORD.

           EVALUATE WS-CTL-KEYWORD
               WHEN "BRACKET1" THRU "BRACKET5"
                   IF WS-CTL-VALUE-X IS NUMERIC
                       AND WS-CTL-VALUE >= 1
                       AND WS-CTL-VALUE <= 120
                           MOVE WS-CTL-KEYWORD (8:1) TO WS-BRACKET-SUB
                           MOVE WS-CTL-VALUE
                               TO WS-BRACKET-LIMIT (WS-BRACKET-SUB)
                   ELSE
                       ADD 1 TO WS-CTL-WARNING-COUNT
                       DISPLAY "Control record ignored - "
                           WS-CTL-KEYWORD " " WS-CTL-VALUE-X
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0150-VALIDATE-BRACKET-LIMITS.

           PERFORM VARYING WS-BRACKET-SUB FROM 2 BY 1
                   UNTIL WS-BRACKET-SUB > 5
               IF WS-BRACKET-LIMIT (WS-BRACKET-SUB) NOT >
                   WS-BRACKET-LIMIT (WS-BRACKET-SUB - 1)
                       ADD 1 TO WS-CTL-WARNING-COUNT
                       DISPLAY "Bracket boundaries not ascending - "
                           "default brackets restored"
                       MOVE 20 TO WS-BRACKET-LIMIT (1)
                       MOVE 30 TO WS-BRACKET-LIMIT (2)
                       MOVE 40 TO WS-BRACKET-LIMIT (3)
                       MOVE 50 TO WS-BRACKET-LIMIT (4)
                       MOVE 65 TO WS-BRACKET-LIMIT (5)
               END-IF
           END-PERFORM.

       0200-RUN-REVIEW.

           OPEN INPUT EMPLOYEE-FILE.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
               OR WS-PRINT-STATUS NOT = "00"
               OR WS-EXTRACT-STATUS NOT = "00"
                   DISPLAY "Review files could not be opened - "
                       "statuses " WS-EMPLOYEE-STATUS " "
                       WS-PRINT-STATUS " " WS-EXTRACT-STATUS
                   MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM 0210-LOAD-DEPARTMENT-TABLE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-DEPT-CODE
                                    SRT-EMP-ID
                   INPUT PROCEDURE IS 0300-RELEASE-ROSTER
                   OUTPUT PROCEDURE IS 0400-REPORT-BY-DEPT
               PERFORM 0600-PRINT-COMPANY-SUMMARY
               PERFORM 0700-PRINT-CONTROL-TOTALS
               IF WS-DEPTS-FLAGGED > ZERO
                   OR WS-COMPANY-FLAGGED
                   OR WS-RECORDS-REJECTED > ZERO
                       MOVE 4 TO WS-RUN-RC
               END-IF
               DISPLAY "Age-impact review complete - "
                   WS-DEPTS-FLAGGED " departments flagged, "
                   WS-EXTRACT-WRITTEN " terminations extracted"
           END-IF.
           CLOSE EMPLOYEE-FILE
                 PRINT-FILE
                 EXTRACT-FILE.

       0210-LOAD-DEPARTMENT-TABLE.

           MOVE ZERO TO WS-DEPT-COUNT.
           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPARTMENT-STATUS NOT = "00"
               AND WS-DEPARTMENT-STATUS NOT = "05"
                   DISPLAY "DEPARTMENT-FILE could not be opened - "
                       "status " WS-DEPARTMENT-STATUS
           ELSE
               PERFORM UNTIL WS-DEPT-EOF
                   READ DEPARTMENT-FILE
                       AT END
                           SET WS-DEPT-EOF TO TRUE
                       NOT AT END
                           IF WS-DEPT-COUNT < 999
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DPT-CODE
                                   TO WS-DEPT-TABLE-CODE
                                       (WS-DEPT-COUNT)
                               MOVE DPT-NAME
                                   TO WS-DEPT-TABLE-NAME
                                       (WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPARTMENT-FILE
           END-IF.

      *-----------------------------------------------------------
      *    The population at the window start is everyone hired on
      *    or before that day and not terminated before it - on
      *    leave counts, they still hold the job.  A hire date
      *    that is not a date is taken as long service.  A
      *    terminated record with no termination date cannot be
      *    placed in or out of the window; it is counted and left
      *    out.
      *-----------------------------------------------------------
       0300-RELEASE-ROSTER.

           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 0310-CLASSIFY-ONE-EMPLOYEE
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-SWITCH.

       0310-CLASSIFY-ONE-EMPLOYEE.

           MOVE "N" TO WS-POOL-SWITCH.
           MOVE "N" TO WS-TERM-SWITCH.
           IF EMP-TERMINATED AND EMP-TERM-DATE = ZEROS
               ADD 1 TO WS-NO-TERM-DATE
           ELSE
               IF EMP-HIRE-DATE IS NOT NUMERIC
                   OR EMP-HIRE-DATE NOT > WS-FROM-DATE
                       SET WS-IN-POOL TO TRUE
               END-IF
               IF EMP-TERMINATED
                   IF EMP-TERM-DATE < WS-FROM-DATE
                       MOVE "N" TO WS-POOL-SWITCH
                   END-IF
                   IF EMP-TERM-DATE NOT < WS-FROM-DATE
                       AND EMP-TERM-DATE NOT > WS-TO-DATE
                           SET WS-TERM-IN-WINDOW TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-IN-POOL OR WS-TERM-IN-WINDOW
               PERFORM 0320-AGE-ONE-EMPLOYEE
           END-IF.

      *-----------------------------------------------------------
      *    A birth date DATE-EDIT will not pass cannot be aged -
      *    the record is counted as rejected and left out of every
      *    count, the way AGE-CALC leaves it out of the age report.
      *-----------------------------------------------------------
       0320-AGE-ONE-EMPLOYEE.

           MOVE "V" TO DEP-FUNCTION.
           MOVE EMP-BIRTH-YEAR TO DEP-CHECK-YEAR.
           MOVE EMP-BIRTH-MONTH TO DEP-CHECK-MONTH.
           MOVE EMP-BIRTH-DAY TO DEP-CHECK-DAY.
           MOVE WS-TODAY TO DEP-LIMIT-DATE.
           CALL "DATE-EDIT" USING DATE-EDIT-PARMS.
           IF DEP-DATE-OK NOT = "Y"
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "Employee " EMP-ID " has no valid birth date "
                   "- left out of the review"
           ELSE
               MOVE EMP-BIRTH-DATE TO WS-AGE-BIRTH
               MOVE WS-FROM-DATE TO WS-AGE-AS-OF
               PERFORM 0350-COMPUTE-AGE
               MOVE WS-AGE TO WS-START-AGE
               MOVE ZERO TO WS-TERM-AGE
               IF WS-TERM-IN-WINDOW
                   MOVE EMP-TERM-DATE TO WS-AGE-AS-OF
                   PERFORM 0350-COMPUTE-AGE
                   MOVE WS-AGE TO WS-TERM-AGE
               END-IF
               MOVE EMP-DEPT-CODE TO SRT-DEPT-CODE
               MOVE EMP-ID TO SRT-EMP-ID
               MOVE EMP-FIRST-NAME TO SRT-FIRST-NAME
               MOVE EMP-LAST-NAME TO SRT-LAST-NAME
               MOVE EMP-BIRTH-DATE TO SRT-BIRTH-DATE
               IF EMP-HIRE-DATE IS NUMERIC
                   MOVE EMP-HIRE-DATE TO SRT-HIRE-DATE
               ELSE
                   MOVE ZEROS TO SRT-HIRE-DATE
               END-IF
               MOVE EMP-TERM-DATE TO SRT-TERM-DATE
               MOVE WS-START-AGE TO SRT-START-AGE
               MOVE WS-TERM-AGE TO SRT-TERM-AGE
               MOVE WS-POOL-SWITCH TO SRT-POOL-SWITCH
               MOVE WS-TERM-SWITCH TO SRT-TERM-SWITCH
               RELEASE SORT-RECORD
           END-IF.

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
      *    Control break on department - the terminations are
      *    listed as they come back, and the department's rates
      *    follow them once its last record is in.
      *-----------------------------------------------------------
       0400-REPORT-BY-DEPT.

           PERFORM UNTIL WS-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 0410-PROCESS-SORTED-RECORD
               END-RETURN
           END-PERFORM.
           IF WS-DEPT-ACTIVE
               PERFORM 0500-PRINT-DEPT-SUMMARY
           END-IF.

       0410-PROCESS-SORTED-RECORD.

           IF NOT WS-DEPT-ACTIVE
               OR SRT-DEPT-CODE NOT = WS-CURRENT-DEPT-CODE
                   PERFORM 0420-START-NEW-DEPARTMENT
           END-IF.

           MOVE 6 TO WS-BRACKET-SLOT.
           PERFORM VARYING WS-BRACKET-SUB FROM 5 BY -1
                   UNTIL WS-BRACKET-SUB < 1
               IF SRT-START-AGE < WS-BRACKET-LIMIT (WS-BRACKET-SUB)
                   MOVE WS-BRACKET-SUB TO WS-BRACKET-SLOT
               END-IF
           END-PERFORM.
           IF SRT-IN-POOL
               PERFORM VARYING WS-LEVEL FROM 1 BY 1
                       UNTIL WS-LEVEL > 2
                   ADD 1 TO WS-POOL-BRACKET (WS-LEVEL, WS-BRACKET-SLOT)
                   IF SRT-START-AGE >= WS-PROTECTED-AGE
                       ADD 1 TO WS-POOL-OLDER (WS-LEVEL)
                   ELSE
                       ADD 1 TO WS-POOL-YOUNGER (WS-LEVEL)
                   END-IF
               END-PERFORM
           END-IF.

           IF SRT-TERM-IN-WINDOW
               PERFORM 0440-COUNT-TERMINATION
               PERFORM 0450-PRINT-TERMINATION-LINE
               PERFORM 0460-WRITE-EXTRACT-RECORD
           END-IF.

       0420-START-NEW-DEPARTMENT.

           IF WS-DEPT-ACTIVE
               PERFORM 0500-PRINT-DEPT-SUMMARY
           END-IF.
           MOVE SRT-DEPT-CODE TO WS-CURRENT-DEPT-CODE.
           MOVE "(UNKNOWN DEPARTMENT)" TO WS-CURRENT-DEPT-NAME.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-TABLE-CODE (WS-DEPT-SUB)
                   = WS-CURRENT-DEPT-CODE
                       MOVE WS-DEPT-TABLE-NAME (WS-DEPT-SUB)
                           TO WS-CURRENT-DEPT-NAME
               END-IF
           END-PERFORM.
           SET WS-DEPT-ACTIVE TO TRUE.
           INITIALIZE WS-IMPACT-LEVEL (1).
           ADD 1 TO WS-DEPTS-REVIEWED.
           PERFORM 0430-PRINT-REPORT-HEADER.

       0430-PRINT-REPORT-HEADER.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "TERMINATION AGE-IMPACT REVIEW" DELIMITED BY SIZE
               "     WINDOW: " DELIMITED BY SIZE
               WS-FROM-MONTH DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-FROM-DAY DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-FROM-YEAR DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-TO-MONTH DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-TO-DAY DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-TO-YEAR DELIMITED BY SIZE
               "     RUN DATE: " DELIMITED BY SIZE
               WS-DISPLAY-DATE DELIMITED BY SIZE
               "     PAGE: " DELIMITED BY SIZE
               WS-PAGE-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           IF WS-DEPT-ACTIVE
               STRING "DEPARTMENT: " DELIMITED BY SIZE
                   WS-CURRENT-DEPT-CODE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CURRENT-DEPT-NAME DELIMITED BY SIZE
                   INTO WS-PRINT-REC
           ELSE
               MOVE "COMPANY-WIDE" TO WS-PRINT-REC
           END-IF.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE 4 TO WS-LINE-COUNT.
           IF WS-DEPT-ACTIVE
               MOVE "TERMINATED IN WINDOW" TO WS-PRINT-REC
               WRITE WS-PRINT-REC
               MOVE SPACES TO WS-PRINT-REC
               STRING "EMP-ID FIRST NAME LAST NAME  TERM DATE  "
                       DELIMITED BY SIZE
                   "AGE AT TERM  AGE AT START  GROUP" DELIMITED BY SIZE
                   INTO WS-PRINT-REC
               WRITE WS-PRINT-REC
               ADD 2 TO WS-LINE-COUNT
           END-IF.

      *-----------------------------------------------------------
      *    Someone hired after the window opened was not in the
      *    population it started with, so they cannot be in its
      *    rates - they are listed and counted on their own.
      *-----------------------------------------------------------
       0440-COUNT-TERMINATION.

           MOVE 6 TO WS-BRACKET-SLOT.
           PERFORM VARYING WS-BRACKET-SUB FROM 5 BY -1
                   UNTIL WS-BRACKET-SUB < 1
               IF SRT-TERM-AGE < WS-BRACKET-LIMIT (WS-BRACKET-SUB)
                   MOVE WS-BRACKET-SUB TO WS-BRACKET-SLOT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-LEVEL FROM 1 BY 1
                   UNTIL WS-LEVEL > 2
               ADD 1 TO WS-TERM-BRACKET (WS-LEVEL, WS-BRACKET-SLOT)
               IF SRT-IN-POOL
                   IF SRT-START-AGE >= WS-PROTECTED-AGE
                       ADD 1 TO WS-TERM-OLDER (WS-LEVEL)
                   ELSE
                       ADD 1 TO WS-TERM-YOUNGER (WS-LEVEL)
                   END-IF
               ELSE
                   ADD 1 TO WS-TERM-NOT-IN-POOL (WS-LEVEL)
               END-IF
           END-PERFORM.

       0450-PRINT-TERMINATION-LINE.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 0430-PRINT-REPORT-HEADER
           END-IF.
           MOVE SPACES TO WS-PRINT-REC.
           STRING SRT-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-FIRST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-LAST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-TERM-DATE (5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SRT-TERM-DATE (7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SRT-TERM-DATE (1:4) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               SRT-TERM-AGE DELIMITED BY SIZE
               "          " DELIMITED BY SIZE
               SRT-START-AGE DELIMITED BY SIZE
               "        " DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           EVALUATE TRUE
               WHEN NOT SRT-IN-POOL
                   MOVE "HIRED IN WINDOW - NOT IN RATES"
                       TO WS-PRINT-REC (68:30)
               WHEN SRT-START-AGE >= WS-PROTECTED-AGE
                   MOVE "40 AND OVER" TO WS-PRINT-REC (68:11)
               WHEN OTHER
                   MOVE "UNDER 40" TO WS-PRINT-REC (68:8)
           END-EVALUATE.
           WRITE WS-PRINT-REC.
           ADD 1 TO WS-LINE-COUNT.

       0460-WRITE-EXTRACT-RECORD.

           MOVE WS-FROM-DATE TO IMP-WINDOW-FROM.
           MOVE WS-TO-DATE TO IMP-WINDOW-TO.
           MOVE SRT-DEPT-CODE TO IMP-DEPT-CODE.
           MOVE SRT-EMP-ID TO IMP-EMP-ID.
           MOVE SRT-FIRST-NAME TO IMP-FIRST-NAME.
           MOVE SRT-LAST-NAME TO IMP-LAST-NAME.
           MOVE SRT-BIRTH-DATE TO IMP-BIRTH-DATE.
           MOVE SRT-HIRE-DATE TO IMP-HIRE-DATE.
           MOVE SRT-TERM-DATE TO IMP-TERM-DATE.
           MOVE SRT-TERM-AGE TO IMP-AGE-AT-TERM.
           MOVE SRT-START-AGE TO IMP-AGE-AT-START.
           IF SRT-START-AGE >= WS-PROTECTED-AGE
               SET IMP-40-AND-OVER TO TRUE
           ELSE
               SET IMP-UNDER-40 TO TRUE
           END-IF.
           MOVE SRT-POOL-SWITCH TO IMP-IN-POOL.
           WRITE IMPACT-DETAIL-RECORD.
           ADD 1 TO WS-EXTRACT-WRITTEN.

       0500-PRINT-DEPT-SUMMARY.

           MOVE 1 TO WS-LEVEL.
           PERFORM 0520-PRINT-IMPACT-BLOCK.
           IF WS-FAILS-FOUR-FIFTHS
               ADD 1 TO WS-DEPTS-FLAGGED
           END-IF.
           MOVE "N" TO WS-DEPT-ACTIVE-SWITCH.

      *-----------------------------------------------------------
      *    One block of figures for the level in WS-LEVEL - the
      *    age mix of the starting population against the age mix
      *    of the terminations, then each group's selection rate
      *    (terminated over starting headcount) and the ratio of
      *    the under-40 rate to the 40-and-over rate.  A ratio
      *    under four-fifths means the older group was selected
      *    for termination noticeably more often, and is flagged.
      *    With no older terminations there is nothing to compare.
      *-----------------------------------------------------------
       0520-PRINT-IMPACT-BLOCK.

           COMPUTE WS-POOL-TOTAL = WS-POOL-OLDER (WS-LEVEL)
               + WS-POOL-YOUNGER (WS-LEVEL).
           COMPUTE WS-TERM-TOTAL = WS-TERM-OLDER (WS-LEVEL)
               + WS-TERM-YOUNGER (WS-LEVEL)
               + WS-TERM-NOT-IN-POOL (WS-LEVEL).
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  AGE MIX         ACTIVE AT START" DELIMITED BY SIZE
               "       TERMINATED (AGE AT TERM)" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           ADD 2 TO WS-LINE-COUNT.
           PERFORM VARYING WS-BRACKET-SLOT FROM 1 BY 1
                   UNTIL WS-BRACKET-SLOT > 6
               PERFORM 0530-PRINT-MIX-LINE
           END-PERFORM.

           MOVE "N" TO WS-FAIL-SWITCH.
           MOVE "N" TO WS-RATIO-SWITCH.
           MOVE ZERO TO WS-OLDER-RATE WS-YOUNGER-RATE
               WS-IMPACT-RATIO.
           IF WS-POOL-OLDER (WS-LEVEL) > ZERO
               COMPUTE WS-OLDER-RATE ROUNDED =
                   WS-TERM-OLDER (WS-LEVEL) / WS-POOL-OLDER (WS-LEVEL)
           END-IF.
           IF WS-POOL-YOUNGER (WS-LEVEL) > ZERO
               COMPUTE WS-YOUNGER-RATE ROUNDED =
                   WS-TERM-YOUNGER (WS-LEVEL)
                       / WS-POOL-YOUNGER (WS-LEVEL)
           END-IF.
           IF WS-OLDER-RATE > ZERO
               SET WS-RATIO-DEFINED TO TRUE
               COMPUTE WS-IMPACT-RATIO ROUNDED =
                   WS-YOUNGER-RATE / WS-OLDER-RATE
                   ON SIZE ERROR
                       MOVE 99.999 TO WS-IMPACT-RATIO
               END-COMPUTE
               IF WS-IMPACT-RATIO < WS-FOUR-FIFTHS
                   SET WS-FAILS-FOUR-FIFTHS TO TRUE
               END-IF
           END-IF.

           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  GROUP           ACTIVE AT START" DELIMITED BY SIZE
               "  TERMINATED  SELECTION RATE" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           COMPUTE WS-RATE-PERCENT ROUNDED = WS-OLDER-RATE * 100.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  40 AND OVER     " DELIMITED BY SIZE
               "         " DELIMITED BY SIZE
               WS-POOL-OLDER (WS-LEVEL) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-TERM-OLDER (WS-LEVEL) DELIMITED BY SIZE
               "         " DELIMITED BY SIZE
               WS-RATE-PERCENT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           COMPUTE WS-RATE-PERCENT ROUNDED = WS-YOUNGER-RATE * 100.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  UNDER 40        " DELIMITED BY SIZE
               "         " DELIMITED BY SIZE
               WS-POOL-YOUNGER (WS-LEVEL) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-TERM-YOUNGER (WS-LEVEL) DELIMITED BY SIZE
               "         " DELIMITED BY SIZE
               WS-RATE-PERCENT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           IF WS-RATIO-DEFINED
               MOVE WS-IMPACT-RATIO TO WS-RATIO-ED
               STRING "  IMPACT RATIO (UNDER-40 RATE / 40+ RATE): "
                       DELIMITED BY SIZE
                   WS-RATIO-ED DELIMITED BY SIZE
                   INTO WS-PRINT-REC
               IF WS-FAILS-FOUR-FIFTHS
                   MOVE "*** FAILS FOUR-FIFTHS RULE ***"
                       TO WS-PRINT-REC (56:30)
               ELSE
                   MOVE "WITHIN FOUR-FIFTHS RULE"
                       TO WS-PRINT-REC (56:23)
               END-IF
           ELSE
               MOVE "  IMPACT RATIO: NONE - NO 40-AND-OVER TERMINATIONS"
                   TO WS-PRINT-REC
           END-IF.
           WRITE WS-PRINT-REC.
           ADD 5 TO WS-LINE-COUNT.
           IF WS-TERM-NOT-IN-POOL (WS-LEVEL) > ZERO
               MOVE SPACES TO WS-PRINT-REC
               STRING "  HIRED IN WINDOW, TERMINATED - NOT IN RATES: "
                       DELIMITED BY SIZE
                   WS-TERM-NOT-IN-POOL (WS-LEVEL) DELIMITED BY SIZE
                   INTO WS-PRINT-REC
               WRITE WS-PRINT-REC
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       0530-PRINT-MIX-LINE.

           PERFORM 0540-BUILD-BRACKET-LABEL.
           MOVE ZERO TO WS-MIX-PERCENT-1 WS-MIX-PERCENT-2.
           IF WS-POOL-TOTAL > ZERO
               COMPUTE WS-MIX-PERCENT-1 ROUNDED =
                   WS-POOL-BRACKET (WS-LEVEL, WS-BRACKET-SLOT)
                       * 100 / WS-POOL-TOTAL
           END-IF.
           IF WS-TERM-TOTAL > ZERO
               COMPUTE WS-MIX-PERCENT-2 ROUNDED =
                   WS-TERM-BRACKET (WS-LEVEL, WS-BRACKET-SLOT)
                       * 100 / WS-TERM-TOTAL
           END-IF.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  " DELIMITED BY SIZE
               WS-BRACKET-LABEL DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-POOL-BRACKET (WS-LEVEL, WS-BRACKET-SLOT)
                   DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-MIX-PERCENT-1 DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-TERM-BRACKET (WS-LEVEL, WS-BRACKET-SLOT)
                   DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-MIX-PERCENT-2 DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           ADD 1 TO WS-LINE-COUNT.

       0540-BUILD-BRACKET-LABEL.

           MOVE SPACES TO WS-BRACKET-LABEL.
           EVALUATE WS-BRACKET-SLOT
               WHEN 1
                   MOVE WS-BRACKET-LIMIT (1) TO WS-BRACKET-HI-ED
                   STRING "UNDER " DELIMITED BY SIZE
                       WS-BRACKET-HI-ED DELIMITED BY SIZE
                       INTO WS-BRACKET-LABEL
               WHEN 6
                   MOVE WS-BRACKET-LIMIT (5) TO WS-BRACKET-LO-ED
                   STRING WS-BRACKET-LO-ED DELIMITED BY SIZE
                       " AND UP" DELIMITED BY SIZE
                       INTO WS-BRACKET-LABEL
               WHEN OTHER
                   MOVE WS-BRACKET-LIMIT (WS-BRACKET-SLOT - 1)
                       TO WS-BRACKET-LO-ED
                   COMPUTE WS-BRACKET-HI =
                       WS-BRACKET-LIMIT (WS-BRACKET-SLOT) - 1
                   MOVE WS-BRACKET-HI TO WS-BRACKET-HI-ED
                   STRING WS-BRACKET-LO-ED DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-BRACKET-HI-ED DELIMITED BY SIZE
                       INTO WS-BRACKET-LABEL
           END-EVALUATE.

       0600-PRINT-COMPANY-SUMMARY.

           MOVE "N" TO WS-DEPT-ACTIVE-SWITCH.
           PERFORM 0430-PRINT-REPORT-HEADER.
           MOVE 2 TO WS-LEVEL.
           PERFORM 0520-PRINT-IMPACT-BLOCK.
           IF WS-FAILS-FOUR-FIFTHS
               SET WS-COMPANY-FLAGGED TO TRUE
           END-IF.

       0700-PRINT-CONTROL-TOTALS.

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
           STRING "  DEPARTMENTS REVIEWED:         " DELIMITED BY SIZE
               WS-DEPTS-REVIEWED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  DEPARTMENTS FLAGGED:          " DELIMITED BY SIZE
               WS-DEPTS-FLAGGED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  TERMINATIONS EXTRACTED:       " DELIMITED BY SIZE
               WS-EXTRACT-WRITTEN DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  TERMINATED, NO TERM DATE:     " DELIMITED BY SIZE
               WS-NO-TERM-DATE DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  NO VALID BIRTH DATE:          " DELIMITED BY SIZE
               WS-RECORDS-REJECTED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

       END PROGRAM AGE-IMPACT.
