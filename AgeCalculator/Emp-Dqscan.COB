      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     GitHub Repository                                             *
      *     Companion to AGE-CALC - weekly data-quality scan.                          *
      *     Reads EMPLOYEE.DAT, EMPADDR.DAT and DEPTREF.DAT together                   *
      *     and lists every record that breaks one of the roster                       *
      *     rules - bad birth or hire dates, a hire before the 14th                    *
      *     birthday or after the termination, a termination with no                   *
      *     date or a date with no termination, a leave that has run                   *
      *     past the AGECTL limit, a department DEPTREF does not                       *
      *     know, an active employee with no address and an address                    *
      *     with nobody on the roster - grouped by rule and then by                    *
      *     department, so HR works a cleanup list instead of finding                  *
      *     the records one AGE-CALC reject at a time.  Each run's                     *
      *     counts are appended to DQHIST.DAT so the exception counts                  *
      *     can be trended, and the report shows the movement since                    *
      *     the last run.                                                              *
      **********************************************************************************


       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-DQSCAN.

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADR-EMP-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT OPTIONAL DEPARTMENT-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARTMENT-STATUS.

           SELECT OPTIONAL ROSTER-HISTORY-FILE ASSIGN TO "EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "AGECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPTIONAL DQ-HISTORY-FILE ASSIGN TO "DQHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-HISTORY-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "DQLEAVE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "DQSCAN.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT LEAVE-SORT-FILE ASSIGN TO "DQLVSRT.TMP".

           SELECT SORT-FILE ASSIGN TO "DQSCNSRT.TMP".

       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  ADDRESS-FILE.
           COPY ADDRREC.

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  ROSTER-HISTORY-FILE.
           COPY ROSTHIST.

       FD  CONTROL-FILE.
       01  CTL-RECORD              PIC X(80).

       FD  DQ-HISTORY-FILE.
           COPY DQHIST.

       FD  LEAVE-FILE.
       01  LEAVE-RECORD.
           05  LVE-EMP-ID          PIC X(6).
           05  LVE-START-DATE      PIC 9(8).
           05  LVE-RUN-TIME        PIC 9(8).
           05  LVE-SEQUENCE        PIC 9(6).

       FD  PRINT-FILE.
       01  WS-PRINT-REC            PIC X(132).

       SD  LEAVE-SORT-FILE.
       01  LEAVE-SORT-RECORD.
           05  LSR-EMP-ID          PIC X(6).
           05  LSR-START-DATE      PIC 9(8).
           05  LSR-RUN-TIME        PIC 9(8).
           05  LSR-SEQUENCE        PIC 9(6).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-RULE-NO         PIC 99.
           05  SRT-DEPT-CODE       PIC X(4).
           05  SRT-EMP-ID          PIC X(6).
           05  SRT-FIRST-NAME      PIC X(10).
           05  SRT-LAST-NAME       PIC X(10).
           05  SRT-STATUS-CODE     PIC X.
           05  SRT-DETAIL          PIC X(60).

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
       01  WS-DEPARTMENT-STATUS     PIC XX.
       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-CONTROL-STATUS        PIC XX.
       01  WS-DQ-HISTORY-STATUS     PIC XX.
       01  WS-LEAVE-STATUS          PIC XX.
       01  WS-PRINT-STATUS          PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-ADDR-EOF-SWITCH       PIC X VALUE "N".
           88  WS-ADDR-EOF           VALUE "Y".
       01  WS-LEAVE-EOF-SWITCH      PIC X VALUE "N".
           88  WS-LEAVE-EOF          VALUE "Y".
       01  WS-DEPT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-DEPT-EOF           VALUE "Y".
       01  WS-CTL-EOF-SWITCH        PIC X VALUE "N".
           88  WS-CTL-EOF            VALUE "Y".
       01  WS-SORT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-SORT-EOF           VALUE "Y".
       01  WS-ROSTER-OPEN-SWITCH    PIC X VALUE "N".
           88  WS-ROSTER-OPEN        VALUE "Y".
       01  WS-ADDRESS-OPEN-SWITCH   PIC X VALUE "N".
           88  WS-ADDRESS-OPEN       VALUE "Y".
       01  WS-LEAVE-OPEN-SWITCH     PIC X VALUE "N".
           88  WS-LEAVE-OPEN         VALUE "Y".
       01  WS-ADDRESS-FOUND-SWITCH  PIC X VALUE "N".
           88  WS-ADDRESS-FOUND      VALUE "Y".
       01  WS-LAST-RUN-SWITCH       PIC X VALUE "N".
           88  WS-LAST-RUN-FOUND     VALUE "Y".

       01  WS-CTL-WORK.
           05  WS-CTL-KEYWORD       PIC X(12).
           05  WS-CTL-VALUE-X       PIC X(4).
           05  WS-CTL-VALUE REDEFINES WS-CTL-VALUE-X PIC 9(4).
           05  FILLER               PIC X(64).

      *    A leave longer than this many months is reported.
       01  WS-LEAVE-MONTHS          PIC 999 VALUE 12.
       01  WS-LEAVE-MONTHS-ED       PIC ZZ9.

      *    The history images are read through the roster layout
      *    to see the status before and after each change.
           COPY EMPREC REPLACING
               ==EMPLOYEE-RECORD== BY ==HIST-BEFORE-RECORD==
               LEADING ==EMP-== BY ==HBF-==.
           COPY EMPREC REPLACING
               ==EMPLOYEE-RECORD== BY ==HIST-AFTER-RECORD==
               LEADING ==EMP-== BY ==HAF-==.

       01  WS-RULE-TEXT-VALUES.
           05  FILLER               PIC X(36)
               VALUE "BIRTH DATE NOT A VALID DATE".
           05  FILLER               PIC X(36)
               VALUE "HIRE DATE MISSING OR NOT VALID".
           05  FILLER               PIC X(36)
               VALUE "HIRED BEFORE 14TH BIRTHDAY".
           05  FILLER               PIC X(36)
               VALUE "HIRED AFTER TERMINATION DATE".
           05  FILLER               PIC X(36)
               VALUE "TERMINATED WITH NO TERMINATION DATE".
           05  FILLER               PIC X(36)
               VALUE "NOT TERMINATED BUT HAS A TERM DATE".
           05  FILLER               PIC X(36)
               VALUE "ON LEAVE LONGER THAN THE LIMIT".
           05  FILLER               PIC X(36)
               VALUE "DEPARTMENT NOT ON DEPTREF".
           05  FILLER               PIC X(36)
               VALUE "ACTIVE WITH NO ADDRESS ON FILE".
           05  FILLER               PIC X(36)
               VALUE "ADDRESS WITH NO ROSTER RECORD".
       01  WS-RULE-TEXT-TABLE REDEFINES WS-RULE-TEXT-VALUES.
           05  WS-RULE-TEXT         PIC X(36) OCCURS 10 TIMES.

       01  WS-RULE-COUNT-TABLE.
           05  WS-RULE-COUNT        PIC 9(6) OCCURS 10 TIMES.
       01  WS-LAST-RULE-TABLE.
           05  WS-LAST-RULE-COUNT   PIC 9(6) OCCURS 10 TIMES.
       01  WS-LAST-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-LAST-TOTAL            PIC 9(6) VALUE ZERO.
       01  WS-RULE-SUB              PIC 99 VALUE 1.
       01  WS-RULE-NO               PIC 99 VALUE ZERO.
       01  WS-DETAIL                PIC X(60) VALUE SPACES.

       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 999 TIMES.
               10  WS-DEPT-TABLE-CODE   PIC X(4).
               10  WS-DEPT-TABLE-NAME   PIC X(20).
               10  WS-DEPT-RULE-COUNT   PIC 9(6) OCCURS 10 TIMES.
               10  WS-DEPT-TOTAL        PIC 9(6).
       01  WS-DEPT-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-DEPT-LOADED           PIC 9(4) VALUE ZERO.
       01  WS-DEPT-SUB              PIC 9(4) VALUE 1.
       01  WS-DEPT-SLOT             PIC 9(4) VALUE ZERO.
       01  WS-DEPT-CODE-WORK        PIC X(4) VALUE SPACES.

       01  WS-LEAVE-START           PIC 9(8) VALUE ZERO.
       01  WS-LEAVE-START-X REDEFINES WS-LEAVE-START.
           05  WS-LEAVE-START-YEAR  PIC 9(4).
           05  WS-LEAVE-START-MONTH PIC 99.
           05  WS-LEAVE-START-DAY   PIC 99.
       01  WS-MONTHS-ON-LEAVE       PIC S9(5) VALUE ZERO.
       01  WS-MONTHS-ED             PIC ZZZZ9.

       01  WS-BIRTH-OK              PIC X VALUE "N".
           88  WS-BIRTH-VALID        VALUE "Y".
       01  WS-HIRE-OK               PIC X VALUE "N".
           88  WS-HIRE-VALID         VALUE "Y".

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
       01  WS-AGE-ED                PIC ZZ9.
       01  WS-CMP-MONTH             PIC 99 VALUE ZERO.
       01  WS-CMP-DAY               PIC 99 VALUE ZERO.

      *    Any eight-byte date printed MM/DD/YYYY when it is
      *    numeric and exactly as keyed when it is not.
       01  WS-FMT-IN                PIC X(8) VALUE SPACES.
       01  WS-FMT-IN-X REDEFINES WS-FMT-IN.
           05  WS-FMT-IN-YEAR       PIC X(4).
           05  WS-FMT-IN-MONTH      PIC XX.
           05  WS-FMT-IN-DAY        PIC XX.
       01  WS-FMT-OUT               PIC X(10) VALUE SPACES.
       01  WS-FMT-BIRTH             PIC X(10) VALUE SPACES.
       01  WS-FMT-HIRE              PIC X(10) VALUE SPACES.
       01  WS-FMT-TERM              PIC X(10) VALUE SPACES.

       01  WS-CURRENT-RULE          PIC 99 VALUE ZERO.
       01  WS-CURRENT-DEPT          PIC X(4) VALUE SPACES.
       01  WS-RULE-EXCEPTIONS       PIC 9(6) VALUE ZERO.
       01  WS-DEPT-EXCEPTIONS       PIC 9(6) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(4).
           05  WS-DTL-EMP-ID        PIC X(6).
           05  FILLER               PIC X(2).
           05  WS-DTL-FIRST-NAME    PIC X(10).
           05  FILLER               PIC X(1).
           05  WS-DTL-LAST-NAME     PIC X(10).
           05  FILLER               PIC X(2).
           05  WS-DTL-STATUS        PIC X.
           05  FILLER               PIC X(3).
           05  WS-DTL-DETAIL        PIC X(60).

       01  WS-SUMMARY-LINE.
           05  FILLER               PIC X(2).
           05  WS-SUM-RULE-LABEL    PIC X(3).
           05  FILLER               PIC X(2).
           05  WS-SUM-RULE-TEXT     PIC X(36).
           05  FILLER               PIC X(2).
           05  WS-SUM-THIS-RUN      PIC ZZZZZ9.
           05  FILLER               PIC X(4).
           05  WS-SUM-LAST-RUN      PIC X(6).
           05  FILLER               PIC X(4).
           05  WS-SUM-CHANGE        PIC X(7).

       01  WS-DEPT-SUM-LINE.
           05  FILLER               PIC X(2).
           05  WS-DSM-CODE          PIC X(4).
           05  FILLER               PIC X(2).
           05  WS-DSM-NAME          PIC X(20).
           05  WS-DSM-COUNT-ED      PIC ZZZZZ9 OCCURS 10 TIMES.
           05  FILLER               PIC X(2).
           05  WS-DSM-TOTAL         PIC ZZZZZZ9.

       01  WS-COUNT-ED              PIC ZZZZZ9.
       01  WS-DELTA                 PIC S9(7) VALUE ZERO.
       01  WS-DELTA-ED              PIC +(6)9.

       01  WS-ROSTER-SCANNED        PIC 9(6) VALUE ZERO.
       01  WS-ADDRESS-SCANNED       PIC 9(6) VALUE ZERO.
       01  WS-HIST-READ             PIC 9(6) VALUE ZERO.
       01  WS-LEAVE-STARTS          PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-EXCEPTIONS      PIC 9(6) VALUE ZERO.
       01  WS-DEPTS-OVER-TABLE      PIC 9(6) VALUE ZERO.

       01  WS-RUN-RC                PIC 99 VALUE ZERO.

           COPY DATEPARM.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    A roster or report that cannot be opened ends RC 8.  A
      *    scan with exceptions to work ends RC 4, the same as the
      *    other exception reports, so somebody reads it; a clean
      *    roster ends RC 0.
      *-----------------------------------------------------------
       0100-START-HERE.

           PERFORM 0110-INITIALIZE.

           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "PRINT-FILE could not be opened - status "
                   WS-PRINT-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM 0170-PRINT-SCAN-HEADER
               SORT LEAVE-SORT-FILE
                   ON ASCENDING KEY LSR-EMP-ID
                                    LSR-START-DATE
                                    LSR-RUN-TIME
                                    LSR-SEQUENCE
                   INPUT PROCEDURE IS 0200-RELEASE-LEAVE-STARTS
                   GIVING LEAVE-FILE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-RULE-NO
                                    SRT-DEPT-CODE
                                    SRT-EMP-ID
                   INPUT PROCEDURE IS 0300-RELEASE-EXCEPTIONS
                   OUTPUT PROCEDURE IS 0500-PRINT-EXCEPTIONS
               IF WS-RUN-RC < 8
                   PERFORM 0600-PRINT-RULE-SUMMARY
                   PERFORM 0650-PRINT-DEPT-SUMMARY
                   PERFORM 0700-WRITE-DQ-HISTORY
                   PERFORM 0750-PRINT-SCAN-TOTALS
                   IF WS-TOTAL-EXCEPTIONS > ZERO AND WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
               CLOSE PRINT-FILE
           END-IF.

           DISPLAY "Data-quality scan ended with return code "
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
           INITIALIZE WS-RULE-COUNT-TABLE
                      WS-LAST-RULE-TABLE
                      WS-DEPT-TABLE.
           PERFORM 0130-LOAD-CONTROL-PARAMS.
           PERFORM 0150-LOAD-DEPARTMENT-TABLE.
           PERFORM 0160-LOAD-LAST-RUN.

      *-----------------------------------------------------------
      *    How long a leave may run before it is reported comes
      *    from the same AGECTL.DAT that drives the rest of the
      *    suite, keyword LEAVEMONTHS.  Keywords that only concern
      *    the other programs are left alone.
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
               WHEN "LEAVEMONTHS"
                   IF WS-CTL-VALUE-X IS NUMERIC
                       AND WS-CTL-VALUE >= 1
                       AND WS-CTL-VALUE <= 120
                           MOVE WS-CTL-VALUE TO WS-LEAVE-MONTHS
                   ELSE
                       DISPLAY "Control record ignored - "
                           WS-CTL-KEYWORD " " WS-CTL-VALUE-X
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------
      *    The department table doubles as the by-department
      *    tally; codes the roster carries that DEPTREF does not
      *    know are added behind the loaded ones as they turn up.
      *-----------------------------------------------------------
       0150-LOAD-DEPARTMENT-TABLE.

           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPARTMENT-STATUS NOT = "00"
               AND WS-DEPARTMENT-STATUS NOT = "05"
                   DISPLAY "DEPARTMENT-FILE could not be opened - "
                       "status " WS-DEPARTMENT-STATUS
                   MOVE 4 TO WS-RUN-RC
           ELSE
               PERFORM UNTIL WS-DEPT-EOF
                   READ DEPARTMENT-FILE
                       AT END
                           SET WS-DEPT-EOF TO TRUE
                       NOT AT END
                           IF WS-DEPT-COUNT >= 999
                               DISPLAY "DEPARTMENT table full - "
                                   "department " DPT-CODE " will "
                                   "be reported as unknown"
                           ELSE
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
           MOVE WS-DEPT-COUNT TO WS-DEPT-LOADED.

      *-----------------------------------------------------------
      *    The last company record on DQHIST.DAT is the run this
      *    one is compared with.
      *-----------------------------------------------------------
       0160-LOAD-LAST-RUN.

           OPEN INPUT DQ-HISTORY-FILE.
           IF WS-DQ-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ DQ-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF DQH-COMPANY
                               SET WS-LAST-RUN-FOUND TO TRUE
                               MOVE DQH-RUN-DATE TO WS-LAST-RUN-DATE
                               MOVE DQH-RULE-COUNTS
                                   TO WS-LAST-RULE-TABLE
                               MOVE DQH-TOTAL-COUNT TO WS-LAST-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
               CLOSE DQ-HISTORY-FILE
           ELSE
               IF WS-DQ-HISTORY-STATUS = "05"
                   CLOSE DQ-HISTORY-FILE
               ELSE
                   DISPLAY "DQ-HISTORY-FILE could not be opened - "
                       "status " WS-DQ-HISTORY-STATUS
               END-IF
           END-IF.

       0170-PRINT-SCAN-HEADER.

           MOVE WS-LEAVE-MONTHS TO WS-LEAVE-MONTHS-ED.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "ROSTER DATA-QUALITY EXCEPTIONS     RUN DATE: "
               DELIMITED BY SIZE
               WS-DISPLAY-DATE DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "BY RULE, THEN BY DEPARTMENT - LEAVE LIMIT "
               DELIMITED BY SIZE
               WS-LEAVE-MONTHS-ED DELIMITED BY SIZE
               " MONTHS" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

      *-----------------------------------------------------------
      *    The roster carries no leave start date, so it is taken
      *    from the change history - every applied roster change
      *    that put somebody on leave from any other status.  The
      *    sort leaves each person's latest start last.  Address
      *    changes share the history file and are passed over.
      *-----------------------------------------------------------
       0200-RELEASE-LEAVE-STARTS.

           OPEN INPUT ROSTER-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               IF WS-HISTORY-STATUS = "05"
                   CLOSE ROSTER-HISTORY-FILE
               ELSE
                   DISPLAY "ROSTER-HISTORY-FILE could not be opened "
                       "- status " WS-HISTORY-STATUS
                       " - leave start dates not known"
                   MOVE 4 TO WS-RUN-RC
               END-IF
           ELSE
               PERFORM UNTIL WS-EOF
                   READ ROSTER-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HIST-READ
                           PERFORM 0210-CHECK-LEAVE-START
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
               CLOSE ROSTER-HISTORY-FILE
           END-IF.

       0210-CHECK-LEAVE-START.

           IF NOT RHS-FROM-ADDRESS
               AND RHS-AFTER-IMAGE NOT = SPACES
                   MOVE RHS-BEFORE-IMAGE TO HIST-BEFORE-RECORD
                   MOVE RHS-AFTER-IMAGE TO HIST-AFTER-RECORD
                   IF HAF-ON-LEAVE
                       AND (RHS-BEFORE-IMAGE = SPACES
                            OR NOT HBF-ON-LEAVE)
                           MOVE RHS-EMP-ID TO LSR-EMP-ID
                           MOVE RHS-RUN-DATE TO LSR-START-DATE
                           MOVE RHS-RUN-TIME TO LSR-RUN-TIME
                           MOVE RHS-SEQUENCE TO LSR-SEQUENCE
                           ADD 1 TO WS-LEAVE-STARTS
                           RELEASE LEAVE-SORT-RECORD
                   END-IF
           END-IF.

      *-----------------------------------------------------------
      *    Roster and addresses both come back in employee ID
      *    order, so one balanced pass finds the employee with no
      *    address and the address with no employee, and the
      *    sorted leave starts are walked along beside them.
      *-----------------------------------------------------------
       0300-RELEASE-EXCEPTIONS.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-FILE could not be opened - status "
                   WS-EMPLOYEE-STATUS " - nothing scanned"
               MOVE 8 TO WS-RUN-RC
           ELSE
               SET WS-ROSTER-OPEN TO TRUE
               PERFORM 0310-OPEN-SIDE-FILES
               PERFORM 0380-READ-ROSTER
               PERFORM 0385-READ-ADDRESS
               PERFORM 0390-READ-LEAVE-START
               PERFORM UNTIL WS-EOF AND WS-ADDR-EOF
                   EVALUATE TRUE
                       WHEN WS-ADDR-EOF
                           MOVE "N" TO WS-ADDRESS-FOUND-SWITCH
                           PERFORM 0320-CHECK-ONE-EMPLOYEE
                           PERFORM 0380-READ-ROSTER
                       WHEN WS-EOF
                           PERFORM 0360-CHECK-ORPHAN-ADDRESS
                           PERFORM 0385-READ-ADDRESS
                       WHEN EMP-ID < ADR-EMP-ID
                           MOVE "N" TO WS-ADDRESS-FOUND-SWITCH
                           PERFORM 0320-CHECK-ONE-EMPLOYEE
                           PERFORM 0380-READ-ROSTER
                       WHEN EMP-ID > ADR-EMP-ID
                           PERFORM 0360-CHECK-ORPHAN-ADDRESS
                           PERFORM 0385-READ-ADDRESS
                       WHEN OTHER
                           SET WS-ADDRESS-FOUND TO TRUE
                           ADD 1 TO WS-ADDRESS-SCANNED
                           PERFORM 0320-CHECK-ONE-EMPLOYEE
                           PERFORM 0380-READ-ROSTER
                           PERFORM 0385-READ-ADDRESS
                   END-EVALUATE
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               IF WS-ADDRESS-OPEN
                   CLOSE ADDRESS-FILE
               END-IF
               IF WS-LEAVE-OPEN
                   CLOSE LEAVE-FILE
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    With no address file the two address rules cannot be
      *    judged; the run goes on and ends no better than RC 4.
      *-----------------------------------------------------------
       0310-OPEN-SIDE-FILES.

           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               SET WS-ADDRESS-OPEN TO TRUE
           ELSE
               SET WS-ADDR-EOF TO TRUE
               IF WS-ADDRESS-STATUS = "05"
                   CLOSE ADDRESS-FILE
               END-IF
               DISPLAY "ADDRESS-FILE could not be opened - status "
                   WS-ADDRESS-STATUS " - address rules not checked"
               MOVE 4 TO WS-RUN-RC
           END-IF.
           OPEN INPUT LEAVE-FILE.
           IF WS-LEAVE-STATUS = "00"
               SET WS-LEAVE-OPEN TO TRUE
           ELSE
               SET WS-LEAVE-EOF TO TRUE
               DISPLAY "LEAVE-FILE could not be opened - status "
                   WS-LEAVE-STATUS " - leave start dates not known"
               MOVE 4 TO WS-RUN-RC
           END-IF.

       0320-CHECK-ONE-EMPLOYEE.

           ADD 1 TO WS-ROSTER-SCANNED.
           MOVE EMP-BIRTH-DATE TO WS-FMT-IN.
           PERFORM 0800-FORMAT-DATE.
           MOVE WS-FMT-OUT TO WS-FMT-BIRTH.
           MOVE EMP-HIRE-DATE TO WS-FMT-IN.
           PERFORM 0800-FORMAT-DATE.
           MOVE WS-FMT-OUT TO WS-FMT-HIRE.
           MOVE EMP-TERM-DATE TO WS-FMT-IN.
           PERFORM 0800-FORMAT-DATE.
           MOVE WS-FMT-OUT TO WS-FMT-TERM.

           MOVE "V" TO DEP-FUNCTION.
           MOVE EMP-BIRTH-DATE TO DEP-CHECK-DATE.
           MOVE WS-TODAY TO DEP-LIMIT-DATE.
           CALL "DATE-EDIT" USING DATE-EDIT-PARMS.
           MOVE DEP-DATE-OK TO WS-BIRTH-OK.
           IF NOT WS-BIRTH-VALID
               MOVE 1 TO WS-RULE-NO
               MOVE SPACES TO WS-DETAIL
               STRING "BIRTH DATE " DELIMITED BY SIZE
                   WS-FMT-BIRTH DELIMITED BY SIZE
                   INTO WS-DETAIL
               PERFORM 0370-RELEASE-EMPLOYEE-EXCEPTION
           END-IF.

           MOVE "V" TO DEP-FUNCTION.
           MOVE EMP-HIRE-DATE TO DEP-CHECK-DATE.
           MOVE WS-TODAY TO DEP-LIMIT-DATE.
           CALL "DATE-EDIT" USING DATE-EDIT-PARMS.
           MOVE DEP-DATE-OK TO WS-HIRE-OK.
           IF NOT WS-HIRE-VALID
               MOVE 2 TO WS-RULE-NO
               MOVE SPACES TO WS-DETAIL
               STRING "HIRE DATE " DELIMITED BY SIZE
                   WS-FMT-HIRE DELIMITED BY SIZE
                   INTO WS-DETAIL
               PERFORM 0370-RELEASE-EMPLOYEE-EXCEPTION
           END-IF.

           IF WS-BIRTH-VALID AND WS-HIRE-VALID
               PERFORM 0330-CHECK-HIRE-AGE
           END-IF.

           IF WS-HIRE-VALID
               AND EMP-TERM-DATE IS NUMERIC
               AND EMP-TERM-DATE NOT = ZEROS
               AND EMP-HIRE-DATE > EMP-TERM-DATE
                   MOVE 4 TO WS-RULE-NO
                   MOVE SPACES TO WS-DETAIL
                   STRING "HIRED " DELIMITED BY SIZE
                       WS-FMT-HIRE DELIMITED BY SIZE
                       "  TERMINATED " DELIMITED BY SIZE
                       WS-FMT-TERM DELIMITED BY SIZE
                       INTO WS-DETAIL
                   PERFORM 0370-RELEASE-EMPLOYEE-EXCEPTION
           END-IF.

           IF EMP-TERMINATED
               MOVE "V" TO DEP-FUNCTION
               MOVE EMP-TERM-DATE TO DEP-CHECK-DATE
               MOVE WS-TODAY TO DEP-LIMIT-DATE
               CALL "DATE-EDIT" USING DATE-EDIT-PARMS
               IF DEP-DATE-OK NOT = "Y"
                   MOVE 5 TO WS-RULE-NO
                   MOVE SPACES TO WS-DETAIL
                   STRING "TERM DATE " DELIMITED BY SIZE
                       WS-FMT-TERM DELIMITED BY SIZE
                       INTO WS-DETAIL
                   PERFORM 0370-RELEASE-EMPLOYEE-EXCEPTION
               END-IF
           ELSE
               IF EMP-TERM-DATE NOT = ZEROS
                   AND EMP-TERM-DATE NOT = SPACES
                       MOVE 6 TO WS-RULE-NO
                       MOVE SPACES TO WS-DETAIL
                       STRING "STATUS " DELIMITED BY SIZE
                           EMP-STATUS-CODE DELIMITED BY SIZE
                           "  TERM DATE " DELIMITED BY SIZE
                           WS-FMT-TERM DELIMITED BY SIZE
                           INTO WS-DETAIL
                       PERFORM 0370-RELEASE-EMPLOYEE-EXCEPTION
               END-IF
           END-IF.

           IF EMP-ON-LEAVE
               PERFORM 0340-CHECK-LEAVE-LENGTH
           END-IF.

           PERFORM 0350-CHECK-DEPARTMENT.

           IF EMP-ACTIVE AND WS-ADDRESS-OPEN
               AND NOT WS-ADDRESS-FOUND
                   MOVE 9 TO WS-RULE-NO
                   MOVE "NO EMPADDR RECORD" TO WS-DETAIL
                   PERFORM 0370-RELEASE-EMPLOYEE-EXCEPTION
           END-IF.

      *-----------------------------------------------------------
      *    A hire date on or before the birth date is reported
      *    as is; otherwise the age at hire is counted the way
      *    AGE-CALC counts an age.
      *-----------------------------------------------------------
       0330-CHECK-HIRE-AGE.

           IF EMP-HIRE-DATE NOT > EMP-BIRTH-DATE
               MOVE ZERO TO WS-AGE
           ELSE
               MOVE EMP-BIRTH-DATE TO WS-AGE-BIRTH
               MOVE EMP-HIRE-DATE TO WS-AGE-AS-OF
               PERFORM 0355-COMPUTE-AGE
           END-IF.
           IF WS-AGE < 14
               MOVE WS-AGE TO WS-AGE-ED
               MOVE 3 TO WS-RULE-NO
               MOVE SPACES TO WS-DETAIL
               STRING "BORN " DELIMITED BY SIZE
                   WS-FMT-BIRTH DELIMITED BY SIZE
                   "  HIRED " DELIMITED BY SIZE
                   WS-FMT-HIRE DELIMITED BY SIZE
                   "  AGE AT HIRE " DELIMITED BY SIZE
                   WS-AGE-ED DELIMITED BY SIZE
                   INTO WS-DETAIL
               PERFORM 0370-RELEASE-EMPLOYEE-EXCEPTION
           END-IF.

      *-----------------------------------------------------------
      *    Whole months since the leave began, a month counting
      *    once the day of the month is reached again.  A leave
      *    with no start in the history cannot be measured and is
      *    listed for HR to confirm.
      *-----------------------------------------------------------
       0340-CHECK-LEAVE-LENGTH.

           MOVE ZERO TO WS-LEAVE-START.
           PERFORM UNTIL WS-LEAVE-EOF
                      OR LVE-EMP-ID > EMP-ID
               IF LVE-EMP-ID = EMP-ID
                   MOVE LVE-START-DATE TO WS-LEAVE-START
               END-IF
               PERFORM 0390-READ-LEAVE-START
           END-PERFORM.

           IF WS-LEAVE-START = ZERO
               MOVE 7 TO WS-RULE-NO
               MOVE "ON LEAVE - NO LEAVE START ON ROSTER HISTORY"
                   TO WS-DETAIL
               PERFORM 0370-RELEASE-EMPLOYEE-EXCEPTION
           ELSE
               COMPUTE WS-MONTHS-ON-LEAVE =
                   (WS-TODAY-YEAR * 12 + WS-TODAY-MONTH)
                 - (WS-LEAVE-START-YEAR * 12 + WS-LEAVE-START-MONTH)
               IF WS-TODAY-DAY < WS-LEAVE-START-DAY
                   SUBTRACT 1 FROM WS-MONTHS-ON-LEAVE
               END-IF
               IF WS-MONTHS-ON-LEAVE >= WS-LEAVE-MONTHS
                   MOVE WS-LEAVE-START TO WS-FMT-IN
                   PERFORM 0800-FORMAT-DATE
                   MOVE WS-MONTHS-ON-LEAVE TO WS-MONTHS-ED
                   MOVE 7 TO WS-RULE-NO
                   MOVE SPACES TO WS-DETAIL
                   STRING "ON LEAVE SINCE " DELIMITED BY SIZE
                       WS-FMT-OUT DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-MONTHS-ED DELIMITED BY SIZE
                       " MONTHS" DELIMITED BY SIZE
                       INTO WS-DETAIL
                   PERFORM 0370-RELEASE-EMPLOYEE-EXCEPTION
               END-IF
           END-IF.

       0350-CHECK-DEPARTMENT.

           MOVE ZERO TO WS-DEPT-SLOT.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-LOADED
                      OR WS-DEPT-SLOT > ZERO
               IF WS-DEPT-TABLE-CODE (WS-DEPT-SUB) = EMP-DEPT-CODE
                   MOVE WS-DEPT-SUB TO WS-DEPT-SLOT
               END-IF
           END-PERFORM.
           IF WS-DEPT-SLOT = ZERO
               MOVE 8 TO WS-RULE-NO
               MOVE SPACES TO WS-DETAIL
               STRING "DEPARTMENT CODE '" DELIMITED BY SIZE
                   EMP-DEPT-CODE DELIMITED BY SIZE
                   "' NOT ON DEPTREF" DELIMITED BY SIZE
                   INTO WS-DETAIL
               PERFORM 0370-RELEASE-EMPLOYEE-EXCEPTION
           END-IF.

      *-----------------------------------------------------------
      *    Age from full birth date - the birthday counts once the
      *    target month/day reach it, and a February 29 birthday
      *    counts from March 1 in years with no February 29.
      *-----------------------------------------------------------
       0355-COMPUTE-AGE.

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
      *    An address nobody on the roster owns has no department;
      *    it is listed under the blank department.
      *-----------------------------------------------------------
       0360-CHECK-ORPHAN-ADDRESS.

           ADD 1 TO WS-ADDRESS-SCANNED.
           MOVE 10 TO SRT-RULE-NO.
           MOVE SPACES TO SRT-DEPT-CODE.
           MOVE ADR-EMP-ID TO SRT-EMP-ID.
           MOVE SPACES TO SRT-FIRST-NAME.
           MOVE SPACES TO SRT-LAST-NAME.
           MOVE SPACE TO SRT-STATUS-CODE.
           MOVE SPACES TO SRT-DETAIL.
           STRING "ADDRESS " DELIMITED BY SIZE
               ADR-STREET DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               ADR-CITY DELIMITED BY "  "
               INTO SRT-DETAIL.
           RELEASE SORT-RECORD.

       0370-RELEASE-EMPLOYEE-EXCEPTION.

           MOVE WS-RULE-NO TO SRT-RULE-NO.
           MOVE EMP-DEPT-CODE TO SRT-DEPT-CODE.
           MOVE EMP-ID TO SRT-EMP-ID.
           MOVE EMP-FIRST-NAME TO SRT-FIRST-NAME.
           MOVE EMP-LAST-NAME TO SRT-LAST-NAME.
           MOVE EMP-STATUS-CODE TO SRT-STATUS-CODE.
           MOVE WS-DETAIL TO SRT-DETAIL.
           RELEASE SORT-RECORD.

       0380-READ-ROSTER.

           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       0385-READ-ADDRESS.

           IF WS-ADDRESS-OPEN
               READ ADDRESS-FILE NEXT RECORD
                   AT END
                       SET WS-ADDR-EOF TO TRUE
               END-READ
           END-IF.

       0390-READ-LEAVE-START.

           IF WS-LEAVE-OPEN
               READ LEAVE-FILE
                   AT END
                       SET WS-LEAVE-EOF TO TRUE
               END-READ
           END-IF.

      *-----------------------------------------------------------
      *    Control breaks on rule and, within the rule, on
      *    department - each exception is tallied against its
      *    rule and its department as it is printed.
      *-----------------------------------------------------------
       0500-PRINT-EXCEPTIONS.

           MOVE ZERO TO WS-CURRENT-RULE.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF SRT-RULE-NO NOT = WS-CURRENT-RULE
                           IF WS-CURRENT-RULE > ZERO
                               PERFORM 0530-END-DEPARTMENT
                               PERFORM 0540-END-RULE
                           END-IF
                           PERFORM 0510-START-RULE
                           PERFORM 0520-START-DEPARTMENT
                       ELSE
                           IF SRT-DEPT-CODE NOT = WS-CURRENT-DEPT
                               PERFORM 0530-END-DEPARTMENT
                               PERFORM 0520-START-DEPARTMENT
                           END-IF
                       END-IF
                       PERFORM 0550-PRINT-ONE-EXCEPTION
               END-RETURN
           END-PERFORM.
           IF WS-CURRENT-RULE > ZERO
               PERFORM 0530-END-DEPARTMENT
               PERFORM 0540-END-RULE
           ELSE
               IF WS-RUN-RC < 8
                   MOVE SPACES TO WS-PRINT-REC
                   WRITE WS-PRINT-REC
                   MOVE "NO EXCEPTIONS FOUND" TO WS-PRINT-REC
                   WRITE WS-PRINT-REC
               END-IF
           END-IF.

       0510-START-RULE.

           MOVE SRT-RULE-NO TO WS-CURRENT-RULE.
           MOVE ZERO TO WS-RULE-EXCEPTIONS.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "RULE R" DELIMITED BY SIZE
               WS-CURRENT-RULE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RULE-TEXT (WS-CURRENT-RULE) DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "    EMP-ID  FIRST      LAST        ST   "
               DELIMITED BY SIZE
               "EXCEPTION" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

       0520-START-DEPARTMENT.

           MOVE SRT-DEPT-CODE TO WS-CURRENT-DEPT.
           MOVE ZERO TO WS-DEPT-EXCEPTIONS.
           MOVE SRT-DEPT-CODE TO WS-DEPT-CODE-WORK.
           PERFORM 0560-LOCATE-DEPARTMENT.
           MOVE SPACES TO WS-PRINT-REC.
           IF WS-DEPT-SLOT > ZERO
               STRING "  DEPARTMENT " DELIMITED BY SIZE
                   WS-CURRENT-DEPT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DEPT-TABLE-NAME (WS-DEPT-SLOT)
                       DELIMITED BY SIZE
                   INTO WS-PRINT-REC
           ELSE
               STRING "  DEPARTMENT " DELIMITED BY SIZE
                   WS-CURRENT-DEPT DELIMITED BY SIZE
                   INTO WS-PRINT-REC
           END-IF.
           WRITE WS-PRINT-REC.

       0530-END-DEPARTMENT.

           MOVE WS-DEPT-EXCEPTIONS TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  DEPARTMENT " DELIMITED BY SIZE
               WS-CURRENT-DEPT DELIMITED BY SIZE
               " COUNT " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

       0540-END-RULE.

           MOVE WS-RULE-EXCEPTIONS TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "RULE R" DELIMITED BY SIZE
               WS-CURRENT-RULE DELIMITED BY SIZE
               " TOTAL " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

       0550-PRINT-ONE-EXCEPTION.

           ADD 1 TO WS-RULE-EXCEPTIONS.
           ADD 1 TO WS-DEPT-EXCEPTIONS.
           ADD 1 TO WS-TOTAL-EXCEPTIONS.
           ADD 1 TO WS-RULE-COUNT (SRT-RULE-NO).
           IF WS-DEPT-SLOT > ZERO
               ADD 1 TO WS-DEPT-RULE-COUNT (WS-DEPT-SLOT SRT-RULE-NO)
               ADD 1 TO WS-DEPT-TOTAL (WS-DEPT-SLOT)
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SRT-EMP-ID TO WS-DTL-EMP-ID.
           MOVE SRT-FIRST-NAME TO WS-DTL-FIRST-NAME.
           MOVE SRT-LAST-NAME TO WS-DTL-LAST-NAME.
           MOVE SRT-STATUS-CODE TO WS-DTL-STATUS.
           MOVE SRT-DETAIL TO WS-DTL-DETAIL.
           MOVE WS-DETAIL-LINE TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

      *-----------------------------------------------------------
      *    Finds the department's tally slot, adding a code the
      *    reference file does not carry.  A full table leaves
      *    the slot at zero and the department out of the
      *    department summary; the rule counts are still right.
      *-----------------------------------------------------------
       0560-LOCATE-DEPARTMENT.

           MOVE ZERO TO WS-DEPT-SLOT.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                      OR WS-DEPT-SLOT > ZERO
               IF WS-DEPT-TABLE-CODE (WS-DEPT-SUB) = WS-DEPT-CODE-WORK
                   MOVE WS-DEPT-SUB TO WS-DEPT-SLOT
               END-IF
           END-PERFORM.
           IF WS-DEPT-SLOT = ZERO
               IF WS-DEPT-COUNT < 999
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
                   MOVE WS-DEPT-CODE-WORK
                       TO WS-DEPT-TABLE-CODE (WS-DEPT-SLOT)
                   IF WS-DEPT-CODE-WORK = SPACES
                       MOVE "(NO DEPARTMENT)"
                           TO WS-DEPT-TABLE-NAME (WS-DEPT-SLOT)
                   ELSE
                       MOVE "(NOT ON DEPTREF)"
                           TO WS-DEPT-TABLE-NAME (WS-DEPT-SLOT)
                   END-IF
               ELSE
                   ADD 1 TO WS-DEPTS-OVER-TABLE
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    Every rule is listed, clean ones included, with this
      *    run's count beside the last run's so the movement is
      *    on the page.
      *-----------------------------------------------------------
       0600-PRINT-RULE-SUMMARY.

           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           IF WS-LAST-RUN-FOUND
               MOVE WS-LAST-RUN-DATE TO WS-FMT-IN
               PERFORM 0800-FORMAT-DATE
               STRING "EXCEPTIONS BY RULE - LAST RUN " DELIMITED BY SIZE
                   WS-FMT-OUT DELIMITED BY SIZE
                   INTO WS-PRINT-REC
           ELSE
               MOVE "EXCEPTIONS BY RULE - NO EARLIER RUN ON DQHIST.DAT"
                   TO WS-PRINT-REC
           END-IF.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  RULE DESCRIPTION                         "
               DELIMITED BY SIZE
               "THIS RUN  LAST RUN     CHANGE" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 10
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE WS-RULE-SUB TO WS-RULE-NO
               MOVE WS-RULE-COUNT (WS-RULE-SUB) TO WS-DELTA
               MOVE WS-LAST-RULE-COUNT (WS-RULE-SUB) TO WS-COUNT-ED
               SUBTRACT WS-LAST-RULE-COUNT (WS-RULE-SUB)
                   FROM WS-DELTA
               MOVE WS-RULE-COUNT (WS-RULE-SUB) TO WS-SUM-THIS-RUN
               MOVE WS-RULE-TEXT (WS-RULE-SUB) TO WS-SUM-RULE-TEXT
               PERFORM 0610-PRINT-ONE-SUMMARY-LINE
           END-PERFORM.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE ZERO TO WS-RULE-NO.
           MOVE WS-TOTAL-EXCEPTIONS TO WS-DELTA.
           SUBTRACT WS-LAST-TOTAL FROM WS-DELTA.
           MOVE WS-LAST-TOTAL TO WS-COUNT-ED.
           MOVE WS-TOTAL-EXCEPTIONS TO WS-SUM-THIS-RUN.
           MOVE "ALL RULES" TO WS-SUM-RULE-TEXT.
           PERFORM 0610-PRINT-ONE-SUMMARY-LINE.

       0610-PRINT-ONE-SUMMARY-LINE.

           IF WS-RULE-NO > ZERO
               STRING "R" DELIMITED BY SIZE
                   WS-RULE-NO DELIMITED BY SIZE
                   INTO WS-SUM-RULE-LABEL
           END-IF.
           IF WS-LAST-RUN-FOUND
               MOVE WS-COUNT-ED TO WS-SUM-LAST-RUN
               MOVE WS-DELTA TO WS-DELTA-ED
               MOVE WS-DELTA-ED TO WS-SUM-CHANGE
           ELSE
               MOVE SPACES TO WS-SUM-LAST-RUN
               MOVE SPACES TO WS-SUM-CHANGE
           END-IF.
           MOVE WS-SUMMARY-LINE TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

      *-----------------------------------------------------------
      *    One line per department with anything to clean up, a
      *    column per rule - the page each department head gets.
      *-----------------------------------------------------------
       0650-PRINT-DEPT-SUMMARY.

           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE "EXCEPTIONS BY DEPARTMENT" TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  DEPT  NAME                   R01   R02   R03"
               DELIMITED BY SIZE
               "   R04   R05   R06   R07   R08   R09   R10"
               DELIMITED BY SIZE
               "    TOTAL" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-TOTAL (WS-DEPT-SUB) > ZERO
                   PERFORM 0660-PRINT-ONE-DEPT-LINE
               END-IF
           END-PERFORM.
           IF WS-DEPTS-OVER-TABLE > ZERO
               MOVE WS-DEPTS-OVER-TABLE TO WS-COUNT-ED
               MOVE SPACES TO WS-PRINT-REC
               STRING "  DEPARTMENT TABLE FULL - " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   " DEPARTMENT GROUPS NOT SUMMARIZED"
                       DELIMITED BY SIZE
                   INTO WS-PRINT-REC
               WRITE WS-PRINT-REC
           END-IF.

       0660-PRINT-ONE-DEPT-LINE.

           MOVE SPACES TO WS-DEPT-SUM-LINE.
           MOVE WS-DEPT-TABLE-CODE (WS-DEPT-SUB) TO WS-DSM-CODE.
           MOVE WS-DEPT-TABLE-NAME (WS-DEPT-SUB) TO WS-DSM-NAME.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 10
               MOVE WS-DEPT-RULE-COUNT (WS-DEPT-SUB WS-RULE-SUB)
                   TO WS-DSM-COUNT-ED (WS-RULE-SUB)
           END-PERFORM.
           MOVE WS-DEPT-TOTAL (WS-DEPT-SUB) TO WS-DSM-TOTAL.
           MOVE WS-DEPT-SUM-LINE TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

      *-----------------------------------------------------------
      *    The data-quality history is append-only - one company
      *    record and one record per department with exceptions
      *    for every run.  A run that cannot open it still
      *    reports; it just leaves no history.
      *-----------------------------------------------------------
       0700-WRITE-DQ-HISTORY.

           OPEN EXTEND DQ-HISTORY-FILE.
           IF WS-DQ-HISTORY-STATUS NOT = "00"
               AND WS-DQ-HISTORY-STATUS NOT = "05"
                   DISPLAY "DQ-HISTORY-FILE could not be opened - "
                       "status " WS-DQ-HISTORY-STATUS
                       " - run not added to history"
                   MOVE 4 TO WS-RUN-RC
           ELSE
               MOVE SPACES TO DQ-HISTORY-RECORD
               SET DQH-COMPANY TO TRUE
               MOVE WS-TODAY TO DQH-RUN-DATE
               MOVE WS-ROSTER-SCANNED TO DQH-ROSTER-SCANNED
               MOVE WS-ADDRESS-SCANNED TO DQH-ADDRESS-SCANNED
               MOVE WS-RULE-COUNT-TABLE TO DQH-RULE-COUNTS
               MOVE WS-TOTAL-EXCEPTIONS TO DQH-TOTAL-COUNT
               WRITE DQ-HISTORY-RECORD
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   IF WS-DEPT-TOTAL (WS-DEPT-SUB) > ZERO
                       PERFORM 0710-WRITE-ONE-DEPT-HISTORY
                   END-IF
               END-PERFORM
               CLOSE DQ-HISTORY-FILE
           END-IF.

       0710-WRITE-ONE-DEPT-HISTORY.

           MOVE SPACES TO DQ-HISTORY-RECORD.
           SET DQH-DEPARTMENT TO TRUE.
           MOVE WS-TODAY TO DQH-RUN-DATE.
           MOVE WS-DEPT-TABLE-CODE (WS-DEPT-SUB) TO DQH-DEPT-CODE.
           MOVE ZERO TO DQH-ROSTER-SCANNED.
           MOVE ZERO TO DQH-ADDRESS-SCANNED.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 10
               MOVE WS-DEPT-RULE-COUNT (WS-DEPT-SUB WS-RULE-SUB)
                   TO DQH-RULE-COUNT (WS-RULE-SUB)
           END-PERFORM.
           MOVE WS-DEPT-TOTAL (WS-DEPT-SUB) TO DQH-TOTAL-COUNT.
           WRITE DQ-HISTORY-RECORD.

       0750-PRINT-SCAN-TOTALS.

           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE WS-ROSTER-SCANNED TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "ROSTER RECORDS SCANNED      " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE WS-ADDRESS-SCANNED TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "ADDRESS RECORDS SCANNED     " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE WS-LEAVE-STARTS TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "LEAVE STARTS ON HISTORY     " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE WS-TOTAL-EXCEPTIONS TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "EXCEPTIONS REPORTED         " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           DISPLAY "Data-quality scan - " WS-ROSTER-SCANNED
               " roster records, " WS-TOTAL-EXCEPTIONS
               " exceptions to DQSCAN.PRT".

       0800-FORMAT-DATE.

           IF WS-FMT-IN IS NUMERIC
               MOVE SPACES TO WS-FMT-OUT
               STRING WS-FMT-IN-MONTH DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-FMT-IN-DAY DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-FMT-IN-YEAR DELIMITED BY SIZE
                   INTO WS-FMT-OUT
           ELSE
               MOVE WS-FMT-IN TO WS-FMT-OUT
           END-IF.

       END PROGRAM EMP-DQSCAN.
