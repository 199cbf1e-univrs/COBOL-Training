               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARTMENT-STATUS.

           SELECT OPTIONAL PLAN-FILE ASSIGN TO "PLANREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "AGECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL INACTIVE-FILE ASSIGN TO "EMPINACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INA-EMP-ID
               FILE STATUS IS WS-INACTIVE-STATUS.

           SELECT IFACE-NEW-FILE ASSIGN TO "AGEIFACE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFACE-NEW-STATUS.
       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  PLAN-FILE.
           COPY PLANREC.

       FD  CONTROL-FILE.
       01  CTL-RECORD              PIC X(80).

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  INACTIVE-FILE.
           COPY INACTREC.

       FD  IFACE-NEW-FILE.
           COPY AGERES REPLACING
               ==AGE-RESULT-RECORD== BY ==IFACE-NEW-RECORD==
               10  SRT-HIRE-YEAR   PIC 9(4).
               10  SRT-HIRE-MONTH  PIC 99.
               10  SRT-HIRE-DAY    PIC 99.
           05  SRT-PLAN-CODE       PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-AGE            PIC 999.
           88  WS-EOF                VALUE "Y".

       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-REFUSED-SWITCH PIC X VALUE "N".
           88  WS-OPERATOR-REFUSED   VALUE "Y".

       01  WS-FLAG-TEXT             PIC X(20) VALUE SPACES.
       01  WS-LINE-COUNT            PIC 99 VALUE ZERO.
           88  WS-DEPT-EOF           VALUE "Y".

       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 999 TIMES.
               10  WS-DEPT-TABLE-CODE   PIC X(4).
               10  WS-DEPT-TABLE-NAME   PIC X(20).
       01  WS-DEPT-COUNT            PIC 999 VALUE ZERO.
       01  WS-DEPT-SUB              PIC 9(4) VALUE 1.

       01  WS-RESTARTED-SWITCH      PIC X VALUE "N".
           88  WS-RESTARTED          VALUE "Y".

       01  WS-LOOKUP-FOUND-SWITCH   PIC X VALUE "N".
           88  WS-LOOKUP-FOUND       VALUE "Y".
       01  WS-LOOKUP-INACTIVE-SWITCH PIC X VALUE "N".
           88  WS-LOOKUP-INACTIVE    VALUE "Y".
       01  WS-INACTIVE-STATUS       PIC XX.

       01  WS-BIRTH-YEAR-OK         PIC X VALUE "N".
           88  WS-BIRTH-YEAR-VALID  VALUE "Y".
       01  WS-SERVICE-SUB           PIC 9 VALUE 1.

       01  WS-RETIREMENT-AGE        PIC 999 VALUE 65.

      *    Slot 1 of the plan table is the AGECTL.DAT default rule
      *    for employees with no plan code or one not on file; the
      *    plans on PLANREF.DAT follow it.  The counts beside each
      *    plan are the run's eligibility subtotals by plan.
       01  WS-PLAN-STATUS           PIC XX.
       01  WS-PLAN-EOF-SWITCH       PIC X VALUE "N".
           88  WS-PLAN-EOF           VALUE "Y".
       01  WS-PLAN-CODE             PIC X(4) VALUE SPACES.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 50 TIMES.
               10  WS-PLAN-TABLE-CODE   PIC X(4).
               10  WS-PLAN-TABLE-NAME   PIC X(20).
               10  WS-PLAN-TABLE-AGE    PIC 999.
               10  WS-PLAN-TABLE-POINTS PIC 999.
               10  WS-PLAN-TABLE-EARLY  PIC 999.
       01  WS-PLAN-COUNT-TABLE.
           05  WS-PLAN-TOTALS OCCURS 50 TIMES.
               10  WS-PLAN-HEADCOUNT    PIC 9(6) VALUE ZERO.
               10  WS-PLAN-ELIG-COUNT   PIC 9(6) VALUE ZERO.
               10  WS-PLAN-EARLY-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-PLAN-COUNT            PIC 99 VALUE 1.
       01  WS-PLAN-SUB              PIC 99 VALUE 1.
       01  WS-PLAN-SLOT             PIC 99 VALUE 1.
       01  WS-PLANS-LOADED          PIC 99 VALUE ZERO.
       01  WS-ELIGIBILITY           PIC X VALUE SPACE.
           88  WS-NORMAL-ELIGIBLE    VALUE "N".
           88  WS-EARLY-ELIGIBLE     VALUE "E".
       01  WS-MILESTONE-VALUES.
           05  FILLER               PIC 999 VALUE 18.
           05  FILLER               PIC 999 VALUE 21.

           COPY DATEPARM.

           COPY OPERPARM.


       PROCEDURE DIVISION.

               DISPLAY "Effective date (YYYYMMDD) or blank for today : "
               ACCEPT WS-AS-OF-INPUT
           END-IF.
           PERFORM 0125-CHECK-OPERATOR.

           IF NOT WS-OPERATOR-REFUSED
               PERFORM 0120-SET-EFFECTIVE-DATE
               EVALUATE TRUE
                   WHEN WS-MODE-BATCH
                       PERFORM 0400-BATCH-MODE
                   WHEN WS-MODE-LOOKUP
                       PERFORM 0900-LOOKUP-MODE
                   WHEN WS-MODE-RERUN
                       PERFORM 0950-RERUN-MODE
                   WHEN OTHER
                       PERFORM 0200-INTERACTIVE-MODE
               END-EVALUATE
           END-IF.

           PERFORM 0810-SET-RETURN-CODE.
           GOBACK.
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    Nothing is read or written until the operator is known,
      *    active and holds the authority for the mode asked for.
      *    The interactive prompt only looks ages up, so it needs
      *    no more than lookup authority.  The ID is kept as the
      *    master files it, so the audit trail shows one spelling.
      *-----------------------------------------------------------
       0125-CHECK-OPERATOR.

           MOVE WS-OPERATOR-ID TO OCP-OPERATOR-ID.
           MOVE "AGE-CALC" TO OCP-PROGRAM-NAME.
           EVALUATE TRUE
               WHEN WS-MODE-BATCH
                   SET OCP-NEEDS-BATCH TO TRUE
               WHEN WS-MODE-RERUN
                   SET OCP-NEEDS-RERUN TO TRUE
               WHEN OTHER
                   SET OCP-NEEDS-LOOKUP TO TRUE
           END-EVALUATE.
           CALL "OPER-CHECK" USING OPERATOR-CHECK-PARMS.
           MOVE OCP-OPERATOR-ID TO WS-OPERATOR-ID.
           IF NOT OCP-AUTHORIZED
               SET WS-OPERATOR-REFUSED TO TRUE
               DISPLAY "Operator " WS-OPERATOR-ID " refused - "
                   OCP-REFUSAL-REASON
           END-IF.

      *-----------------------------------------------------------
      *    Tell the scheduler what kind of run this was - clean,
      *    finished with warnings, or failed - so the night
           IF WS-REJECT-LIMIT-HIT
               MOVE 12 TO WS-RUN-RC
           END-IF.
           IF WS-OPERATOR-REFUSED
               MOVE 8 TO WS-RUN-RC
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.
           DISPLAY "Run ended with return code " WS-RUN-RC.

           MOVE WS-MONTH TO WS-EFF-MONTH.
           MOVE WS-DAY TO WS-EFF-DAY.
           PERFORM 0130-LOAD-CONTROL-PARAMS.
           PERFORM 0135-LOAD-PLAN-TABLE.

      *-----------------------------------------------------------
      *    Ages can be computed as of a supplied effective date -
                       " - default parameters in effect"
           END-EVALUATE.

      *-----------------------------------------------------------
      *    Each pension plan carries its own retirement rules on
      *    PLANREF.DAT.  Slot 1 is built from the AGECTL.DAT rules
      *    just loaded, so anyone with no plan - or a plan code
      *    nobody filed - is judged the way everyone was before
      *    plans were kept.  No plan file means everyone is.
      *-----------------------------------------------------------
       0135-LOAD-PLAN-TABLE.

           MOVE 1 TO WS-PLAN-COUNT.
           MOVE SPACES TO WS-PLAN-TABLE-CODE (1).
           MOVE "(AGECTL DEFAULTS)" TO WS-PLAN-TABLE-NAME (1).
           MOVE WS-RETIREMENT-AGE TO WS-PLAN-TABLE-AGE (1).
           MOVE WS-RETIREMENT-POINTS TO WS-PLAN-TABLE-POINTS (1).
           MOVE ZERO TO WS-PLAN-TABLE-EARLY (1).
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS NOT = "00"
               AND WS-PLAN-STATUS NOT = "05"
                   DISPLAY "PLAN-FILE could not be opened - status "
                       WS-PLAN-STATUS " - default plan rules used"
           ELSE
               PERFORM UNTIL WS-PLAN-EOF
                   READ PLAN-FILE
                       AT END
                           SET WS-PLAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 0137-ADD-PLAN-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.
           COMPUTE WS-PLANS-LOADED = WS-PLAN-COUNT - 1.

       0137-ADD-PLAN-ENTRY.

           EVALUATE TRUE
               WHEN PLN-CODE = SPACES
                   CONTINUE
               WHEN PLN-RETIRE-AGE NOT NUMERIC
                   OR PLN-RETIRE-POINTS NOT NUMERIC
                   OR PLN-EARLY-AGE NOT NUMERIC
                   OR PLN-RETIRE-AGE < 50
                   OR PLN-RETIRE-AGE > 120
                       ADD 1 TO WS-CTL-WARNING-COUNT
                       DISPLAY "Plan record ignored - " PLN-CODE
                           " - retirement rules not valid"
               WHEN WS-PLAN-COUNT >= 50
                   ADD 1 TO WS-CTL-WARNING-COUNT
                   DISPLAY "PLAN table full - plan " PLN-CODE
                       " judged by default rules"
               WHEN OTHER
                   ADD 1 TO WS-PLAN-COUNT
                   MOVE PLN-CODE TO WS-PLAN-TABLE-CODE (WS-PLAN-COUNT)
                   MOVE PLN-NAME TO WS-PLAN-TABLE-NAME (WS-PLAN-COUNT)
                   MOVE PLN-RETIRE-AGE
                       TO WS-PLAN-TABLE-AGE (WS-PLAN-COUNT)
                   MOVE PLN-RETIRE-POINTS
                       TO WS-PLAN-TABLE-POINTS (WS-PLAN-COUNT)
                   MOVE PLN-EARLY-AGE
                       TO WS-PLAN-TABLE-EARLY (WS-PLAN-COUNT)
           END-EVALUATE.

       0140-APPLY-CONTROL-RECORD.

           IF WS-CTL-KEYWORD = SPACES
                   CONTINUE
               WHEN "TRENDRUNS"
                   CONTINUE
               WHEN "RMDAGE"
                   CONTINUE
               WHEN "RMDAGE1960"
                   CONTINUE
               WHEN "SYNCMAXDIFF"
                   CONTINUE
               WHEN "LEAVEMONTHS"
                   CONTINUE
               WHEN "RETAINYEARS"
                   CONTINUE
               WHEN OTHER
                   PERFORM 0148-WARN-BAD-RECORD
           END-EVALUATE.
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  RETIREMENT PLANS:    " DELIMITED BY SIZE
               WS-PLANS-LOADED DELIMITED BY SIZE
               " FROM PLANREF.DAT - OTHERS USE THE ABOVE"
                   DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  CHECKPOINT INTERVAL: " DELIMITED BY SIZE
               WS-CHECKPOINT-INTERVAL DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           DISPLAY "Who are you? : ".
           ACCEPT WS-FIRST-NAME.
           MOVE SPACES TO WS-LAST-NAME.
           MOVE SPACES TO WS-PLAN-CODE.
           MOVE ZERO TO WS-SERVICE-YEARS.
           MOVE "N" TO WS-HIRE-OK.
           PERFORM WITH TEST AFTER UNTIL WS-BIRTH-YEAR-VALID
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    Find the employee's plan and judge age and service by
      *    its rules - normal retirement at the plan's age, or at
      *    its points threshold where it has one, early retirement
      *    at its early age where it has one.
      *-----------------------------------------------------------
       0310-APPLY-PLAN-RULES.

           MOVE 1 TO WS-PLAN-SLOT.
           IF WS-PLAN-CODE NOT = SPACES
               PERFORM VARYING WS-PLAN-SUB FROM 2 BY 1
                       UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                   IF WS-PLAN-TABLE-CODE (WS-PLAN-SUB) = WS-PLAN-CODE
                       MOVE WS-PLAN-SUB TO WS-PLAN-SLOT
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACE TO WS-ELIGIBILITY.
           COMPUTE WS-POINTS = WS-AGE + WS-SERVICE-YEARS.
           IF WS-AGE >= WS-PLAN-TABLE-AGE (WS-PLAN-SLOT)
               OR (WS-PLAN-TABLE-POINTS (WS-PLAN-SLOT) > ZERO
                   AND WS-POINTS >= WS-PLAN-TABLE-POINTS (WS-PLAN-SLOT))
                   SET WS-NORMAL-ELIGIBLE TO TRUE
           ELSE
               IF WS-PLAN-TABLE-EARLY (WS-PLAN-SLOT) > ZERO
                   AND WS-AGE >= WS-PLAN-TABLE-EARLY (WS-PLAN-SLOT)
                       SET WS-EARLY-ELIGIBLE TO TRUE
               END-IF
           END-IF.

       0250-DISPLAY-RESULT.

           DISPLAY "Thank you for using my calculator  ", WS-FIRST-NAME.

       0260-FLAG-MILESTONES.

           PERFORM 0310-APPLY-PLAN-RULES.
           IF WS-NORMAL-ELIGIBLE
               DISPLAY "RETIREMENT ELIGIBLE - PLAN "
                   WS-PLAN-TABLE-NAME (WS-PLAN-SLOT)
           ELSE
               IF WS-EARLY-ELIGIBLE
                   DISPLAY "EARLY RETIREMENT ELIGIBLE - PLAN "
                       WS-PLAN-TABLE-NAME (WS-PLAN-SLOT)
               END-IF
               PERFORM VARYING WS-MILESTONE-SUB FROM 1 BY 1
                       UNTIL WS-MILESTONE-SUB > 5
                   IF WS-AGE = WS-MILESTONE-AGE (WS-MILESTONE-SUB)
                       MOVE CHK-RETIRE-ELIG TO WS-RETIRE-ELIG-COUNT
                       MOVE CHK-DEPT-RETIRE-ELIG
                           TO WS-DEPT-RETIRE-ELIG
                       IF CHK-PLAN-COUNTS NOT = SPACES
                           MOVE CHK-PLAN-COUNTS
                               TO WS-PLAN-COUNT-TABLE
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      *-----------------------------------------------------------
      *    DEPTREF.DAT is maintained by DEPT-MAINT now and has long
      *    outgrown the old 50 slots - the table holds every code
      *    DEPT-MAINT can file, retired ones included, so no
      *    department on file reports as unknown just because it
      *    was loaded late.
      *-----------------------------------------------------------
       0415-LOAD-DEPARTMENT-TABLE.

           MOVE ZERO TO WS-DEPT-COUNT.
                       AT END
                           SET WS-DEPT-EOF TO TRUE
                       NOT AT END
                           IF WS-DEPT-COUNT >= 999
                               DISPLAY "DEPARTMENT table full - "
                                   "department " DPT-CODE " will "
                                   "report as unknown"
           MOVE EMP-HIRE-YEAR TO SRT-HIRE-YEAR.
           MOVE EMP-HIRE-MONTH TO SRT-HIRE-MONTH.
           MOVE EMP-HIRE-DAY TO SRT-HIRE-DAY.
           MOVE EMP-PLAN-CODE TO SRT-PLAN-CODE.
           RELEASE SORT-RECORD.

      *-----------------------------------------------------------
           MOVE SRT-HIRE-YEAR TO WS-HIRE-YEAR.
           MOVE SRT-HIRE-MONTH TO WS-HIRE-MONTH.
           MOVE SRT-HIRE-DAY TO WS-HIRE-DAY.
           MOVE SRT-PLAN-CODE TO WS-PLAN-CODE.
           PERFORM 0240-VALIDATE-BIRTH-DATE.

           IF WS-BIRTH-YEAR-VALID
           END-IF.

      *-----------------------------------------------------------
      *    Retirement eligibility is the employee's own plan's
      *    points rule - age plus service reaching the points
      *    threshold - or reaching its retirement age outright;
      *    short of that, its early-retirement age.  Failing both,
      *    flag milestone birthdays, then service anniversaries.
      *-----------------------------------------------------------
       0550-BUILD-FLAG-TEXT.

           MOVE SPACES TO WS-FLAG-TEXT.
           PERFORM 0310-APPLY-PLAN-RULES.
           ADD 1 TO WS-PLAN-HEADCOUNT (WS-PLAN-SLOT).
           IF WS-NORMAL-ELIGIBLE
                   MOVE "RETIREMENT ELIGIBLE" TO WS-FLAG-TEXT
                   ADD 1 TO WS-RETIRE-ELIG-COUNT
                   ADD 1 TO WS-DEPT-RETIRE-ELIG
                   ADD 1 TO WS-PLAN-ELIG-COUNT (WS-PLAN-SLOT)
           ELSE
           IF WS-EARLY-ELIGIBLE
                   MOVE "EARLY RETIREMENT" TO WS-FLAG-TEXT
                   ADD 1 TO WS-PLAN-EARLY-COUNT (WS-PLAN-SLOT)
           ELSE
               PERFORM VARYING WS-MILESTONE-SUB FROM 1 BY 1
                       UNTIL WS-MILESTONE-SUB > 5
           MOVE WS-IFACE-WRITTEN TO CHK-IFACE-WRITTEN.
           MOVE WS-RETIRE-ELIG-COUNT TO CHK-RETIRE-ELIG.
           MOVE WS-DEPT-RETIRE-ELIG TO CHK-DEPT-RETIRE-ELIG.
           MOVE WS-PLAN-COUNT-TABLE TO CHK-PLAN-COUNTS.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS NOT = "00"
               DISPLAY "CHECKPOINT-FILE could not be opened - status "
               PERFORM 0710-PRINT-BRACKET-LINE
           END-PERFORM.

           PERFORM 0730-PRINT-PLAN-SUBTOTALS.
           PERFORM 0580-WRITE-COMPANY-HISTORY.

       0710-PRINT-BRACKET-LINE.
                       INTO WS-BRACKET-LABEL
           END-EVALUATE.

      *-----------------------------------------------------------
      *    Retirement eligibility by plan - each plan's headcount
      *    with how many are eligible to retire under its normal
      *    rules and how many only under its early rule.  Plans
      *    with nobody on them this run are left off.
      *-----------------------------------------------------------
       0730-PRINT-PLAN-SUBTOTALS.

           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE "RETIREMENT ELIGIBILITY BY PLAN" TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  PLAN  NAME                  " DELIMITED BY SIZE
               "EMPLOYEES  ELIGIBLE  EARLY ONLY" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           ADD 3 TO WS-LINE-COUNT.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               IF WS-PLAN-HEADCOUNT (WS-PLAN-SUB) > ZERO
                   MOVE SPACES TO WS-PRINT-REC
                   STRING "  " DELIMITED BY SIZE
                       WS-PLAN-TABLE-CODE (WS-PLAN-SUB)
                           DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-PLAN-TABLE-NAME (WS-PLAN-SUB)
                           DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       WS-PLAN-HEADCOUNT (WS-PLAN-SUB)
                           DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-PLAN-ELIG-COUNT (WS-PLAN-SUB)
                           DELIMITED BY SIZE
                       "      " DELIMITED BY SIZE
                       WS-PLAN-EARLY-COUNT (WS-PLAN-SUB)
                           DELIMITED BY SIZE
                       INTO WS-PRINT-REC
                   WRITE WS-PRINT-REC
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      *    End-of-job accounting - every count the night operator
      *    needs to judge the run, on its own page of the report.
           ELSE
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LOOKUP-FOUND TO TRUE
               END-READ
               CLOSE EMPLOYEE-FILE
               IF NOT WS-LOOKUP-FOUND
                   PERFORM 0910-LOOKUP-INACTIVE-ROSTER
               END-IF
           END-IF.

           IF WS-LOOKUP-INACTIVE
               PERFORM 0920-ANSWER-FORMER-EMPLOYEE
               MOVE "N" TO WS-LOOKUP-FOUND-SWITCH
           END-IF.

           IF WS-LOOKUP-FOUND AND EMP-TERMINATED
               MOVE EMP-HIRE-YEAR TO WS-HIRE-YEAR
               MOVE EMP-HIRE-MONTH TO WS-HIRE-MONTH
               MOVE EMP-HIRE-DAY TO WS-HIRE-DAY
               MOVE EMP-PLAN-CODE TO WS-PLAN-CODE
               PERFORM 0240-VALIDATE-BIRTH-DATE
               IF WS-BIRTH-YEAR-VALID
                   AND WS-BIRTH-MONTH-VALID
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    Someone purged by the retention job is no longer on the
      *    roster but is still on the inactive roster, birth and
      *    hire dates intact, so benefits can still be told their
      *    age.  No file yet simply means nobody has been purged.
      *-----------------------------------------------------------
       0910-LOOKUP-INACTIVE-ROSTER.

           OPEN INPUT INACTIVE-FILE.
           IF WS-INACTIVE-STATUS = "00"
               MOVE WS-EMPLOYEE-ID TO INA-EMP-ID
               READ INACTIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INA-ROSTER-IMAGE TO EMPLOYEE-RECORD
                       SET WS-LOOKUP-FOUND TO TRUE
                       SET WS-LOOKUP-INACTIVE TO TRUE
               END-READ
               CLOSE INACTIVE-FILE
           ELSE
               IF WS-INACTIVE-STATUS NOT = "05"
                   DISPLAY "INACTIVE-FILE could not be opened - "
                       "status " WS-INACTIVE-STATUS
               ELSE
                   CLOSE INACTIVE-FILE
               END-IF
           END-IF.
           IF NOT WS-LOOKUP-FOUND
               DISPLAY "No employee found for ID " WS-EMPLOYEE-ID
           END-IF.

      *-----------------------------------------------------------
      *    A former employee's age is answered and audited like
      *    any other lookup, but with no service or retirement
      *    flags - those would be measured to today, not to the
      *    day they left - and never fed to payroll.
      *-----------------------------------------------------------
       0920-ANSWER-FORMER-EMPLOYEE.

           MOVE EMP-FIRST-NAME TO WS-FIRST-NAME.
           MOVE EMP-LAST-NAME TO WS-LAST-NAME.
           MOVE EMP-BIRTH-YEAR TO WS-BIRTH-YEAR.
           MOVE EMP-BIRTH-MONTH TO WS-BIRTH-MONTH.
           MOVE EMP-BIRTH-DAY TO WS-BIRTH-DAY.
           DISPLAY "Employee " WS-EMPLOYEE-ID " is a former employee - "
               "terminated " EMP-TERM-YEAR "/" EMP-TERM-MONTH "/"
               EMP-TERM-DAY ", on the inactive roster since "
               INA-PURGE-YEAR "/" INA-PURGE-MONTH "/" INA-PURGE-DAY.
           PERFORM 0240-VALIDATE-BIRTH-DATE.
           IF WS-BIRTH-YEAR-VALID
               AND WS-BIRTH-MONTH-VALID
               AND WS-BIRTH-DAY-VALID
                   PERFORM 0300-COMPUTE-AGE
                   PERFORM 0250-DISPLAY-RESULT
                   DISPLAY "Former employee - not reported or fed"
                   OPEN EXTEND AUDIT-FILE
                   IF WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "AUDIT-FILE could not be opened - "
                           "status " WS-AUDIT-STATUS
                   ELSE
                       PERFORM 0270-LOG-AUDIT-ENTRY
                   END-IF
                   CLOSE AUDIT-FILE
           ELSE
               DISPLAY "No valid birth date on file for employee "
                   WS-EMPLOYEE-ID
           END-IF.

      *-----------------------------------------------------------
      *    Rerun mode - reprocess exactly the employee IDs the
      *    reconciliation wrote to RERUNREQ.DAT, appending the
               MOVE EMP-HIRE-YEAR TO WS-HIRE-YEAR
               MOVE EMP-HIRE-MONTH TO WS-HIRE-MONTH
               MOVE EMP-HIRE-DAY TO WS-HIRE-DAY
               MOVE EMP-PLAN-CODE TO WS-PLAN-CODE
               PERFORM 0240-VALIDATE-BIRTH-DATE
               IF WS-BIRTH-YEAR-VALID
                   AND WS-BIRTH-MONTH-VALID
