      *     lists everyone reaching retirement age or a milestone age                  *
      *     within the next twelve months, in order of the date it                     *
      *     happens, with a count per month, so HR can start paperwork                 *
      *     before the birthday instead of after.  Retirement is                       *
      *     judged by each employee's own plan on PLANREF.DAT, and the                 *
      *     retirement events are subtotalled by plan.                                 *
      **********************************************************************************


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPTIONAL PLAN-FILE ASSIGN TO "PLANREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT OPTIONAL ADDRESS-FILE ASSIGN TO "EMPADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  CONTROL-FILE.
       01  CTL-RECORD              PIC X(80).

       FD  PLAN-FILE.
           COPY PLANREC.

       FD  ADDRESS-FILE.
           COPY ADDRREC.

           05  SRT-LAST-NAME        PIC X(10).
           05  SRT-EVENT-AGE        PIC 999.
           05  SRT-EVENT-FLAG       PIC X(20).
           05  SRT-PLAN-SLOT        PIC 99.

       WORKING-STORAGE SECTION.
       01  WS-AGE            PIC 999.
           88  WS-BIRTH-DAY-VALID   VALUE "Y".

       01  WS-RETIREMENT-AGE        PIC 999 VALUE 65.
       01  WS-RETIREMENT-POINTS     PIC 999 VALUE 85.

      *    Slot 1 of the plan table is the AGECTL.DAT default rule,
      *    the same layout AGE-CALC keeps, with this run's event
      *    counts beside each plan.
       01  WS-PLAN-STATUS           PIC XX.
       01  WS-PLAN-EOF-SWITCH       PIC X VALUE "N".
           88  WS-PLAN-EOF           VALUE "Y".
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 50 TIMES.
               10  WS-PLAN-TABLE-CODE   PIC X(4).
               10  WS-PLAN-TABLE-NAME   PIC X(20).
               10  WS-PLAN-TABLE-AGE    PIC 999.
               10  WS-PLAN-TABLE-POINTS PIC 999.
               10  WS-PLAN-TABLE-EARLY  PIC 999.
       01  WS-PLAN-COUNT-TABLE.
           05  WS-PLAN-TOTALS OCCURS 50 TIMES.
               10  WS-PLAN-RETIRE-EVENTS PIC 9(6) VALUE ZERO.
               10  WS-PLAN-EARLY-EVENTS  PIC 9(6) VALUE ZERO.
       01  WS-PLAN-COUNT            PIC 99 VALUE 1.
       01  WS-PLAN-SUB              PIC 99 VALUE 1.
       01  WS-PLAN-SLOT             PIC 99 VALUE 1.

       01  WS-HIRE-YEAR             PIC 9(4) VALUE ZERO.
       01  WS-HIRE-MONTH            PIC 99 VALUE ZERO.
       01  WS-HIRE-DAY              PIC 99 VALUE ZERO.
       01  WS-EVENT-SERVICE         PIC 999 VALUE ZERO.
       01  WS-EVENT-POINTS          PIC 999 VALUE ZERO.
       01  WS-PRIOR-SERVICE         PIC 999 VALUE ZERO.
       01  WS-PRIOR-POINTS          PIC 999 VALUE ZERO.
       01  WS-MILESTONE-VALUES.
           05  FILLER               PIC 999 VALUE 18.
           05  FILLER               PIC 999 VALUE 21.
           MOVE WS-YEAR TO WS-DISPLAY-YEAR.
           COMPUTE WS-CURRENT-YEAR = WS-YEAR + 2000.
           PERFORM 0130-LOAD-CONTROL-PARAMS.
           PERFORM 0160-LOAD-PLAN-TABLE.

      *-----------------------------------------------------------
      *    The retirement and milestone ages come from the same
                   ELSE
                       PERFORM 0148-WARN-BAD-RECORD
                   END-IF
               WHEN "RETIREPOINTS"
                   IF WS-CTL-VALUE-X IS NUMERIC
                       AND WS-CTL-VALUE >= 50
                       AND WS-CTL-VALUE <= 200
                           MOVE WS-CTL-VALUE TO WS-RETIREMENT-POINTS
                   ELSE
                       PERFORM 0148-WARN-BAD-RECORD
                   END-IF
               WHEN "MILESTONE1" THRU "MILESTONE5"
                   IF WS-CTL-VALUE-X IS NUMERIC
                       AND WS-CTL-VALUE >= 1
           DISPLAY "Control record ignored - " WS-CTL-KEYWORD " "
               WS-CTL-VALUE-X.

      *-----------------------------------------------------------
      *    The same plan table AGE-CALC builds - slot 1 from the
      *    AGECTL.DAT rules for anyone with no plan or an unknown
      *    one, then every plan on PLANREF.DAT - so the forecast
      *    and the age report agree about who becomes eligible.
      *-----------------------------------------------------------
       0160-LOAD-PLAN-TABLE.

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
                           PERFORM 0165-ADD-PLAN-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

       0165-ADD-PLAN-ENTRY.

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

      *-----------------------------------------------------------
      *    Pass the roster - every employee has exactly one
      *    birthday in the year following the run date, so work
                       MOVE EMP-LAST-NAME TO SRT-LAST-NAME
                       MOVE WS-EVENT-AGE TO SRT-EVENT-AGE
                       MOVE WS-EVENT-FLAG TO SRT-EVENT-FLAG
                       MOVE WS-PLAN-SLOT TO SRT-PLAN-SLOT
                       RELEASE SORT-RECORD
                   END-IF
           END-IF.
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    Judge the coming birthday by the employee's own plan -
      *    it makes them eligible if it brings the plan's
      *    retirement age, or carries age plus service over the
      *    plan's points threshold - at or over it on this
      *    birthday and under it on the last one, since the hire
      *    anniversary in between adds a year of service too and
      *    points can step past the exact threshold; otherwise
      *    it is an early retirement event if it brings the plan's
      *    early age to someone not already eligible.  Failing
      *    those, milestone birthdays as before.
      *-----------------------------------------------------------
       0310-CHECK-EVENT-AGE.

           MOVE "N" TO WS-EVENT-WANTED-SWITCH.
           MOVE SPACES TO WS-EVENT-FLAG.
           PERFORM 0320-FIND-PLAN.
           PERFORM 0330-COMPUTE-EVENT-SERVICE.
           COMPUTE WS-EVENT-POINTS = WS-EVENT-AGE + WS-EVENT-SERVICE.
           COMPUTE WS-PRIOR-POINTS =
               WS-EVENT-AGE - 1 + WS-PRIOR-SERVICE.
           IF WS-EVENT-AGE = WS-PLAN-TABLE-AGE (WS-PLAN-SLOT)
               OR (WS-EVENT-AGE < WS-PLAN-TABLE-AGE (WS-PLAN-SLOT)
                   AND WS-PLAN-TABLE-POINTS (WS-PLAN-SLOT) > ZERO
                   AND WS-EVENT-POINTS >=
                       WS-PLAN-TABLE-POINTS (WS-PLAN-SLOT)
                   AND WS-PRIOR-POINTS <
                       WS-PLAN-TABLE-POINTS (WS-PLAN-SLOT))
               MOVE "Y" TO WS-EVENT-WANTED-SWITCH
               MOVE "RETIREMENT ELIGIBLE" TO WS-EVENT-FLAG
           ELSE
           IF WS-PLAN-TABLE-EARLY (WS-PLAN-SLOT) > ZERO
               AND WS-EVENT-AGE = WS-PLAN-TABLE-EARLY (WS-PLAN-SLOT)
               AND WS-EVENT-AGE < WS-PLAN-TABLE-AGE (WS-PLAN-SLOT)
               AND (WS-PLAN-TABLE-POINTS (WS-PLAN-SLOT) = ZERO
                   OR NOT WS-EVENT-POINTS >=
                       WS-PLAN-TABLE-POINTS (WS-PLAN-SLOT))
               MOVE "Y" TO WS-EVENT-WANTED-SWITCH
               MOVE "EARLY RETIREMENT" TO WS-EVENT-FLAG
           ELSE
               PERFORM VARYING WS-MILESTONE-SUB FROM 1 BY 1
                       UNTIL WS-MILESTONE-SUB > 5
               END-PERFORM
           END-IF.

       0320-FIND-PLAN.

           MOVE 1 TO WS-PLAN-SLOT.
           IF EMP-PLAN-CODE NOT = SPACES
               PERFORM VARYING WS-PLAN-SUB FROM 2 BY 1
                       UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                   IF WS-PLAN-TABLE-CODE (WS-PLAN-SUB) = EMP-PLAN-CODE
                       MOVE WS-PLAN-SUB TO WS-PLAN-SLOT
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      *    Service as of the birthday, counted the way AGE-CALC
      *    counts it - the hire anniversary has to have passed.  A
      *    missing or bad hire date leaves service at zero.  The
      *    last birthday had one year less, or none if the person
      *    was not yet hired by then.
      *-----------------------------------------------------------
       0330-COMPUTE-EVENT-SERVICE.

           MOVE ZERO TO WS-EVENT-SERVICE.
           MOVE ZERO TO WS-PRIOR-SERVICE.
           MOVE EMP-HIRE-YEAR TO WS-HIRE-YEAR.
           MOVE EMP-HIRE-MONTH TO WS-HIRE-MONTH.
           MOVE EMP-HIRE-DAY TO WS-HIRE-DAY.
           MOVE "V" TO DEP-FUNCTION.
           MOVE WS-HIRE-YEAR TO DEP-CHECK-YEAR.
           MOVE WS-HIRE-MONTH TO DEP-CHECK-MONTH.
           MOVE WS-HIRE-DAY TO DEP-CHECK-DAY.
           MOVE WS-EVENT-YEAR TO DEP-LIMIT-YEAR.
           MOVE WS-EVENT-MONTH TO DEP-LIMIT-MONTH.
           MOVE WS-EVENT-DAY TO DEP-LIMIT-DAY.
           CALL "DATE-EDIT" USING DATE-EDIT-PARMS.
           IF DEP-DATE-OK = "Y"
               COMPUTE WS-EVENT-SERVICE = WS-EVENT-YEAR - WS-HIRE-YEAR
               IF WS-HIRE-MONTH > WS-EVENT-MONTH
                   OR (WS-HIRE-MONTH = WS-EVENT-MONTH
                       AND WS-HIRE-DAY > WS-EVENT-DAY)
                       SUBTRACT 1 FROM WS-EVENT-SERVICE
               END-IF
               IF WS-EVENT-SERVICE > ZERO
                   COMPUTE WS-PRIOR-SERVICE = WS-EVENT-SERVICE - 1
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    Events come back in date order - break on the event
      *    month to print a count per month, then close with the
               PERFORM 0440-PRINT-MONTH-COUNT
           END-IF.
           PERFORM 0450-PRINT-TOTAL-LINE.
           PERFORM 0470-PRINT-PLAN-SUBTOTALS.

       0420-PRINT-REPORT-HEADER.

           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-MONTH-COUNT.
           ADD 1 TO WS-TOTAL-COUNT.
           IF SRT-EVENT-FLAG = "RETIREMENT ELIGIBLE"
               ADD 1 TO WS-PLAN-RETIRE-EVENTS (SRT-PLAN-SLOT)
           END-IF.
           IF SRT-EVENT-FLAG = "EARLY RETIREMENT"
               ADD 1 TO WS-PLAN-EARLY-EVENTS (SRT-PLAN-SLOT)
           END-IF.
           IF WS-LETTER-STATUS = "00"
               PERFORM 0460-WRITE-LETTER-RECORD
           END-IF.
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

      *-----------------------------------------------------------
      *    Retirement events in the window by plan - normal and
      *    early - for the plans that have any.
      *-----------------------------------------------------------
       0470-PRINT-PLAN-SUBTOTALS.

           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE "RETIREMENT EVENTS BY PLAN" TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  PLAN  NAME                  " DELIMITED BY SIZE
               "  ELIGIBLE     EARLY" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               IF WS-PLAN-RETIRE-EVENTS (WS-PLAN-SUB) > ZERO
                   OR WS-PLAN-EARLY-EVENTS (WS-PLAN-SUB) > ZERO
                       MOVE SPACES TO WS-PRINT-REC
                       STRING "  " DELIMITED BY SIZE
                           WS-PLAN-TABLE-CODE (WS-PLAN-SUB)
                               DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-PLAN-TABLE-NAME (WS-PLAN-SUB)
                               DELIMITED BY SIZE
                           "    " DELIMITED BY SIZE
                           WS-PLAN-RETIRE-EVENTS (WS-PLAN-SUB)
                               DELIMITED BY SIZE
                           "    " DELIMITED BY SIZE
                           WS-PLAN-EARLY-EVENTS (WS-PLAN-SUB)
                               DELIMITED BY SIZE
                           INTO WS-PRINT-REC
                       WRITE WS-PRINT-REC
               END-IF
           END-PERFORM.

       END PROGRAM AGE-FORECAST.
