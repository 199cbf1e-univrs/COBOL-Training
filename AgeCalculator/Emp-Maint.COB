
           SELECT OPTIONAL EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPTIONAL ROSTER-HISTORY-FILE ASSIGN TO "EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL DEPARTMENT-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARTMENT-STATUS.

           SELECT OPTIONAL PLAN-FILE ASSIGN TO "PLANREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT OPTIONAL RUNREQ-FILE ASSIGN TO "RUNREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNREQ-STATUS.

           SELECT OPTIONAL INACTIVE-FILE ASSIGN TO "EMPINACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INA-EMP-ID
               FILE STATUS IS WS-INACTIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE.
       01  CTL-RECORD              PIC X(80).

       FD  ROSTER-HISTORY-FILE.
           COPY ROSTHIST.

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  PLAN-FILE.
           COPY PLANREC.

       FD  RUNREQ-FILE.
           COPY RUNREQ.

       FD  INACTIVE-FILE.
           COPY INACTREC.

       WORKING-STORAGE SECTION.
       01  WS-TEMP.
           05  WS-BIRTH-YEAR   PIC 9(4).
       01  WS-ADDR-APPLIED          PIC 9(6) VALUE ZERO.
       01  WS-ADDR-REJECTED         PIC 9(6) VALUE ZERO.

       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-HIST-RUN-DATE.
           05  WS-HIST-RUN-YEAR     PIC 9(4).
           05  WS-HIST-RUN-MONTH    PIC 99.
           05  WS-HIST-RUN-DAY      PIC 99.
       01  WS-HIST-RUN-TIME         PIC 9(8) VALUE ZERO.
       01  WS-HIST-SEQUENCE         PIC 9(6) VALUE ZERO.
       01  WS-BEFORE-IMAGE          PIC X(80) VALUE SPACES.
       01  WS-AFTER-IMAGE           PIC X(80) VALUE SPACES.
       01  WS-HIST-WRITTEN          PIC 9(6) VALUE ZERO.
       01  WS-HIST-FAILED           PIC 9(6) VALUE ZERO.
       01  WS-HIST-SOURCE           PIC X VALUE SPACE.
           88  WS-HIST-FROM-TRANSACTION VALUE "T".
           88  WS-HIST-FROM-SUSPENSE    VALUE "S".
           88  WS-HIST-FROM-ADDRESS     VALUE "A".
       01  WS-HIST-ACTION           PIC X VALUE SPACE.
       01  WS-HIST-EMP-ID           PIC X(6) VALUE SPACES.
       01  WS-FILE-ERROR-SWITCH     PIC X VALUE "N".
           88  WS-FILE-ERROR         VALUE "Y".

       01  WS-DEPARTMENT-STATUS     PIC XX.
       01  WS-DEPT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-DEPT-EOF           VALUE "Y".
       01  WS-DEPT-OK               PIC X VALUE "N".
           88  WS-DEPT-VALID         VALUE "Y".
       01  WS-DEPT-REASON           PIC X(40) VALUE SPACES.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 999 TIMES.
               10  WS-DEPT-TABLE-CODE   PIC X(4).
               10  WS-DEPT-TABLE-STATUS PIC X.
       01  WS-DEPT-COUNT            PIC 999 VALUE ZERO.
       01  WS-NO-DEPT-REF-SWITCH    PIC X VALUE "N".
           88  WS-NO-DEPT-REF        VALUE "Y".
       01  WS-DEPT-SUB              PIC 9(4) VALUE 1.

       01  WS-PLAN-STATUS           PIC XX.
       01  WS-PLAN-EOF-SWITCH       PIC X VALUE "N".
           88  WS-PLAN-EOF           VALUE "Y".
       01  WS-PLAN-OK               PIC X VALUE "N".
           88  WS-PLAN-VALID         VALUE "Y".
       01  WS-PLAN-TABLE.
           05  WS-PLAN-TABLE-CODE OCCURS 50 TIMES PIC X(4).
       01  WS-PLAN-COUNT            PIC 99 VALUE ZERO.
       01  WS-PLAN-SUB              PIC 99 VALUE 1.

       01  WS-DUP-SWITCH            PIC X VALUE "N".
           88  WS-DUP-FOUND          VALUE "Y".
       01  WS-DUP-EOF-SWITCH        PIC X VALUE "N".
           88  WS-DUP-EOF            VALUE "Y".
       01  WS-DUP-EMP-ID            PIC X(6) VALUE SPACES.
       01  WS-DUP-INACTIVE-SWITCH   PIC X VALUE "N".
           88  WS-DUP-INACTIVE       VALUE "Y".
       01  WS-DUP-HELD              PIC 9(6) VALUE ZERO.
       01  WS-RELEASED-TABLE.
           05  WS-RELEASED-ID OCCURS 200 TIMES PIC X(6).
       01  WS-RELEASED-COUNT        PIC 999 VALUE ZERO.
       01  WS-RELEASED-SUB          PIC 999 VALUE ZERO.
       01  WS-RELEASED-SWITCH       PIC X VALUE "N".
           88  WS-ITEM-RELEASED      VALUE "Y".
       01  WS-SUSP-RELEASED         PIC 9(6) VALUE ZERO.

       01  WS-INACTIVE-STATUS       PIC XX.
       01  WS-INACTIVE-FOUND-SWITCH PIC X VALUE "N".
           88  WS-INACTIVE-FOUND     VALUE "Y".
       01  WS-REINSTATED-SWITCH     PIC X VALUE "N".
           88  WS-REINSTATED         VALUE "Y".
       01  WS-ADDR-RESTORED-SWITCH  PIC X VALUE "N".
           88  WS-ADDR-RESTORED      VALUE "Y".
       01  WS-REINSTATED-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-HELD-ADDRESS-SWITCH   PIC X VALUE "N".
           88  WS-HELD-HAS-ADDRESS   VALUE "Y".
       01  WS-HELD-ADDRESS-IMAGE    PIC X(68) VALUE SPACES.
       01  WS-APPLIED-NOTE          PIC X(40) VALUE SPACES.

       01  WS-RUNREQ-STATUS         PIC XX.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-REFUSED-SWITCH PIC X VALUE "N".
           88  WS-OPERATOR-REFUSED   VALUE "Y".

           COPY NAMEPARM.

           COPY DATEPARM.

           COPY OPERPARM.

       PROCEDURE DIVISION.

       0100-START-HERE.

           PERFORM 0105-CHECK-OPERATOR.
           IF WS-OPERATOR-REFUSED
               DISPLAY "Operator " WS-OPERATOR-ID " refused - "
                   OCP-REFUSAL-REASON " - no transactions applied"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0110-INITIALIZE
               PERFORM 0107-RUN-MAINTENANCE
           END-IF.

           GOBACK.

      *-----------------------------------------------------------
      *    No file is opened until the operator is known, active
      *    and holds roster maintenance authority.  The nightly
      *    chain names its operator on RUNREQ.DAT, the same
      *    request AGE-CALC reads, and nobody is at the console to
      *    answer a prompt - a request that names no operator, or
      *    one that cannot be read, is refused outright.  Only a
      *    hand run with no RUNREQ.DAT at all asks at the console.
      *-----------------------------------------------------------
       0105-CHECK-OPERATOR.

           OPEN INPUT RUNREQ-FILE.
           IF WS-RUNREQ-STATUS = "00"
               READ RUNREQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RRQ-OPERATOR-ID TO WS-OPERATOR-ID
               END-READ
               CLOSE RUNREQ-FILE
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "RUNREQ.DAT names no operator"
               END-IF
           ELSE
               IF WS-RUNREQ-STATUS = "05"
                   CLOSE RUNREQ-FILE
                   DISPLAY "Enter your operator ID : "
                   ACCEPT WS-OPERATOR-ID
               ELSE
                   DISPLAY "RUNREQ-FILE could not be opened - status "
                       WS-RUNREQ-STATUS
               END-IF
           END-IF.

           MOVE WS-OPERATOR-ID TO OCP-OPERATOR-ID.
           MOVE "EMP-MAINT" TO OCP-PROGRAM-NAME.
           SET OCP-NEEDS-ROSTER TO TRUE.
           CALL "OPER-CHECK" USING OPERATOR-CHECK-PARMS.
           MOVE OCP-OPERATOR-ID TO WS-OPERATOR-ID.
           IF NOT OCP-AUTHORIZED
               SET WS-OPERATOR-REFUSED TO TRUE
           END-IF.

       0107-RUN-MAINTENANCE.

      *    A failure to open anything here means the night's
      *    maintenance never applied - RC 8 so the driver stops
                   MOVE 8 TO RETURN-CODE
               END-IF

      *    No change is applied unless its before and after image
      *    can be kept - a roster update with no history is the
      *    very thing the history file exists to prevent.
               OPEN EXTEND ROSTER-HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   AND WS-HISTORY-STATUS NOT = "05"
                       DISPLAY "ROSTER-HISTORY-FILE could not be "
                           "opened - status " WS-HISTORY-STATUS
                       MOVE 8 TO RETURN-CODE
               END-IF

      *    An ADD for someone the retention purge moved off is a
      *    rehire to reinstate, which cannot be told without the
      *    inactive roster.
               OPEN I-O INACTIVE-FILE
               IF WS-INACTIVE-STATUS NOT = "00"
                   AND WS-INACTIVE-STATUS NOT = "05"
                       DISPLAY "INACTIVE-FILE could not be opened - "
                           "status " WS-INACTIVE-STATUS
                       MOVE 8 TO RETURN-CODE
               END-IF

               IF (WS-EMPLOYEE-STATUS = "00"
                   OR WS-EMPLOYEE-STATUS = "05")
                   AND WS-REGISTER-STATUS = "00"
                   AND WS-SUSPENSE-NEW-STATUS = "00"
                   AND (WS-HISTORY-STATUS = "00"
                       OR WS-HISTORY-STATUS = "05")
                   AND (WS-INACTIVE-STATUS = "00"
                       OR WS-INACTIVE-STATUS = "05")
                       PERFORM 0120-PRINT-REGISTER-HEADER
                       PERFORM 0130-RECYCLE-SUSPENSE
                       PERFORM UNTIL WS-EOF
                       CLOSE SUSPENSE-NEW-FILE
                       PERFORM 0750-PRINT-SUSPENSE-AGING
                       PERFORM 0800-REWRITE-SUSPENSE-FILE
                       IF WS-FILE-ERROR
                           MOVE 8 TO RETURN-CODE
                       ELSE
                       IF WS-NO-DEPT-REF
                           AND RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                       END-IF
                       END-IF
               END-IF

               CLOSE TRANSACTION-FILE
                     EMPLOYEE-FILE
                     REGISTER-FILE
                     ROSTER-HISTORY-FILE
                     INACTIVE-FILE
           END-IF.

      *-----------------------------------------------------------
      *    Yesterday's suspense items get first crack at tonight's
      *    roster - a "NO EMPLOYEE FOR ID" change is usually just
                           MOVE SUS-DAYS-IN-SUSPENSE
                               TO WS-RECYCLE-DAYS
                           MOVE SUS-TRAN-DATA TO TRANSACTION-RECORD
                           MOVE SUS-TRAN-PLAN-CODE TO TRN-PLAN-CODE
                           PERFORM 0200-APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
           MOVE WS-DAY TO WS-DISPLAY-DAY.
           MOVE WS-YEAR TO WS-DISPLAY-YEAR.
           COMPUTE WS-CURRENT-YEAR = WS-YEAR + 2000.
           MOVE WS-CURRENT-YEAR TO WS-HIST-RUN-YEAR.
           MOVE WS-MONTH TO WS-HIST-RUN-MONTH.
           MOVE WS-DAY TO WS-HIST-RUN-DAY.
           ACCEPT WS-HIST-RUN-TIME FROM TIME.
           PERFORM 0130-LOAD-CONTROL-PARAMS.
           PERFORM 0150-LOAD-DEPARTMENT-TABLE.
           PERFORM 0160-LOAD-PLAN-TABLE.

      *-----------------------------------------------------------
      *    The suspense escalation threshold comes from the same
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------
      *    Every department code a transaction may carry must be
      *    on DEPTREF.DAT and not retired.  With no department file
      *    at all the codes cannot be judged - the run goes ahead
      *    unchecked, with RC 4 so the warning is not missed.
      *-----------------------------------------------------------
       0150-LOAD-DEPARTMENT-TABLE.

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
                           IF WS-DEPT-COUNT >= 999
                               DISPLAY "DEPARTMENT table full - "
                                   "department " DPT-CODE " will "
                                   "be rejected as unknown"
                           ELSE
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DPT-CODE
                                   TO WS-DEPT-TABLE-CODE
                                       (WS-DEPT-COUNT)
                               MOVE DPT-STATUS-CODE
                                   TO WS-DEPT-TABLE-STATUS
                                       (WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPARTMENT-FILE
           END-IF.
           IF WS-DEPT-COUNT = ZERO
               DISPLAY "No department reference loaded - department "
                   "codes not checked tonight"
               SET WS-NO-DEPT-REF TO TRUE
           END-IF.

      *-----------------------------------------------------------
      *    Retirement plan codes are checked against PLANREF.DAT
      *    the same way.  A blank plan code is always good - it
      *    means the AGECTL.DAT defaults - so a site with no plan
      *    file simply has every code go unchecked.
      *-----------------------------------------------------------
       0160-LOAD-PLAN-TABLE.

           MOVE ZERO TO WS-PLAN-COUNT.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS NOT = "00"
               AND WS-PLAN-STATUS NOT = "05"
                   DISPLAY "PLAN-FILE could not be opened - status "
                       WS-PLAN-STATUS
           ELSE
               PERFORM UNTIL WS-PLAN-EOF
                   READ PLAN-FILE
                       AT END
                           SET WS-PLAN-EOF TO TRUE
                       NOT AT END
                           IF WS-PLAN-COUNT >= 50
                               DISPLAY "PLAN table full - plan "
                                   PLN-CODE " will be rejected as "
                                   "unknown"
                           ELSE
                               ADD 1 TO WS-PLAN-COUNT
                               MOVE PLN-CODE
                                   TO WS-PLAN-TABLE-CODE
                                       (WS-PLAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.
           IF WS-PLAN-COUNT = ZERO
               DISPLAY "No plan reference loaded - retirement plan "
                   "codes not checked tonight"
           END-IF.

       0120-PRINT-REGISTER-HEADER.

           MOVE SPACES TO WS-REGISTER-REC.
           STRING "ROSTER MAINTENANCE REGISTER" DELIMITED BY SIZE
               "     RUN DATE: " DELIMITED BY SIZE
               WS-DISPLAY-DATE DELIMITED BY SIZE
               "     OPERATOR: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.

           ADD 1 TO WS-TRANS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-APPLIED-NOTE.
           IF WS-RECYCLING
               SET WS-HIST-FROM-SUSPENSE TO TRUE
           ELSE
               SET WS-HIST-FROM-TRANSACTION TO TRUE
           END-IF.
           MOVE TRN-ACTION-CODE TO WS-HIST-ACTION.
           MOVE TRN-EMP-ID TO WS-HIST-EMP-ID.

           EVALUATE TRUE
               WHEN TRN-ACTION-ADD
               WHEN TRN-ACTION-OVERRIDE
                   PERFORM 0310-FIND-INACTIVE-ENTRY
                   IF WS-INACTIVE-FOUND
                       PERFORM 0350-APPLY-REINSTATE
                   ELSE
                       PERFORM 0300-APPLY-ADD
                   END-IF
               WHEN TRN-ACTION-CHANGE
                   PERFORM 0400-APPLY-CHANGE
               WHEN TRN-ACTION-DELETE

           PERFORM 0240-VALIDATE-BIRTH-DATE.
           PERFORM 0260-VALIDATE-HIRE-DATE.
           PERFORM 0280-VALIDATE-DEPT-CODE.
           PERFORM 0290-VALIDATE-PLAN-CODE.
           IF NOT WS-HIRE-VALID
               MOVE "INVALID HIRE DATE" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF NOT WS-DEPT-VALID
               MOVE WS-DEPT-REASON TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF NOT WS-PLAN-VALID
               MOVE "UNKNOWN PLAN CODE" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF NOT (WS-BIRTH-YEAR-VALID
               AND WS-BIRTH-MONTH-VALID
               AND WS-BIRTH-DAY-VALID)
                   MOVE "INVALID BIRTH DATE" TO WS-REJECT-REASON
                   PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
               MOVE "N" TO WS-DUP-SWITCH
               IF NOT TRN-ACTION-OVERRIDE
                   PERFORM 0320-CHECK-POSSIBLE-DUPLICATE
               END-IF
               IF WS-DUP-FOUND
                   ADD 1 TO WS-DUP-HELD
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "POSSIBLE DUPLICATE OF " DELIMITED BY SIZE
                       WS-DUP-EMP-ID DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   IF WS-DUP-INACTIVE
                       MOVE " - INACTIVE" TO WS-REJECT-REASON (29:11)
                   END-IF
                   PERFORM 0620-WRITE-REJECTED-LINE
               ELSE
                   MOVE TRN-EMP-ID TO EMP-ID
                   MOVE TRN-FIRST-NAME TO EMP-FIRST-NAME
                   MOVE TRN-LAST-NAME TO EMP-LAST-NAME
                   MOVE TRN-HIRE-DAY TO EMP-HIRE-DAY
                   MOVE "A" TO EMP-STATUS-CODE
                   MOVE ZEROS TO EMP-TERM-DATE
                   MOVE TRN-PLAN-CODE TO EMP-PLAN-CODE
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
                           MOVE "DUPLICATE EMPLOYEE ID"
                               TO WS-REJECT-REASON
                           PERFORM 0620-WRITE-REJECTED-LINE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                           PERFORM 0640-WRITE-ROSTER-HISTORY
                           PERFORM 0610-WRITE-APPLIED-LINE
                           IF TRN-ACTION-OVERRIDE
                               PERFORM 0340-RELEASE-HELD-ADD
                           END-IF
                   END-WRITE
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    An ADD for an ID on the inactive roster is a former
      *    employee coming back, not a new hire.
      *-----------------------------------------------------------
       0310-FIND-INACTIVE-ENTRY.

           MOVE "N" TO WS-INACTIVE-FOUND-SWITCH.
           MOVE TRN-EMP-ID TO INA-EMP-ID.
           READ INACTIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-INACTIVE-FOUND TO TRUE
           END-READ.

      *-----------------------------------------------------------
      *    A new hire with the same last name and birth date as
      *    someone already on the roster - active, on leave or
      *    terminated - and a first name NAME-MATCH calls the same
      *    or similar is far more likely a rehire or a second keying
      *    than a new person.  The ADD is held in suspense naming
      *    the record it matched; HR either fixes it at source or
      *    keys it again as an "O" override.  Someone the retention
      *    purge has moved to the inactive roster is looked for
      *    too - a match there is marked INACTIVE, and HR keys the
      *    ADD again under the old ID so the person is reinstated
      *    with their original history.
      *-----------------------------------------------------------
       0320-CHECK-POSSIBLE-DUPLICATE.

           MOVE "N" TO WS-DUP-SWITCH.
           MOVE "N" TO WS-DUP-INACTIVE-SWITCH.
           MOVE "N" TO WS-DUP-EOF-SWITCH.
           MOVE SPACES TO WS-DUP-EMP-ID.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET WS-DUP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-DUP-EOF OR WS-DUP-FOUND
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       SET WS-DUP-EOF TO TRUE
                   NOT AT END
                       PERFORM 0330-COMPARE-ROSTER-RECORD
               END-READ
           END-PERFORM.
           IF NOT WS-DUP-FOUND
               PERFORM 0325-CHECK-INACTIVE-DUPLICATE
           END-IF.

      *-----------------------------------------------------------
      *    Each kept roster image is compared exactly as a live
      *    record would be.  The roster record area is free to
      *    use - the add builds its record afresh afterwards.
      *-----------------------------------------------------------
       0325-CHECK-INACTIVE-DUPLICATE.

           MOVE "N" TO WS-DUP-EOF-SWITCH.
           MOVE LOW-VALUES TO INA-EMP-ID.
           START INACTIVE-FILE KEY IS NOT LESS THAN INA-EMP-ID
               INVALID KEY
                   SET WS-DUP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-DUP-EOF OR WS-DUP-FOUND
               READ INACTIVE-FILE NEXT RECORD
                   AT END
                       SET WS-DUP-EOF TO TRUE
                   NOT AT END
                       MOVE INA-ROSTER-IMAGE TO EMPLOYEE-RECORD
                       PERFORM 0330-COMPARE-ROSTER-RECORD
               END-READ
           END-PERFORM.
           IF WS-DUP-FOUND
               SET WS-DUP-INACTIVE TO TRUE
           END-IF.

       0330-COMPARE-ROSTER-RECORD.

           IF EMP-LAST-NAME = TRN-LAST-NAME
               AND EMP-BIRTH-DATE = TRN-BIRTH-DATE
               AND EMP-ID NOT = TRN-EMP-ID
                   MOVE EMP-FIRST-NAME TO NMP-FIRST-NAME-1
                   MOVE TRN-FIRST-NAME TO NMP-FIRST-NAME-2
                   CALL "NAME-MATCH" USING NAME-MATCH-PARMS
                   IF NMP-ANY-MATCH
                       SET WS-DUP-FOUND TO TRUE
                       MOVE EMP-ID TO WS-DUP-EMP-ID
                   END-IF
           END-IF.

      *-----------------------------------------------------------
      *    An override that went on has released any ADD for the
      *    same ID still held as a possible duplicate - the ID is
      *    remembered so the held item drops out of suspense
      *    instead of recycling forever.
      *-----------------------------------------------------------
       0340-RELEASE-HELD-ADD.

           IF WS-RELEASED-COUNT < 200
               ADD 1 TO WS-RELEASED-COUNT
               MOVE TRN-EMP-ID TO WS-RELEASED-ID (WS-RELEASED-COUNT)
           ELSE
               DISPLAY "Override release table full - held ADD for "
                   TRN-EMP-ID " stays in suspense"
           END-IF.

      *-----------------------------------------------------------
      *    A rehire goes back on the roster from the record the
      *    purge kept - the original birth and hire dates stand,
      *    whatever the ADD carries, so age and service history
      *    are not started over.  Names, department and plan come
      *    from the ADD where HR supplied them, otherwise from the
      *    kept record, and are checked the same as any add.  The
      *    address the purge kept goes back too unless one is on
      *    file already.  Once the person is safely back on the
      *    roster the inactive entry goes, so nobody is on both
      *    files; an address that cannot be put back is reported
      *    on the register line and in the job log for HR to key
      *    as an address add.
      *-----------------------------------------------------------
       0350-APPLY-REINSTATE.

           MOVE "N" TO WS-REINSTATED-SWITCH.
           MOVE INA-ROSTER-IMAGE TO EMPLOYEE-RECORD.
           IF TRN-DEPT-CODE = SPACES
               MOVE EMP-DEPT-CODE TO TRN-DEPT-CODE
           END-IF.
           IF TRN-PLAN-CODE = SPACES
               MOVE EMP-PLAN-CODE TO TRN-PLAN-CODE
           END-IF.
           PERFORM 0280-VALIDATE-DEPT-CODE.
           PERFORM 0290-VALIDATE-PLAN-CODE.
           IF NOT WS-DEPT-VALID
               MOVE WS-DEPT-REASON TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF NOT WS-PLAN-VALID
               MOVE "UNKNOWN PLAN CODE" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
               IF TRN-FIRST-NAME NOT = SPACES
                   MOVE TRN-FIRST-NAME TO EMP-FIRST-NAME
               END-IF
               IF TRN-LAST-NAME NOT = SPACES
                   MOVE TRN-LAST-NAME TO EMP-LAST-NAME
               END-IF
               MOVE TRN-DEPT-CODE TO EMP-DEPT-CODE
               MOVE TRN-PLAN-CODE TO EMP-PLAN-CODE
               MOVE "A" TO EMP-STATUS-CODE
               MOVE ZEROS TO EMP-TERM-DATE
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE "DUPLICATE EMPLOYEE ID"
                           TO WS-REJECT-REASON
                       PERFORM 0620-WRITE-REJECTED-LINE
                   NOT INVALID KEY
                       SET WS-REINSTATED TO TRUE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                       PERFORM 0640-WRITE-ROSTER-HISTORY
               END-WRITE
           END-IF.

           IF WS-REINSTATED
               ADD 1 TO WS-REINSTATED-COUNT
               MOVE INA-ADDRESS-SWITCH TO WS-HELD-ADDRESS-SWITCH
               MOVE INA-ADDRESS-IMAGE TO WS-HELD-ADDRESS-IMAGE
               DELETE INACTIVE-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-INACTIVE-STATUS NOT = "00"
                   DISPLAY "Inactive entry for " TRN-EMP-ID
                       " not removed from EMPINACT.DAT - status "
                       WS-INACTIVE-STATUS
                   SET WS-FILE-ERROR TO TRUE
               END-IF
               PERFORM 0360-RESTORE-ADDRESS
               IF WS-ADDR-RESTORED
                   MOVE " - REINSTATED FROM INACTIVE ROSTER"
                       TO WS-APPLIED-NOTE
               ELSE
                   MOVE " - REINSTATED, ADDRESS NOT RESTORED"
                       TO WS-APPLIED-NOTE
               END-IF
               PERFORM 0610-WRITE-APPLIED-LINE
               IF TRN-ACTION-OVERRIDE
                   PERFORM 0340-RELEASE-HELD-ADD
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    The address file is only opened here for the rare
      *    rehire; the nightly address transactions open it again
      *    afterwards.  The address comes from the copy taken
      *    before the inactive entry was dropped.
      *-----------------------------------------------------------
       0360-RESTORE-ADDRESS.

           SET WS-ADDR-RESTORED TO TRUE.
           IF WS-HELD-HAS-ADDRESS
               OPEN I-O ADDRESS-FILE
               IF WS-ADDRESS-STATUS NOT = "00"
                   AND WS-ADDRESS-STATUS NOT = "05"
                       DISPLAY "ADDRESS-FILE could not be opened - "
                           "status " WS-ADDRESS-STATUS
                       MOVE "N" TO WS-ADDR-RESTORED-SWITCH
               ELSE
                   MOVE WS-HELD-ADDRESS-IMAGE TO ADDRESS-RECORD
                   WRITE ADDRESS-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-HIST-FROM-ADDRESS TO TRUE
                           MOVE "A" TO WS-HIST-ACTION
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE ADDRESS-RECORD TO WS-AFTER-IMAGE
                           PERFORM 0640-WRITE-ROSTER-HISTORY
                   END-WRITE
                   CLOSE ADDRESS-FILE
               END-IF
               IF NOT WS-ADDR-RESTORED
                   DISPLAY "Address for " TRN-EMP-ID
                       " not restored - key as an address add: "
                       WS-HELD-ADDRESS-IMAGE
               END-IF
           END-IF.

       0400-APPLY-CHANGE.

           PERFORM 0240-VALIDATE-BIRTH-DATE.
           PERFORM 0260-VALIDATE-HIRE-DATE.
           PERFORM 0280-VALIDATE-DEPT-CODE.
           PERFORM 0290-VALIDATE-PLAN-CODE.
           IF NOT WS-HIRE-VALID
               MOVE "INVALID HIRE DATE" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF NOT WS-DEPT-VALID
               MOVE WS-DEPT-REASON TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF NOT WS-PLAN-VALID
               MOVE "UNKNOWN PLAN CODE" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF WS-BIRTH-YEAR-VALID
               AND WS-BIRTH-MONTH-VALID
               AND WS-BIRTH-DAY-VALID
                               TO WS-REJECT-REASON
                           PERFORM 0620-WRITE-REJECTED-LINE
                       NOT INVALID KEY
                           MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
                           MOVE TRN-FIRST-NAME TO EMP-FIRST-NAME
                           MOVE TRN-LAST-NAME TO EMP-LAST-NAME
                           MOVE TRN-BIRTH-YEAR TO EMP-BIRTH-YEAR
                           MOVE TRN-HIRE-YEAR TO EMP-HIRE-YEAR
                           MOVE TRN-HIRE-MONTH TO EMP-HIRE-MONTH
                           MOVE TRN-HIRE-DAY TO EMP-HIRE-DAY
                           IF TRN-PLAN-CODE NOT = SPACES
                               MOVE TRN-PLAN-CODE TO EMP-PLAN-CODE
                           END-IF
                           REWRITE EMPLOYEE-RECORD
                               INVALID KEY
                                   MOVE "REWRITE FAILED"
                                       TO WS-REJECT-REASON
                                   PERFORM 0620-WRITE-REJECTED-LINE
                               NOT INVALID KEY
                                   MOVE EMPLOYEE-RECORD
                                       TO WS-AFTER-IMAGE
                                   PERFORM 0640-WRITE-ROSTER-HISTORY
                                   PERFORM 0610-WRITE-APPLIED-LINE
                           END-REWRITE
                   END-READ
               PERFORM 0620-WRITE-REJECTED-LINE
           END-IF.

      *-----------------------------------------------------------
      *    The record is read before it is deleted so its last
      *    image goes to the change history - a deletion is the
      *    one change that would otherwise leave nothing behind.
      *-----------------------------------------------------------
       0500-APPLY-DELETE.

           MOVE TRN-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "NO EMPLOYEE FOR ID" TO WS-REJECT-REASON
                   PERFORM 0620-WRITE-REJECTED-LINE
               NOT INVALID KEY
                   MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
                   DELETE EMPLOYEE-FILE
                       INVALID KEY
                           MOVE "DELETE FAILED" TO WS-REJECT-REASON
                           PERFORM 0620-WRITE-REJECTED-LINE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM 0640-WRITE-ROSTER-HISTORY
                           PERFORM 0610-WRITE-APPLIED-LINE
                   END-DELETE
           END-READ.

      *-----------------------------------------------------------
      *    Status transaction - set the employment status on an
                               TO WS-REJECT-REASON
                           PERFORM 0620-WRITE-REJECTED-LINE
                       NOT INVALID KEY
                           MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
                           MOVE TRN-STATUS-CODE TO EMP-STATUS-CODE
                           IF TRN-STATUS-TERMINATED
                               MOVE TRN-TERM-YEAR TO EMP-TERM-YEAR
                                       TO WS-REJECT-REASON
                                   PERFORM 0620-WRITE-REJECTED-LINE
                               NOT INVALID KEY
                                   MOVE EMPLOYEE-RECORD
                                       TO WS-AFTER-IMAGE
                                   PERFORM 0640-WRITE-ROSTER-HISTORY
                                   PERFORM 0610-WRITE-APPLIED-LINE
                           END-REWRITE
                   END-READ
           PERFORM 0210-CALL-DATE-EDIT.
           MOVE DEP-DATE-OK TO WS-HIRE-OK.

      *-----------------------------------------------------------
      *    A code that is not on the department file, or belongs
      *    to a retired department, goes to suspense - most often
      *    the new department's DEPT-MAINT add has not run yet,
      *    and the item catches up on a later recycle.
      *-----------------------------------------------------------
       0280-VALIDATE-DEPT-CODE.

           IF WS-DEPT-COUNT = ZERO
               SET WS-DEPT-VALID TO TRUE
           ELSE
               MOVE "N" TO WS-DEPT-OK
               MOVE "UNKNOWN DEPARTMENT CODE" TO WS-DEPT-REASON
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   IF WS-DEPT-TABLE-CODE (WS-DEPT-SUB) = TRN-DEPT-CODE
                       IF WS-DEPT-TABLE-STATUS (WS-DEPT-SUB) = "R"
                           MOVE "RETIRED DEPARTMENT CODE"
                               TO WS-DEPT-REASON
                       ELSE
                           SET WS-DEPT-VALID TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      *    A blank plan code is the default plan and always good;
      *    anything else has to be on PLANREF.DAT.
      *-----------------------------------------------------------
       0290-VALIDATE-PLAN-CODE.

           IF WS-PLAN-COUNT = ZERO OR TRN-PLAN-CODE = SPACES
               SET WS-PLAN-VALID TO TRUE
           ELSE
               MOVE "N" TO WS-PLAN-OK
               PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                       UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                   IF WS-PLAN-TABLE-CODE (WS-PLAN-SUB) = TRN-PLAN-CODE
                       SET WS-PLAN-VALID TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       0610-WRITE-APPLIED-LINE.

           ADD 1 TO WS-TRANS-APPLIED.
               " " DELIMITED BY SIZE
               TRN-LAST-NAME DELIMITED BY SIZE
               " APPLIED" DELIMITED BY SIZE
               WS-APPLIED-NOTE DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.

       0630-WRITE-SUSPENSE-ENTRY.

           MOVE TRANSACTION-RECORD TO SNW-TRAN-DATA.
           MOVE TRN-PLAN-CODE TO SNW-TRAN-PLAN-CODE.
           MOVE WS-REJECT-REASON TO SNW-REJECT-REASON.
           IF WS-RECYCLING
               COMPUTE SNW-DAYS-IN-SUSPENSE = WS-RECYCLE-DAYS + 1
           WRITE SUSPENSE-NEW-RECORD.
           ADD 1 TO WS-SUSP-WRITTEN.

      *-----------------------------------------------------------
      *    Every applied roster or address change leaves its
      *    before and after image in EMPHIST.DAT, stamped with the
      *    run date and time and marked as a new transaction, a
      *    recycled suspense item or an address entry, so the
      *    roster can be wound back to any earlier date by
      *    EMP-REBUILD.  The caller sets the source, action and
      *    employee ID along with the images.  A change whose
      *    history cannot be kept fails the run with RC 8.
      *-----------------------------------------------------------
       0640-WRITE-ROSTER-HISTORY.

           ADD 1 TO WS-HIST-SEQUENCE.
           MOVE WS-HIST-RUN-DATE TO RHS-RUN-DATE.
           MOVE WS-HIST-RUN-TIME TO RHS-RUN-TIME.
           MOVE WS-HIST-SEQUENCE TO RHS-SEQUENCE.
           MOVE WS-HIST-SOURCE TO RHS-SOURCE-CODE.
           MOVE WS-HIST-ACTION TO RHS-ACTION-CODE.
           MOVE WS-HIST-EMP-ID TO RHS-EMP-ID.
           MOVE WS-BEFORE-IMAGE TO RHS-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO RHS-AFTER-IMAGE.
           WRITE ROSTER-HISTORY-RECORD.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "History entry for " WS-HIST-EMP-ID
                   " not written - status " WS-HISTORY-STATUS
               ADD 1 TO WS-HIST-FAILED
               SET WS-FILE-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-HIST-WRITTEN
           END-IF.

      *-----------------------------------------------------------
      *    Address maintenance rides the same nightly run - HR
      *    keys address transactions to EMPATRAN.DAT and they are

           ADD 1 TO WS-ADDR-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           SET WS-HIST-FROM-ADDRESS TO TRUE.
           MOVE ATR-ACTION-CODE TO WS-HIST-ACTION.
           MOVE ATR-EMP-ID TO WS-HIST-EMP-ID.

           EVALUATE TRUE
               WHEN ATR-ACTION-ADD
                           TO WS-REJECT-REASON
                       PERFORM 0960-WRITE-ADDR-REJECTED-LINE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE ADDRESS-RECORD TO WS-AFTER-IMAGE
                       PERFORM 0640-WRITE-ROSTER-HISTORY
                       PERFORM 0950-WRITE-ADDR-APPLIED-LINE
               END-WRITE
           END-IF.
                       MOVE "NO ADDRESS FOR ID" TO WS-REJECT-REASON
                       PERFORM 0960-WRITE-ADDR-REJECTED-LINE
                   NOT INVALID KEY
                       MOVE ADDRESS-RECORD TO WS-BEFORE-IMAGE
                       MOVE ATR-STREET TO ADR-STREET
                       MOVE ATR-CITY TO ADR-CITY
                       MOVE ATR-STATE TO ADR-STATE
                                   TO WS-REJECT-REASON
                               PERFORM 0960-WRITE-ADDR-REJECTED-LINE
                           NOT INVALID KEY
                               MOVE ADDRESS-RECORD TO WS-AFTER-IMAGE
                               PERFORM 0640-WRITE-ROSTER-HISTORY
                               PERFORM 0950-WRITE-ADDR-APPLIED-LINE
                       END-REWRITE
               END-READ
       0940-APPLY-ADDRESS-DELETE.

           MOVE ATR-EMP-ID TO ADR-EMP-ID.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE "NO ADDRESS FOR ID" TO WS-REJECT-REASON
                   PERFORM 0960-WRITE-ADDR-REJECTED-LINE
               NOT INVALID KEY
                   MOVE ADDRESS-RECORD TO WS-BEFORE-IMAGE
                   DELETE ADDRESS-FILE
                       INVALID KEY
                           MOVE "DELETE FAILED" TO WS-REJECT-REASON
                           PERFORM 0960-WRITE-ADDR-REJECTED-LINE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM 0640-WRITE-ROSTER-HISTORY
                           PERFORM 0950-WRITE-ADDR-APPLIED-LINE
                   END-DELETE
           END-READ.

       0950-WRITE-ADDR-APPLIED-LINE.

               WS-ADDR-REJECTED DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "HISTORY ENTRIES KEPT:  " DELIMITED BY SIZE
               WS-HIST-WRITTEN DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "HISTORY WRITES FAILED: " DELIMITED BY SIZE
               WS-HIST-FAILED DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "HELD AS DUPLICATES:    " DELIMITED BY SIZE
               WS-DUP-HELD DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "REINSTATED REHIRES:    " DELIMITED BY SIZE
               WS-REINSTATED-COUNT DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.

      *-----------------------------------------------------------
      *    Suspense aging - every item still waiting, oldest
                       AT END
                           SET WS-SUSP-EOF TO TRUE
                       NOT AT END
                           PERFORM 0770-CHECK-RELEASED-ITEM
                           IF WS-ITEM-RELEASED
                               ADD 1 TO WS-SUSP-RELEASED
                           ELSE
                               PERFORM 0760-PRINT-ONE-AGING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SUSP-EOF-SWITCH
                   WS-SUSP-ESCALATED DELIMITED BY SIZE
                   INTO WS-REGISTER-REC
               WRITE WS-REGISTER-REC
               MOVE SPACES TO WS-REGISTER-REC
               STRING "ITEMS RELEASED BY OVERRIDE: " DELIMITED BY SIZE
                   WS-SUSP-RELEASED DELIMITED BY SIZE
                   INTO WS-REGISTER-REC
               WRITE WS-REGISTER-REC
           END-IF.

       0760-PRINT-ONE-AGING-LINE.
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.

      *-----------------------------------------------------------
      *    A held ADD whose ID went on tonight by override is done
      *    with - it is neither aged nor put back in suspense.
      *-----------------------------------------------------------
       0770-CHECK-RELEASED-ITEM.

           MOVE "N" TO WS-RELEASED-SWITCH.
           IF SNW-TRAN-DATA (1:1) = "A"
               AND SNW-REJECT-REASON (1:18) = "POSSIBLE DUPLICATE"
                   PERFORM VARYING WS-RELEASED-SUB FROM 1 BY 1
                           UNTIL WS-RELEASED-SUB > WS-RELEASED-COUNT
                              OR WS-ITEM-RELEASED
                       IF WS-RELEASED-ID (WS-RELEASED-SUB)
                           = SNW-TRAN-DATA (2:6)
                               SET WS-ITEM-RELEASED TO TRUE
                       END-IF
                   END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      *    Put tonight's rejects back as the new EMPSUSP.DAT so
      *    tomorrow's run recycles them - same keep-and-rewrite
                           AT END
                               SET WS-SUSP-EOF TO TRUE
                           NOT AT END
                               PERFORM 0770-CHECK-RELEASED-ITEM
                               IF NOT WS-ITEM-RELEASED
                                   MOVE SUSPENSE-NEW-RECORD
                                       TO SUSPENSE-RECORD
                                   WRITE SUSPENSE-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
