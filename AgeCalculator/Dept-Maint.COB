      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     GitHub Repository                                             *
      *     Companion to AGE-CALC - maintains the department                           *
      *     reference file DEPTREF.DAT from HR's department                            *
      *     transactions (DEPTTRAN.DAT): add a department, rename                      *
      *     one, retire one, or move every roster record on one                        *
      *     department code to another in a single reorganization                      *
      *     step.  Each employee moved by a reorganization is logged                   *
      *     to EMPHIST.DAT with before and after images, the same as                   *
      *     an EMP-MAINT change, and listed on the register                            *
      *     (DEPTMAINT.PRT).  Run it ahead of the nightly chain so                     *
      *     EMP-MAINT judges tonight's codes against tonight's                         *
      *     departments.                                                               *
      **********************************************************************************


       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEPT-TRANS-FILE ASSIGN TO "DEPTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-TRANS-STATUS.

           SELECT OPTIONAL DEPARTMENT-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARTMENT-STATUS.

           SELECT DEPT-NEW-FILE ASSIGN TO "DEPTREF.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-NEW-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT OPTIONAL ROSTER-HISTORY-FILE ASSIGN TO "EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "DEPTMAINT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DEPT-TRANS-FILE.
           COPY DEPTTRAN.

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  DEPT-NEW-FILE.
           COPY DEPTREC REPLACING
               ==DEPARTMENT-RECORD== BY ==DEPT-NEW-RECORD==
               LEADING ==DPT-== BY ==DNW-==.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  ROSTER-HISTORY-FILE.
           COPY ROSTHIST.

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

       01  WS-DEPT-TRANS-STATUS     PIC XX.
       01  WS-DEPARTMENT-STATUS     PIC XX.
       01  WS-DEPT-NEW-STATUS       PIC XX.
       01  WS-EMPLOYEE-STATUS       PIC XX.
       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-DEPT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-DEPT-EOF           VALUE "Y".
       01  WS-ROSTER-EOF-SWITCH     PIC X VALUE "N".
           88  WS-ROSTER-EOF         VALUE "Y".

       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 999 TIMES.
               10  WS-DEPT-TABLE-CODE   PIC X(4).
               10  WS-DEPT-TABLE-NAME   PIC X(20).
               10  WS-DEPT-TABLE-STATUS PIC X.
               10  WS-DEPT-TABLE-RETIRED PIC X(8).
       01  WS-DEPT-COUNT            PIC 999 VALUE ZERO.
       01  WS-DEPT-SUB              PIC 9(4) VALUE 1.
       01  WS-FIND-CODE             PIC X(4) VALUE SPACES.
       01  WS-FOUND-SLOT            PIC 999 VALUE ZERO.
       01  WS-FROM-SLOT             PIC 999 VALUE ZERO.
       01  WS-TO-SLOT               PIC 999 VALUE ZERO.

       01  WS-REJECT-REASON         PIC X(40) VALUE SPACES.
       01  WS-DISPOSITION           PIC X(40) VALUE SPACES.
       01  WS-TRANS-READ            PIC 9(6) VALUE ZERO.
       01  WS-TRANS-APPLIED         PIC 9(6) VALUE ZERO.
       01  WS-TRANS-REJECTED        PIC 9(6) VALUE ZERO.
       01  WS-DEPT-CHANGES          PIC 9(6) VALUE ZERO.
       01  WS-EMPS-ON-DEPT          PIC 9(6) VALUE ZERO.
       01  WS-EMPS-MOVED            PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-MOVED           PIC 9(6) VALUE ZERO.
       01  WS-MOVE-FAILED           PIC 9(6) VALUE ZERO.

       01  WS-HIST-SEQUENCE         PIC 9(6) VALUE ZERO.
       01  WS-HIST-WRITTEN          PIC 9(6) VALUE ZERO.
       01  WS-HIST-FAILED           PIC 9(6) VALUE ZERO.

       01  WS-RUN-RC                PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    Every file must open before a single transaction is
      *    applied - a reorganization half-logged, or a department
      *    file that cannot be rewritten, is worse than not
      *    running at all.  RC 8 on any open failure, RC 4 when a
      *    transaction was rejected.
      *-----------------------------------------------------------
       0100-START-HERE.

           PERFORM 0110-INITIALIZE.

           OPEN INPUT DEPT-TRANS-FILE.
           IF WS-DEPT-TRANS-STATUS NOT = "00"
               DISPLAY "DEPT-TRANS-FILE could not be opened - status "
                   WS-DEPT-TRANS-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM 0150-LOAD-DEPARTMENT-TABLE
               OPEN I-O EMPLOYEE-FILE
               IF WS-EMPLOYEE-STATUS NOT = "00"
                   DISPLAY "EMPLOYEE-FILE could not be opened - "
                       "status " WS-EMPLOYEE-STATUS
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
                   PERFORM UNTIL WS-EOF
                       READ DEPT-TRANS-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 0200-APPLY-ONE-TRANSACTION
                       END-READ
                   END-PERFORM
                   IF WS-DEPT-CHANGES > ZERO
                       PERFORM 0600-REWRITE-DEPARTMENT-FILE
                   END-IF
                   PERFORM 0700-PRINT-REGISTER-TOTALS
                   IF WS-TRANS-REJECTED > ZERO
                       AND WS-RUN-RC < 4
                           MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF

               CLOSE DEPT-TRANS-FILE
                     EMPLOYEE-FILE
                     ROSTER-HISTORY-FILE
                     REGISTER-FILE
           END-IF.

           DISPLAY "Department maintenance ended with return code "
               WS-RUN-RC.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       0110-INITIALIZE.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-MONTH TO WS-DISPLAY-MONTH.
           MOVE WS-DAY TO WS-DISPLAY-DAY.
           MOVE WS-YEAR TO WS-DISPLAY-YEAR.
           COMPUTE WS-RUN-YEAR = WS-YEAR + 2000.
           MOVE WS-MONTH TO WS-RUN-MONTH.
           MOVE WS-DAY TO WS-RUN-DAY.
           ACCEPT WS-RUN-TIME FROM TIME.

      *-----------------------------------------------------------
      *    The whole department file is held in the table while
      *    the transactions are applied and written back once at
      *    the end.  No file yet is an empty table - the first
      *    adds create it.
      *-----------------------------------------------------------
       0150-LOAD-DEPARTMENT-TABLE.

           MOVE ZERO TO WS-DEPT-COUNT.
           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPARTMENT-STATUS NOT = "00"
               AND WS-DEPARTMENT-STATUS NOT = "05"
                   DISPLAY "DEPARTMENT-FILE could not be opened - "
                       "status " WS-DEPARTMENT-STATUS
                   MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM UNTIL WS-DEPT-EOF
                   READ DEPARTMENT-FILE
                       AT END
                           SET WS-DEPT-EOF TO TRUE
                       NOT AT END
                           IF WS-DEPT-COUNT >= 999
                               DISPLAY "DEPARTMENT table full - "
                                   "department " DPT-CODE " would be "
                                   "lost - nothing applied"
                               MOVE 8 TO WS-RUN-RC
                           ELSE
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DPT-CODE TO WS-DEPT-TABLE-CODE
                                   (WS-DEPT-COUNT)
                               MOVE DPT-NAME TO WS-DEPT-TABLE-NAME
                                   (WS-DEPT-COUNT)
                               MOVE DPT-STATUS-CODE
                                   TO WS-DEPT-TABLE-STATUS
                                       (WS-DEPT-COUNT)
                               MOVE DPT-RETIRED-DATE
                                   TO WS-DEPT-TABLE-RETIRED
                                       (WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPARTMENT-FILE
           END-IF.

       0120-PRINT-REGISTER-HEADER.

           MOVE SPACES TO WS-REGISTER-REC.
           STRING "DEPARTMENT MAINTENANCE REGISTER" DELIMITED BY SIZE
               "     RUN DATE: " DELIMITED BY SIZE
               WS-DISPLAY-DATE DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE "ACT DEPT NAME                 DISPOSITION"
               TO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.

      *-----------------------------------------------------------
      *    Route one transaction by action code - anything not
      *    recognized bounces to the register.
      *-----------------------------------------------------------
       0200-APPLY-ONE-TRANSACTION.

           ADD 1 TO WS-TRANS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-DISPOSITION.
           MOVE DTR-DEPT-CODE TO WS-FIND-CODE.
           PERFORM 0250-FIND-DEPARTMENT.
           MOVE WS-FOUND-SLOT TO WS-FROM-SLOT.

           EVALUATE TRUE
               WHEN DTR-DEPT-CODE = SPACES
                   MOVE "DEPARTMENT CODE REQUIRED" TO WS-REJECT-REASON
                   PERFORM 0620-WRITE-REJECTED-LINE
               WHEN DTR-ACTION-ADD
                   PERFORM 0300-APPLY-ADD
               WHEN DTR-ACTION-RENAME
                   PERFORM 0400-APPLY-RENAME
               WHEN DTR-ACTION-RETIRE
                   PERFORM 0500-APPLY-RETIRE
               WHEN DTR-ACTION-MOVE
                   PERFORM 0550-APPLY-REORGANIZATION
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
                   PERFORM 0620-WRITE-REJECTED-LINE
           END-EVALUATE.

       0250-FIND-DEPARTMENT.

           MOVE ZERO TO WS-FOUND-SLOT.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-TABLE-CODE (WS-DEPT-SUB) = WS-FIND-CODE
                   MOVE WS-DEPT-SUB TO WS-FOUND-SLOT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      *    A new code is added active.  An add for a retired code
      *    brings the department back under the name given - a
      *    department that is re-formed keeps its old code.
      *-----------------------------------------------------------
       0300-APPLY-ADD.

           IF DTR-DEPT-NAME = SPACES
               MOVE "DEPARTMENT NAME REQUIRED" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF WS-FROM-SLOT = ZERO
               IF WS-DEPT-COUNT >= 999
                   MOVE "DEPARTMENT TABLE FULL" TO WS-REJECT-REASON
                   PERFORM 0620-WRITE-REJECTED-LINE
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE DTR-DEPT-CODE
                       TO WS-DEPT-TABLE-CODE (WS-DEPT-COUNT)
                   MOVE DTR-DEPT-NAME
                       TO WS-DEPT-TABLE-NAME (WS-DEPT-COUNT)
                   MOVE "A" TO WS-DEPT-TABLE-STATUS (WS-DEPT-COUNT)
                   MOVE SPACES TO WS-DEPT-TABLE-RETIRED (WS-DEPT-COUNT)
                   ADD 1 TO WS-DEPT-CHANGES
                   MOVE "ADDED" TO WS-DISPOSITION
                   PERFORM 0610-WRITE-APPLIED-LINE
               END-IF
           ELSE
           IF WS-DEPT-TABLE-STATUS (WS-FROM-SLOT) = "R"
               MOVE DTR-DEPT-NAME TO WS-DEPT-TABLE-NAME (WS-FROM-SLOT)
               MOVE "A" TO WS-DEPT-TABLE-STATUS (WS-FROM-SLOT)
               MOVE SPACES TO WS-DEPT-TABLE-RETIRED (WS-FROM-SLOT)
               ADD 1 TO WS-DEPT-CHANGES
               MOVE "RETIRED DEPARTMENT REINSTATED" TO WS-DISPOSITION
               PERFORM 0610-WRITE-APPLIED-LINE
           ELSE
               MOVE "DEPARTMENT ALREADY ON FILE" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           END-IF.

       0400-APPLY-RENAME.

           IF WS-FROM-SLOT = ZERO
               MOVE "NO DEPARTMENT FOR CODE" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF DTR-DEPT-NAME = SPACES
               MOVE "DEPARTMENT NAME REQUIRED" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
               MOVE DTR-DEPT-NAME TO WS-DEPT-TABLE-NAME (WS-FROM-SLOT)
               ADD 1 TO WS-DEPT-CHANGES
               MOVE "RENAMED" TO WS-DISPOSITION
               PERFORM 0610-WRITE-APPLIED-LINE
           END-IF.

      *-----------------------------------------------------------
      *    A department cannot be retired out from under people
      *    still working in it - move them first with a
      *    reorganization.  Terminated employees may stay on a
      *    retired code; that is where their history belongs.
      *-----------------------------------------------------------
       0500-APPLY-RETIRE.

           IF WS-FROM-SLOT = ZERO
               MOVE "NO DEPARTMENT FOR CODE" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF WS-DEPT-TABLE-STATUS (WS-FROM-SLOT) = "R"
               MOVE "DEPARTMENT ALREADY RETIRED" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
               PERFORM 0510-COUNT-EMPLOYEES-ON-DEPT
               IF WS-EMPS-ON-DEPT > ZERO
                   MOVE "DEPARTMENT STILL HAS EMPLOYEES"
                       TO WS-REJECT-REASON
                   PERFORM 0620-WRITE-REJECTED-LINE
               ELSE
                   MOVE "R" TO WS-DEPT-TABLE-STATUS (WS-FROM-SLOT)
                   MOVE WS-RUN-DATE
                       TO WS-DEPT-TABLE-RETIRED (WS-FROM-SLOT)
                   ADD 1 TO WS-DEPT-CHANGES
                   MOVE "RETIRED" TO WS-DISPOSITION
                   PERFORM 0610-WRITE-APPLIED-LINE
               END-IF
           END-IF.

       0510-COUNT-EMPLOYEES-ON-DEPT.

           MOVE ZERO TO WS-EMPS-ON-DEPT.
           PERFORM 0520-START-ROSTER-SCAN.
           PERFORM UNTIL WS-ROSTER-EOF
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       SET WS-ROSTER-EOF TO TRUE
                   NOT AT END
                       IF EMP-DEPT-CODE = DTR-DEPT-CODE
                           AND NOT EMP-TERMINATED
                               ADD 1 TO WS-EMPS-ON-DEPT
                       END-IF
               END-READ
           END-PERFORM.

       0520-START-ROSTER-SCAN.

           MOVE "N" TO WS-ROSTER-EOF-SWITCH.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET WS-ROSTER-EOF TO TRUE
           END-START.

      *-----------------------------------------------------------
      *    Reorganization - every roster record on the old code,
      *    terminated ones included, is moved to the new code in
      *    one pass.  Each move is a separate roster change: its
      *    own before and after image in the change history and
      *    its own line on the register, exactly as if HR had
      *    keyed a "C" for it.  The old department is left as it
      *    is; retire it with its own transaction once it is
      *    empty.
      *-----------------------------------------------------------
       0550-APPLY-REORGANIZATION.

           MOVE DTR-TO-DEPT-CODE TO WS-FIND-CODE.
           PERFORM 0250-FIND-DEPARTMENT.
           MOVE WS-FOUND-SLOT TO WS-TO-SLOT.

           IF DTR-TO-DEPT-CODE = DTR-DEPT-CODE
               MOVE "FROM AND TO CODES ARE THE SAME"
                   TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF WS-TO-SLOT = ZERO
               MOVE "NO DEPARTMENT FOR TO-CODE" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF WS-DEPT-TABLE-STATUS (WS-TO-SLOT) = "R"
               MOVE "TO-DEPARTMENT IS RETIRED" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
               MOVE ZERO TO WS-EMPS-MOVED
               MOVE ZERO TO WS-MOVE-FAILED
               PERFORM 0520-START-ROSTER-SCAN
               PERFORM UNTIL WS-ROSTER-EOF
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           SET WS-ROSTER-EOF TO TRUE
                       NOT AT END
                           IF EMP-DEPT-CODE = DTR-DEPT-CODE
                               PERFORM 0560-MOVE-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               ADD WS-EMPS-MOVED TO WS-TOTAL-MOVED
               IF WS-MOVE-FAILED > ZERO
                   MOVE "SOME EMPLOYEES COULD NOT BE MOVED"
                       TO WS-REJECT-REASON
                   PERFORM 0620-WRITE-REJECTED-LINE
               ELSE
                   MOVE SPACES TO WS-DISPOSITION
                   STRING "MOVED TO " DELIMITED BY SIZE
                       DTR-TO-DEPT-CODE DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-EMPS-MOVED DELIMITED BY SIZE
                       " EMPLOYEES" DELIMITED BY SIZE
                       INTO WS-DISPOSITION
                   PERFORM 0610-WRITE-APPLIED-LINE
               END-IF
           END-IF.

       0560-MOVE-ONE-EMPLOYEE.

           MOVE EMPLOYEE-RECORD TO RHS-BEFORE-IMAGE.
           MOVE DTR-TO-DEPT-CODE TO EMP-DEPT-CODE.
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   ADD 1 TO WS-MOVE-FAILED
                   MOVE "NOT MOVED - REWRITE FAILED" TO WS-DISPOSITION
               NOT INVALID KEY
                   ADD 1 TO WS-EMPS-MOVED
                   PERFORM 0570-WRITE-ROSTER-HISTORY
                   MOVE SPACES TO WS-DISPOSITION
                   STRING "MOVED " DELIMITED BY SIZE
                       DTR-DEPT-CODE DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       DTR-TO-DEPT-CODE DELIMITED BY SIZE
                       INTO WS-DISPOSITION
           END-REWRITE.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "        " DELIMITED BY SIZE
               EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EMP-FIRST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EMP-LAST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPOSITION DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.

      *-----------------------------------------------------------
      *    Same history entry EMP-MAINT writes for a change, with
      *    the reorganization as its source.  A move whose history
      *    cannot be kept fails the run with RC 8 - EMP-REBUILD
      *    could not wind the roster back across it.
      *-----------------------------------------------------------
       0570-WRITE-ROSTER-HISTORY.

           ADD 1 TO WS-HIST-SEQUENCE.
           MOVE WS-RUN-DATE TO RHS-RUN-DATE.
           MOVE WS-RUN-TIME TO RHS-RUN-TIME.
           MOVE WS-HIST-SEQUENCE TO RHS-SEQUENCE.
           SET RHS-FROM-REORGANIZATION TO TRUE.
           MOVE "C" TO RHS-ACTION-CODE.
           MOVE EMP-ID TO RHS-EMP-ID.
           MOVE EMPLOYEE-RECORD TO RHS-AFTER-IMAGE.
           WRITE ROSTER-HISTORY-RECORD.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "History entry for " EMP-ID
                   " not written - status " WS-HISTORY-STATUS
               ADD 1 TO WS-HIST-FAILED
               MOVE 8 TO WS-RUN-RC
           ELSE
               ADD 1 TO WS-HIST-WRITTEN
           END-IF.

      *-----------------------------------------------------------
      *    Write the updated table out to DEPTREF.TMP first - only
      *    when something actually changed - and replace
      *    DEPTREF.DAT from it only once every entry is safely
      *    written, so a failure part way leaves the old file whole.
      *-----------------------------------------------------------
       0600-REWRITE-DEPARTMENT-FILE.

           OPEN OUTPUT DEPT-NEW-FILE.
           IF WS-DEPT-NEW-STATUS NOT = "00"
               DISPLAY "DEPT-NEW-FILE could not be opened - status "
                   WS-DEPT-NEW-STATUS
                   " - department changes not saved"
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                          OR WS-DEPT-NEW-STATUS NOT = "00"
                   MOVE WS-DEPT-TABLE-CODE (WS-DEPT-SUB) TO DNW-CODE
                   MOVE WS-DEPT-TABLE-NAME (WS-DEPT-SUB) TO DNW-NAME
                   MOVE WS-DEPT-TABLE-STATUS (WS-DEPT-SUB)
                       TO DNW-STATUS-CODE
                   MOVE WS-DEPT-TABLE-RETIRED (WS-DEPT-SUB)
                       TO DNW-RETIRED-DATE
                   WRITE DEPT-NEW-RECORD
               END-PERFORM
               IF WS-DEPT-NEW-STATUS NOT = "00"
                   DISPLAY "DEPTREF.TMP could not be written - "
                       "status " WS-DEPT-NEW-STATUS
                       " - department changes not saved"
                   MOVE 8 TO WS-RUN-RC
                   CLOSE DEPT-NEW-FILE
               ELSE
                   CLOSE DEPT-NEW-FILE
                   PERFORM 0605-REPLACE-DEPARTMENT-FILE
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    Recreate DEPTREF.DAT from the finished copy, the same
      *    way EMP-CONV rebuilds the roster from EMPCONV.TMP.
      *-----------------------------------------------------------
       0605-REPLACE-DEPARTMENT-FILE.

           OPEN INPUT DEPT-NEW-FILE.
           IF WS-DEPT-NEW-STATUS NOT = "00"
               DISPLAY "DEPT-NEW-FILE could not be reopened - status "
                   WS-DEPT-NEW-STATUS
                   " - department changes not saved"
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN OUTPUT DEPARTMENT-FILE
               IF WS-DEPARTMENT-STATUS NOT = "00"
                   DISPLAY "DEPARTMENT-FILE could not be rewritten - "
                       "status " WS-DEPARTMENT-STATUS
                       " - reload it from DEPTREF.TMP by hand"
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   MOVE "N" TO WS-DEPT-EOF-SWITCH
                   PERFORM UNTIL WS-DEPT-EOF
                       READ DEPT-NEW-FILE
                           AT END
                               SET WS-DEPT-EOF TO TRUE
                           NOT AT END
                               MOVE DEPT-NEW-RECORD
                                   TO DEPARTMENT-RECORD
                               WRITE DEPARTMENT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE DEPARTMENT-FILE
               END-IF
               CLOSE DEPT-NEW-FILE
           END-IF.

       0610-WRITE-APPLIED-LINE.

           ADD 1 TO WS-TRANS-APPLIED.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING DTR-ACTION-CODE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               DTR-DEPT-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DTR-DEPT-NAME DELIMITED BY SIZE
               " APPLIED - " DELIMITED BY SIZE
               WS-DISPOSITION DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.

       0620-WRITE-REJECTED-LINE.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING DTR-ACTION-CODE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               DTR-DEPT-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DTR-DEPT-NAME DELIMITED BY SIZE
               " REJECTED - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.

       0700-PRINT-REGISTER-TOTALS.

           MOVE SPACES TO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "TRANSACTIONS READ:     " DELIMITED BY SIZE
               WS-TRANS-READ DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "TRANSACTIONS APPLIED:  " DELIMITED BY SIZE
               WS-TRANS-APPLIED DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
               WS-TRANS-REJECTED DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "EMPLOYEES REORGANIZED: " DELIMITED BY SIZE
               WS-TOTAL-MOVED DELIMITED BY SIZE
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
           STRING "DEPARTMENTS ON FILE:   " DELIMITED BY SIZE
               WS-DEPT-COUNT DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.

       END PROGRAM DEPT-MAINT.
