      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     GitHub Repository                                             *
      *     Companion to AGE-CALC - the suite's one operator check.                    *
      *     The operator ID on an audit entry used to be whatever                      *
      *     was typed at the prompt.  This CALLable module looks the                   *
      *     ID up on the operator master OPERATOR.DAT and answers                      *
      *     whether it is known, active and holds the authority the                    *
      *     caller's run needs, so AGE-CALC, EMP-MAINT and AUD-INQ                     *
      *     refuse the same people the same way, the way DATE-EDIT                     *
      *     judges dates for everybody.  Every refusal is appended                     *
      *     to SECVIOL.DAT here, so no caller can forget to log one.                   *
      *     A master that cannot be read refuses everybody.                            *
      **********************************************************************************


       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT OPTIONAL VIOLATION-FILE ASSIGN TO "SECVIOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  VIOLATION-FILE.
           COPY SECVREC.

       WORKING-STORAGE SECTION.
       01  WS-DATE.
           05  WS-YEAR PIC 99.
           05  WS-MONTH PIC 99.
           05  WS-DAY   PIC 99.
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 99.
           05  WS-RUN-DAY           PIC 99.
       01  WS-RUN-TIME              PIC 9(8) VALUE ZERO.

       01  WS-OPERATOR-STATUS       PIC XX.
       01  WS-VIOLATION-STATUS      PIC XX.

       01  WS-AUTHORITY-NAME-VALUES.
           05  FILLER               PIC X(16) VALUE "BATCH".
           05  FILLER               PIC X(16) VALUE "LOOKUP".
           05  FILLER               PIC X(16) VALUE "RERUN".
           05  FILLER               PIC X(16) VALUE "ROSTER MAINT".
           05  FILLER               PIC X(16) VALUE "AUDIT INQUIRY".
           05  FILLER               PIC X(16) VALUE "AUDIT ARCHIVE".
       01  WS-AUTHORITY-NAME-TABLE REDEFINES WS-AUTHORITY-NAME-VALUES.
           05  WS-AUTHORITY-NAME    PIC X(16) OCCURS 6 TIMES.

       LINKAGE SECTION.
           COPY OPERPARM.

       PROCEDURE DIVISION USING OPERATOR-CHECK-PARMS.

      *-----------------------------------------------------------
      *    IDs are judged in upper case, the way OPER-MAINT files
      *    them, so "jsmith" at the prompt is JSMITH on the master.
      *-----------------------------------------------------------
       0100-START-HERE.

           MOVE SPACES TO OCP-OPERATOR-NAME.
           MOVE SPACES TO OCP-REFUSAL-REASON.
           INSPECT OCP-OPERATOR-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               SET OCP-MASTER-UNAVAILABLE TO TRUE
               STRING "OPERATOR MASTER UNAVAILABLE - STATUS "
                   DELIMITED BY SIZE
                   WS-OPERATOR-STATUS DELIMITED BY SIZE
                   INTO OCP-REFUSAL-REASON
           ELSE
               PERFORM 0200-JUDGE-OPERATOR
               CLOSE OPERATOR-FILE
           END-IF.

           IF NOT OCP-AUTHORIZED
               PERFORM 0300-LOG-VIOLATION
           END-IF.
           GOBACK.

       0200-JUDGE-OPERATOR.

           IF OCP-OPERATOR-ID = SPACES
               SET OCP-UNKNOWN TO TRUE
               MOVE "NO OPERATOR ID GIVEN" TO OCP-REFUSAL-REASON
           ELSE
               MOVE OCP-OPERATOR-ID TO OPR-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       SET OCP-UNKNOWN TO TRUE
                       MOVE "OPERATOR ID NOT ON OPERATOR MASTER"
                           TO OCP-REFUSAL-REASON
                   NOT INVALID KEY
                       MOVE OPR-OPERATOR-NAME TO OCP-OPERATOR-NAME
                       PERFORM 0210-JUDGE-AUTHORITY
               END-READ
           END-IF.

       0210-JUDGE-AUTHORITY.

           IF NOT OPR-ACTIVE
               SET OCP-INACTIVE TO TRUE
               MOVE "OPERATOR IS INACTIVE" TO OCP-REFUSAL-REASON
           ELSE
           IF OCP-AUTHORITY-NO < 1 OR OCP-AUTHORITY-NO > 6
               SET OCP-NOT-AUTHORIZED TO TRUE
               MOVE "NO SUCH AUTHORITY" TO OCP-REFUSAL-REASON
           ELSE
           IF OPR-AUTHORITY (OCP-AUTHORITY-NO) NOT = "Y"
               SET OCP-NOT-AUTHORIZED TO TRUE
               STRING "NO " DELIMITED BY SIZE
                   WS-AUTHORITY-NAME (OCP-AUTHORITY-NO)
                       DELIMITED BY "  "
                   " AUTHORITY" DELIMITED BY SIZE
                   INTO OCP-REFUSAL-REASON
           ELSE
               SET OCP-AUTHORIZED TO TRUE
           END-IF.

      *-----------------------------------------------------------
      *    A log that cannot be opened does not let the operator
      *    in - the refusal stands and the console says why the
      *    attempt was not recorded.
      *-----------------------------------------------------------
       0300-LOG-VIOLATION.

           ACCEPT WS-DATE FROM DATE.
           COMPUTE WS-RUN-YEAR = WS-YEAR + 2000.
           MOVE WS-MONTH TO WS-RUN-MONTH.
           MOVE WS-DAY TO WS-RUN-DAY.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN EXTEND VIOLATION-FILE.
           IF WS-VIOLATION-STATUS NOT = "00"
               AND WS-VIOLATION-STATUS NOT = "05"
                   DISPLAY "VIOLATION-FILE could not be opened - "
                       "status " WS-VIOLATION-STATUS
                       " - refusal of " OCP-OPERATOR-ID
                       " not logged"
           ELSE
               MOVE WS-RUN-DATE TO SCV-RUN-DATE
               MOVE WS-RUN-TIME TO SCV-RUN-TIME
               MOVE OCP-OPERATOR-ID TO SCV-OPERATOR-ID
               MOVE OCP-PROGRAM-NAME TO SCV-PROGRAM-NAME
               MOVE OCP-AUTHORITY-NO TO SCV-AUTHORITY-NO
               MOVE OCP-RESULT-CODE TO SCV-RESULT-CODE
               MOVE OCP-REFUSAL-REASON TO SCV-REASON
               WRITE SECURITY-VIOLATION-RECORD
               CLOSE VIOLATION-FILE
           END-IF.

       END PROGRAM OPER-CHECK.
