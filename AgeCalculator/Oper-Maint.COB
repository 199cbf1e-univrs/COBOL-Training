      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     GitHub Repository                                             *
      *     Companion to AGE-CALC - maintains the operator master                      *
      *     OPERATOR.DAT from security administration's operator                       *
      *     transactions (OPERTRAN.DAT): add an operator, change a                     *
      *     name or grant and take away authorities, inactivate an                     *
      *     operator or bring one back.  Nobody is ever deleted.                       *
      *     Every transaction is listed on the register                                *
      *     (OPERMAINT.PRT) with the authorities before and after,                     *
      *     which is the paper trail behind the quarterly access                       *
      *     review.  The first run creates the master.                                 *
      **********************************************************************************


       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPER-TRANS-FILE ASSIGN TO "OPERTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-TRANS-STATUS.

           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "OPERMAINT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OPER-TRANS-FILE.
           COPY OPERTRAN.

       FD  OPERATOR-FILE.
           COPY OPERREC.

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

       01  WS-OPER-TRANS-STATUS     PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-FOUND-SWITCH          PIC X VALUE "N".
           88  WS-OPERATOR-FOUND     VALUE "Y".
       01  WS-FLAGS-OK-SWITCH       PIC X VALUE "Y".
           88  WS-FLAGS-OK           VALUE "Y".

       01  WS-AUTH-SUB              PIC 9 VALUE 1.
       01  WS-AUTH-BEFORE           PIC X(6) VALUE SPACES.
       01  WS-AUTH-AFTER            PIC X(6) VALUE SPACES.
       01  WS-STATUS-BEFORE         PIC X VALUE SPACE.
       01  WS-NAME-BEFORE           PIC X(30) VALUE SPACES.

       01  WS-REJECT-REASON         PIC X(40) VALUE SPACES.
       01  WS-DISPOSITION           PIC X(40) VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  WS-REG-ACTION        PIC X.
           05  FILLER               PIC X(3).
           05  WS-REG-OPERATOR-ID   PIC X(8).
           05  FILLER               PIC X(2).
           05  WS-REG-NAME          PIC X(30).
           05  FILLER               PIC X(2).
           05  WS-REG-STATUS        PIC X.
           05  FILLER               PIC X(4).
           05  WS-REG-AUTH-BEFORE   PIC X(6).
           05  FILLER               PIC X(4).
           05  WS-REG-AUTH-AFTER    PIC X(6).
           05  FILLER               PIC X(3).
           05  WS-REG-DISPOSITION   PIC X(50).

       01  WS-TRANS-READ            PIC 9(6) VALUE ZERO.
       01  WS-TRANS-APPLIED         PIC 9(6) VALUE ZERO.
       01  WS-TRANS-REJECTED        PIC 9(6) VALUE ZERO.

       01  WS-RUN-RC                PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    RC 8 when the transactions, master or register cannot
      *    be opened, RC 4 when a transaction was rejected.
      *-----------------------------------------------------------
       0100-START-HERE.

           PERFORM 0110-INITIALIZE.

           OPEN INPUT OPER-TRANS-FILE.
           IF WS-OPER-TRANS-STATUS NOT = "00"
               DISPLAY "OPER-TRANS-FILE could not be opened - status "
                   WS-OPER-TRANS-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN I-O OPERATOR-FILE
               IF WS-OPERATOR-STATUS NOT = "00"
                   AND WS-OPERATOR-STATUS NOT = "05"
                       DISPLAY "OPERATOR-FILE could not be opened - "
                           "status " WS-OPERATOR-STATUS
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
                       READ OPER-TRANS-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 0200-APPLY-ONE-TRANSACTION
                       END-READ
                   END-PERFORM
                   PERFORM 0700-PRINT-REGISTER-TOTALS
                   IF WS-TRANS-REJECTED > ZERO
                       AND WS-RUN-RC < 4
                           MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF

               CLOSE OPER-TRANS-FILE
                     OPERATOR-FILE
                     REGISTER-FILE
           END-IF.

           DISPLAY "Operator maintenance ended with return code "
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

       0120-PRINT-REGISTER-HEADER.

           MOVE SPACES TO WS-REGISTER-REC.
           STRING "OPERATOR MAINTENANCE REGISTER" DELIMITED BY SIZE
               "     RUN DATE: " DELIMITED BY SIZE
               WS-DISPLAY-DATE DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "AUTHORITIES, IN ORDER: BATCH, LOOKUP, RERUN, "
               DELIMITED BY SIZE
               "ROSTER MAINT, AUDIT INQUIRY, AUDIT ARCHIVE"
               DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.
           MOVE SPACES TO WS-REGISTER-REC.
           STRING "ACT OPERATOR  NAME                            "
               DELIMITED BY SIZE
               "ST   BEFORE    AFTER    DISPOSITION" DELIMITED BY SIZE
               INTO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.

      *-----------------------------------------------------------
      *    Route one transaction by action code - anything not
      *    recognized bounces to the register.  The operator is
      *    looked up once here for every action.
      *-----------------------------------------------------------
       0200-APPLY-ONE-TRANSACTION.

           ADD 1 TO WS-TRANS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-DISPOSITION.
           MOVE SPACES TO WS-AUTH-BEFORE.
           MOVE SPACES TO WS-AUTH-AFTER.
           MOVE SPACE TO WS-STATUS-BEFORE.
           MOVE SPACES TO WS-NAME-BEFORE.
           INSPECT OTR-OPERATOR-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 0250-FIND-OPERATOR.
           PERFORM 0260-CHECK-AUTHORITY-FLAGS.

           EVALUATE TRUE
               WHEN OTR-OPERATOR-ID = SPACES
                   MOVE "OPERATOR ID REQUIRED" TO WS-REJECT-REASON
                   PERFORM 0620-WRITE-REJECTED-LINE
               WHEN OTR-ACTION-ADD
                   PERFORM 0300-APPLY-ADD
               WHEN OTR-ACTION-CHANGE
                   PERFORM 0400-APPLY-CHANGE
               WHEN OTR-ACTION-INACTIVATE
                   PERFORM 0500-APPLY-INACTIVATE
               WHEN OTR-ACTION-REACTIVATE
                   PERFORM 0550-APPLY-REACTIVATE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
                   PERFORM 0620-WRITE-REJECTED-LINE
           END-EVALUATE.

       0250-FIND-OPERATOR.

           MOVE "N" TO WS-FOUND-SWITCH.
           IF OTR-OPERATOR-ID NOT = SPACES
               MOVE OTR-OPERATOR-ID TO OPR-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-OPERATOR-FOUND TO TRUE
                       MOVE OPR-AUTHORITIES TO WS-AUTH-BEFORE
                       MOVE OPR-STATUS-CODE TO WS-STATUS-BEFORE
                       MOVE OPR-OPERATOR-NAME TO WS-NAME-BEFORE
               END-READ
           END-IF.

       0260-CHECK-AUTHORITY-FLAGS.

           SET WS-FLAGS-OK TO TRUE.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > 6
               IF OTR-AUTHORITY (WS-AUTH-SUB) NOT = "Y"
                   AND OTR-AUTHORITY (WS-AUTH-SUB) NOT = "N"
                   AND OTR-AUTHORITY (WS-AUTH-SUB) NOT = SPACE
                       MOVE "N" TO WS-FLAGS-OK-SWITCH
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      *    A new operator starts active with exactly the
      *    authorities marked "Y" and nothing else.
      *-----------------------------------------------------------
       0300-APPLY-ADD.

           IF WS-OPERATOR-FOUND
               MOVE "OPERATOR ALREADY ON FILE" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF OTR-OPERATOR-NAME = SPACES
               MOVE "OPERATOR NAME REQUIRED" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF NOT WS-FLAGS-OK
               MOVE "AUTHORITY MUST BE Y, N OR BLANK"
                   TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
               MOVE SPACES TO OPERATOR-RECORD
               MOVE OTR-OPERATOR-ID TO OPR-OPERATOR-ID
               MOVE OTR-OPERATOR-NAME TO OPR-OPERATOR-NAME
               SET OPR-ACTIVE TO TRUE
               PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                       UNTIL WS-AUTH-SUB > 6
                   IF OTR-AUTHORITY (WS-AUTH-SUB) = "Y"
                       MOVE "Y" TO OPR-AUTHORITY (WS-AUTH-SUB)
                   ELSE
                       MOVE "N" TO OPR-AUTHORITY (WS-AUTH-SUB)
                   END-IF
               END-PERFORM
               MOVE WS-RUN-DATE TO OPR-ADDED-DATE
               MOVE WS-RUN-DATE TO OPR-CHANGED-DATE
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       MOVE "OPERATOR COULD NOT BE WRITTEN"
                           TO WS-REJECT-REASON
               END-WRITE
               IF WS-REJECT-REASON = SPACES
                   MOVE "ADDED" TO WS-DISPOSITION
                   PERFORM 0610-WRITE-APPLIED-LINE
               ELSE
                   PERFORM 0620-WRITE-REJECTED-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    A non-blank name replaces the name; each authority
      *    marked "Y" or "N" is granted or taken away and a blank
      *    one is left alone.  A change that changes nothing is
      *    rejected so the register shows only real changes.
      *-----------------------------------------------------------
       0400-APPLY-CHANGE.

           IF NOT WS-OPERATOR-FOUND
               MOVE "NO OPERATOR FOR ID" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF NOT WS-FLAGS-OK
               MOVE "AUTHORITY MUST BE Y, N OR BLANK"
                   TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
               IF OTR-OPERATOR-NAME NOT = SPACES
                   MOVE OTR-OPERATOR-NAME TO OPR-OPERATOR-NAME
               END-IF
               PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                       UNTIL WS-AUTH-SUB > 6
                   IF OTR-AUTHORITY (WS-AUTH-SUB) NOT = SPACE
                       MOVE OTR-AUTHORITY (WS-AUTH-SUB)
                           TO OPR-AUTHORITY (WS-AUTH-SUB)
                   END-IF
               END-PERFORM
               IF OPR-AUTHORITIES = WS-AUTH-BEFORE
                   AND OPR-OPERATOR-NAME = WS-NAME-BEFORE
                       MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
                       PERFORM 0620-WRITE-REJECTED-LINE
               ELSE
                   MOVE "CHANGED" TO WS-DISPOSITION
                   PERFORM 0600-REWRITE-OPERATOR
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    Inactivating keeps the authorities on file, so the
      *    access review still shows what the operator held.
      *-----------------------------------------------------------
       0500-APPLY-INACTIVATE.

           IF NOT WS-OPERATOR-FOUND
               MOVE "NO OPERATOR FOR ID" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF OPR-INACTIVE
               MOVE "OPERATOR ALREADY INACTIVE" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
               SET OPR-INACTIVE TO TRUE
               MOVE "INACTIVATED" TO WS-DISPOSITION
               PERFORM 0600-REWRITE-OPERATOR
           END-IF.

       0550-APPLY-REACTIVATE.

           IF NOT WS-OPERATOR-FOUND
               MOVE "NO OPERATOR FOR ID" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
           IF OPR-ACTIVE
               MOVE "OPERATOR ALREADY ACTIVE" TO WS-REJECT-REASON
               PERFORM 0620-WRITE-REJECTED-LINE
           ELSE
               SET OPR-ACTIVE TO TRUE
               MOVE "REACTIVATED" TO WS-DISPOSITION
               PERFORM 0600-REWRITE-OPERATOR
           END-IF.

       0600-REWRITE-OPERATOR.

           MOVE WS-RUN-DATE TO OPR-CHANGED-DATE.
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   MOVE "OPERATOR COULD NOT BE REWRITTEN"
                       TO WS-REJECT-REASON
           END-REWRITE.
           IF WS-REJECT-REASON = SPACES
               PERFORM 0610-WRITE-APPLIED-LINE
           ELSE
               PERFORM 0620-WRITE-REJECTED-LINE
           END-IF.

       0610-WRITE-APPLIED-LINE.

           ADD 1 TO WS-TRANS-APPLIED.
           MOVE OPR-AUTHORITIES TO WS-AUTH-AFTER.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE OTR-ACTION-CODE TO WS-REG-ACTION.
           MOVE OPR-OPERATOR-ID TO WS-REG-OPERATOR-ID.
           MOVE OPR-OPERATOR-NAME TO WS-REG-NAME.
           MOVE OPR-STATUS-CODE TO WS-REG-STATUS.
           MOVE WS-AUTH-BEFORE TO WS-REG-AUTH-BEFORE.
           MOVE WS-AUTH-AFTER TO WS-REG-AUTH-AFTER.
           STRING "APPLIED - " DELIMITED BY SIZE
               WS-DISPOSITION DELIMITED BY SIZE
               INTO WS-REG-DISPOSITION.
           MOVE WS-REGISTER-LINE TO WS-REGISTER-REC.
           WRITE WS-REGISTER-REC.

       0620-WRITE-REJECTED-LINE.

           ADD 1 TO WS-TRANS-REJECTED.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE OTR-ACTION-CODE TO WS-REG-ACTION.
           MOVE OTR-OPERATOR-ID TO WS-REG-OPERATOR-ID.
           MOVE OTR-OPERATOR-NAME TO WS-REG-NAME.
           MOVE WS-STATUS-BEFORE TO WS-REG-STATUS.
           MOVE WS-AUTH-BEFORE TO WS-REG-AUTH-BEFORE.
           STRING "REJECTED - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-REG-DISPOSITION.
           MOVE WS-REGISTER-LINE TO WS-REGISTER-REC.
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

       END PROGRAM OPER-MAINT.
