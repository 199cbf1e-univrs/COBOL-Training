      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     GitHub Repository                                             *
      *     Companion to AGE-CALC - operator authority listing for                     *
      *     the quarterly access review.  Lists every operator on                      *
      *     OPERATOR.DAT, active or not, with the authorities held,                    *
      *     counts the active holders of each authority, and lists                     *
      *     the refused attempts OPER-CHECK logged to SECVIOL.DAT in                   *
      *     the last three months, with sign-off lines for the                         *
      *     reviewers - the page the auditors ask us to sign.                          *
      **********************************************************************************


       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT OPTIONAL VIOLATION-FILE ASSIGN TO "SECVIOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.

           SELECT PRINT-FILE ASSIGN TO "OPERLIST.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  VIOLATION-FILE.
           COPY SECVREC.

       FD  PRINT-FILE.
       01  WS-PRINT-REC            PIC X(132).

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
       01  WS-REVIEW-FROM           PIC 9(8) VALUE ZERO.
       01  WS-REVIEW-FROM-X REDEFINES WS-REVIEW-FROM.
           05  WS-REVIEW-FROM-YEAR  PIC 9(4).
           05  WS-REVIEW-FROM-MONTH PIC 99.
           05  WS-REVIEW-FROM-DAY   PIC 99.
       01  WS-MONTH-WORK            PIC S99 VALUE ZERO.

       01  WS-OPERATOR-STATUS       PIC XX.
       01  WS-VIOLATION-STATUS      PIC XX.
       01  WS-PRINT-STATUS          PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF                VALUE "Y".

       01  WS-AUTHORITY-NAME-VALUES.
           05  FILLER               PIC X(16) VALUE "BATCH".
           05  FILLER               PIC X(16) VALUE "LOOKUP".
           05  FILLER               PIC X(16) VALUE "RERUN".
           05  FILLER               PIC X(16) VALUE "ROSTER MAINT".
           05  FILLER               PIC X(16) VALUE "AUDIT INQUIRY".
           05  FILLER               PIC X(16) VALUE "AUDIT ARCHIVE".
       01  WS-AUTHORITY-NAME-TABLE REDEFINES WS-AUTHORITY-NAME-VALUES.
           05  WS-AUTHORITY-NAME    PIC X(16) OCCURS 6 TIMES.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-COUNT      PIC 9(6) OCCURS 6 TIMES.
       01  WS-AUTH-SUB              PIC 9 VALUE 1.

      *    Dates on file are YYYYMMDD; printed MM/DD/YYYY.
       01  WS-FMT-IN                PIC 9(8) VALUE ZERO.
       01  WS-FMT-IN-X REDEFINES WS-FMT-IN.
           05  WS-FMT-IN-YEAR       PIC 9(4).
           05  WS-FMT-IN-MONTH      PIC 99.
           05  WS-FMT-IN-DAY        PIC 99.
       01  WS-FMT-OUT.
           05  WS-FMT-OUT-MONTH     PIC 99.
           05  FILLER               PIC X VALUE "/".
           05  WS-FMT-OUT-DAY       PIC 99.
           05  FILLER               PIC X VALUE "/".
           05  WS-FMT-OUT-YEAR      PIC 9(4).

       01  WS-OPERATOR-LINE.
           05  FILLER               PIC X(2).
           05  WS-OPL-OPERATOR-ID   PIC X(8).
           05  FILLER               PIC X(2).
           05  WS-OPL-NAME          PIC X(30).
           05  FILLER               PIC X(2).
           05  WS-OPL-STATUS        PIC X(8).
           05  WS-OPL-AUTH-GROUP OCCURS 6 TIMES.
               10  FILLER           PIC X(4).
               10  WS-OPL-AUTH      PIC X.
               10  FILLER           PIC X(2).
           05  FILLER               PIC X(2).
           05  WS-OPL-ADDED         PIC X(10).
           05  FILLER               PIC X(2).
           05  WS-OPL-CHANGED       PIC X(10).

       01  WS-VIOLATION-LINE.
           05  FILLER               PIC X(2).
           05  WS-VIL-DATE          PIC X(10).
           05  FILLER               PIC X(2).
           05  WS-VIL-TIME.
               10  WS-VIL-HOUR      PIC 99.
               10  FILLER           PIC X.
               10  WS-VIL-MINUTE    PIC 99.
           05  FILLER               PIC X(2).
           05  WS-VIL-OPERATOR-ID   PIC X(8).
           05  FILLER               PIC X(2).
           05  WS-VIL-PROGRAM       PIC X(12).
           05  FILLER               PIC X(2).
           05  WS-VIL-AUTHORITY     PIC X(16).
           05  FILLER               PIC X(2).
           05  WS-VIL-REASON        PIC X(40).

       01  WS-COUNT-ED              PIC ZZZZZ9.
       01  WS-OPERATORS-LISTED      PIC 9(6) VALUE ZERO.
       01  WS-OPERATORS-ACTIVE      PIC 9(6) VALUE ZERO.
       01  WS-OPERATORS-INACTIVE    PIC 9(6) VALUE ZERO.
       01  WS-VIOLATIONS-READ       PIC 9(6) VALUE ZERO.
       01  WS-VIOLATIONS-LISTED     PIC 9(6) VALUE ZERO.

       01  WS-RUN-RC                PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    An operator master or report that cannot be opened
      *    ends RC 8.  A violation log that cannot be read still
      *    leaves the authority listing - RC 4, so the reviewers
      *    know the refusals are missing from the page.
      *-----------------------------------------------------------
       0100-START-HERE.

           PERFORM 0110-INITIALIZE.

           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "OPERATOR-FILE could not be opened - status "
                   WS-OPERATOR-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = "00"
                   DISPLAY "PRINT-FILE could not be opened - status "
                       WS-PRINT-STATUS
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM 0120-PRINT-LISTING-HEADER
                   PERFORM 0200-LIST-OPERATORS
                   PERFORM 0300-PRINT-HOLDER-COUNTS
                   PERFORM 0400-LIST-VIOLATIONS
                   PERFORM 0500-PRINT-SIGN-OFF
                   CLOSE PRINT-FILE
               END-IF
               CLOSE OPERATOR-FILE
           END-IF.

           DISPLAY "Operator authority listing ended with return code "
               WS-RUN-RC.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------
      *    The review covers the three months to the run date -
      *    a quarter, whenever in the quarter it is run.
      *-----------------------------------------------------------
       0110-INITIALIZE.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-MONTH TO WS-DISPLAY-MONTH.
           MOVE WS-DAY TO WS-DISPLAY-DAY.
           MOVE WS-YEAR TO WS-DISPLAY-YEAR.
           COMPUTE WS-REVIEW-FROM-YEAR = WS-YEAR + 2000.
           COMPUTE WS-MONTH-WORK = WS-MONTH - 3.
           IF WS-MONTH-WORK < 1
               ADD 12 TO WS-MONTH-WORK
               SUBTRACT 1 FROM WS-REVIEW-FROM-YEAR
           END-IF.
           MOVE WS-MONTH-WORK TO WS-REVIEW-FROM-MONTH.
           MOVE WS-DAY TO WS-REVIEW-FROM-DAY.
           INITIALIZE WS-HOLDER-TABLE.

       0120-PRINT-LISTING-HEADER.

           MOVE SPACES TO WS-PRINT-REC.
           STRING "OPERATOR AUTHORITY LISTING - ACCESS REVIEW"
               DELIMITED BY SIZE
               "     RUN DATE: " DELIMITED BY SIZE
               WS-DISPLAY-DATE DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  OPERATOR  NAME                            "
               DELIMITED BY SIZE
               "STATUS    BATCH LOOKUP  RERUN ROSTER  AUDIT  AUDIT"
               DELIMITED BY SIZE
               "  ADDED       CHANGED" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "                                                  "
               DELIMITED BY SIZE
               "                MAINT    INQ  ARCHV"
               DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

      *-----------------------------------------------------------
      *    Inactive operators are listed too, with what they held,
      *    so a reviewer can see an ID was shut off and not lost.
      *    Only an active operator counts as a holder.
      *-----------------------------------------------------------
       0200-LIST-OPERATORS.

           PERFORM UNTIL WS-EOF
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 0210-LIST-ONE-OPERATOR
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-SWITCH.

       0210-LIST-ONE-OPERATOR.

           ADD 1 TO WS-OPERATORS-LISTED.
           MOVE SPACES TO WS-OPERATOR-LINE.
           MOVE OPR-OPERATOR-ID TO WS-OPL-OPERATOR-ID.
           MOVE OPR-OPERATOR-NAME TO WS-OPL-NAME.
           IF OPR-ACTIVE
               ADD 1 TO WS-OPERATORS-ACTIVE
               MOVE "ACTIVE" TO WS-OPL-STATUS
           ELSE
               ADD 1 TO WS-OPERATORS-INACTIVE
               MOVE "INACTIVE" TO WS-OPL-STATUS
           END-IF.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > 6
               IF OPR-AUTHORITY (WS-AUTH-SUB) = "Y"
                   MOVE "Y" TO WS-OPL-AUTH (WS-AUTH-SUB)
                   IF OPR-ACTIVE
                       ADD 1 TO WS-HOLDER-COUNT (WS-AUTH-SUB)
                   END-IF
               ELSE
                   MOVE "-" TO WS-OPL-AUTH (WS-AUTH-SUB)
               END-IF
           END-PERFORM.
           IF OPR-ADDED-DATE IS NUMERIC
               MOVE OPR-ADDED-DATE TO WS-FMT-IN
               PERFORM 0800-FORMAT-DATE
               MOVE WS-FMT-OUT TO WS-OPL-ADDED
           END-IF.
           IF OPR-CHANGED-DATE IS NUMERIC
               MOVE OPR-CHANGED-DATE TO WS-FMT-IN
               PERFORM 0800-FORMAT-DATE
               MOVE WS-FMT-OUT TO WS-OPL-CHANGED
           END-IF.
           MOVE WS-OPERATOR-LINE TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

       0300-PRINT-HOLDER-COUNTS.

           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE WS-OPERATORS-LISTED TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "OPERATORS ON FILE       " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE WS-OPERATORS-ACTIVE TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  ACTIVE                " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE WS-OPERATORS-INACTIVE TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  INACTIVE              " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE "ACTIVE HOLDERS BY AUTHORITY" TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > 6
               MOVE WS-HOLDER-COUNT (WS-AUTH-SUB) TO WS-COUNT-ED
               MOVE SPACES TO WS-PRINT-REC
               STRING "  " DELIMITED BY SIZE
                   WS-AUTHORITY-NAME (WS-AUTH-SUB) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   INTO WS-PRINT-REC
               WRITE WS-PRINT-REC
           END-PERFORM.

      *-----------------------------------------------------------
      *    Every refusal logged since the start of the review
      *    period, oldest first, as OPER-CHECK appended them.
      *-----------------------------------------------------------
       0400-LIST-VIOLATIONS.

           MOVE WS-REVIEW-FROM TO WS-FMT-IN.
           PERFORM 0800-FORMAT-DATE.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "REFUSED ATTEMPTS SINCE " DELIMITED BY SIZE
               WS-FMT-OUT DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  DATE        TIME   OPERATOR  PROGRAM       "
               DELIMITED BY SIZE
               "AUTHORITY         REASON" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

           OPEN INPUT VIOLATION-FILE.
           IF WS-VIOLATION-STATUS NOT = "00"
               IF WS-VIOLATION-STATUS = "05"
                   CLOSE VIOLATION-FILE
               ELSE
                   DISPLAY "VIOLATION-FILE could not be opened - "
                       "status " WS-VIOLATION-STATUS
                   MOVE "  SECVIOL.DAT COULD NOT BE READ"
                       TO WS-PRINT-REC
                   WRITE WS-PRINT-REC
                   MOVE 4 TO WS-RUN-RC
               END-IF
           ELSE
               PERFORM UNTIL WS-EOF
                   READ VIOLATION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-VIOLATIONS-READ
                           IF SCV-RUN-DATE NOT < WS-REVIEW-FROM
                               PERFORM 0410-LIST-ONE-VIOLATION
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
               CLOSE VIOLATION-FILE
           END-IF.

           MOVE WS-VIOLATIONS-LISTED TO WS-COUNT-ED.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "REFUSED ATTEMPTS LISTED " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

       0410-LIST-ONE-VIOLATION.

           ADD 1 TO WS-VIOLATIONS-LISTED.
           MOVE SPACES TO WS-VIOLATION-LINE.
           MOVE SCV-RUN-DATE TO WS-FMT-IN.
           PERFORM 0800-FORMAT-DATE.
           MOVE WS-FMT-OUT TO WS-VIL-DATE.
           MOVE SCV-RUN-TIME (1:2) TO WS-VIL-HOUR.
           MOVE ":" TO WS-VIL-TIME (3:1).
           MOVE SCV-RUN-TIME (3:2) TO WS-VIL-MINUTE.
           MOVE SCV-OPERATOR-ID TO WS-VIL-OPERATOR-ID.
           MOVE SCV-PROGRAM-NAME TO WS-VIL-PROGRAM.
           IF SCV-AUTHORITY-NO >= 1 AND SCV-AUTHORITY-NO <= 6
               MOVE WS-AUTHORITY-NAME (SCV-AUTHORITY-NO)
                   TO WS-VIL-AUTHORITY
           END-IF.
           MOVE SCV-REASON TO WS-VIL-REASON.
           MOVE WS-VIOLATION-LINE TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

       0500-PRINT-SIGN-OFF.

           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  REVIEWED BY SECURITY: ___________________"
                   DELIMITED BY SIZE
               "     DATE: __________" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "  REVIEWED BY AUDIT: ______________________"
                   DELIMITED BY SIZE
               "     DATE: __________" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

       0800-FORMAT-DATE.

           MOVE WS-FMT-IN-MONTH TO WS-FMT-OUT-MONTH.
           MOVE WS-FMT-IN-DAY TO WS-FMT-OUT-DAY.
           MOVE WS-FMT-IN-YEAR TO WS-FMT-OUT-YEAR.

       END PROGRAM OPER-LIST.
