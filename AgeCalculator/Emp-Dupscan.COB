      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     GitHub Repository                                             *
      *     Companion to AGE-CALC - probable duplicate employee scan.                  *
      *     A person keyed twice under two IDs is counted twice in                     *
      *     every headcount, age band and milestone list the suite                     *
      *     produces.  This pass sorts the whole roster - active, on                   *
      *     leave and terminated - together with the inactive roster                   *
      *     the retention purge keeps, by last name and birth date                     *
      *     and, within every group sharing both, asks NAME-MATCH                      *
      *     whether the first names are the same or plausibly the                      *
      *     same.  Each such pair is printed on DUPSCAN.PRT with both                  *
      *     records' status, department and hire date - a purged                       *
      *     record marked as on the inactive roster - so HR can                        *
      *     decide which ID stays.  Nothing on either roster is                        *
      *     changed.                                                                   *
      **********************************************************************************


       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-DUPSCAN.

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

           SELECT PRINT-FILE ASSIGN TO "DUPSCAN.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT SORT-FILE ASSIGN TO "DUPSCAN.TMP".

       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  INACTIVE-FILE.
           COPY INACTREC.

       FD  PRINT-FILE.
       01  WS-PRINT-REC            PIC X(132).

       SD  SORT-FILE.
           COPY EMPREC REPLACING
               ==EMPLOYEE-RECORD== BY ==SORT-RECORD==
               LEADING ==EMP-== BY ==SRT-==.
       01  SORT-SOURCE-RECORD.
           05  FILLER              PIC X(60).
           05  SRT-SOURCE          PIC X.

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

       01  WS-EMPLOYEE-STATUS       PIC XX.
       01  WS-INACTIVE-STATUS       PIC XX.
       01  WS-PRINT-STATUS          PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88  WS-EOF                VALUE "Y".
       01  WS-SORT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-SORT-EOF           VALUE "Y".

      *    One group is every roster record with the same last
      *    name and birth date - rarely more than two or three.
      *    The source byte is "I" for an inactive roster entry.
       01  WS-GROUP-KEY.
           05  WS-GROUP-LAST-NAME   PIC X(10) VALUE SPACES.
           05  WS-GROUP-BIRTH-DATE  PIC 9(8) VALUE ZERO.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 100 TIMES.
               10  WS-GROUP-ROSTER  PIC X(60).
               10  WS-GROUP-SOURCE  PIC X.
       01  WS-GROUP-COUNT           PIC 999 VALUE ZERO.
       01  WS-GROUP-OVERFLOW        PIC 9(6) VALUE ZERO.
       01  WS-SUB-1                 PIC 999 VALUE ZERO.
       01  WS-SUB-2                 PIC 999 VALUE ZERO.
       01  WS-START-SUB             PIC 999 VALUE ZERO.

           COPY EMPREC REPLACING
               ==EMPLOYEE-RECORD== BY ==DUP-FIRST-RECORD==
               LEADING ==EMP-== BY ==DP1-==.
           COPY EMPREC REPLACING
               ==EMPLOYEE-RECORD== BY ==DUP-SECOND-RECORD==
               LEADING ==EMP-== BY ==DP2-==.
       01  WS-DP1-SOURCE            PIC X VALUE SPACE.
       01  WS-DP2-SOURCE            PIC X VALUE SPACE.
       01  WS-HALF-SOURCE           PIC X VALUE SPACE.
           88  WS-HALF-INACTIVE      VALUE "I".

       01  WS-MATCH-TEXT            PIC X(7) VALUE SPACES.
       01  WS-STATUS-TEXT           PIC X(15) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-MATCH         PIC X(7).
           05  FILLER               PIC X(2).
           05  WS-DTL-ID            PIC X(6).
           05  FILLER               PIC X(2).
           05  WS-DTL-FIRST-NAME    PIC X(10).
           05  FILLER               PIC X.
           05  WS-DTL-LAST-NAME     PIC X(10).
           05  FILLER               PIC X(2).
           05  WS-DTL-BIRTH-DATE.
               10  WS-DTL-BIRTH-MONTH   PIC 99.
               10  FILLER               PIC X VALUE "/".
               10  WS-DTL-BIRTH-DAY     PIC 99.
               10  FILLER               PIC X VALUE "/".
               10  WS-DTL-BIRTH-YEAR    PIC 9(4).
           05  FILLER               PIC X(2).
           05  WS-DTL-DEPT          PIC X(4).
           05  FILLER               PIC X(2).
           05  WS-DTL-STATUS        PIC X(15).
           05  FILLER               PIC X(2).
           05  WS-DTL-HIRE-DATE.
               10  WS-DTL-HIRE-MONTH    PIC 99.
               10  FILLER               PIC X VALUE "/".
               10  WS-DTL-HIRE-DAY      PIC 99.
               10  FILLER               PIC X VALUE "/".
               10  WS-DTL-HIRE-YEAR     PIC 9(4).
           05  FILLER               PIC X(2).
           05  WS-DTL-TERM-DATE     PIC X(10).

       01  WS-TERM-DISPLAY.
           05  WS-TERM-MONTH        PIC 99.
           05  FILLER               PIC X VALUE "/".
           05  WS-TERM-DAY          PIC 99.
           05  FILLER               PIC X VALUE "/".
           05  WS-TERM-YEAR         PIC 9(4).

       01  WS-RECORDS-SCANNED       PIC 9(6) VALUE ZERO.
       01  WS-INACTIVE-SCANNED      PIC 9(6) VALUE ZERO.
       01  WS-GROUPS-CHECKED        PIC 9(6) VALUE ZERO.
       01  WS-EXACT-PAIRS           PIC 9(6) VALUE ZERO.
       01  WS-SIMILAR-PAIRS         PIC 9(6) VALUE ZERO.

       01  WS-RUN-RC                PIC 99 VALUE ZERO.

           COPY NAMEPARM.

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      *    A roster or report that cannot be opened ends RC 8.  A
      *    clean scan with pairs to look at ends RC 4, the same
      *    as the other exception reports, so somebody reads it.
      *-----------------------------------------------------------
       0100-START-HERE.

           ACCEPT WS-DATE FROM DATE.
           MOVE WS-MONTH TO WS-DISPLAY-MONTH.
           MOVE WS-DAY TO WS-DISPLAY-DAY.
           MOVE WS-YEAR TO WS-DISPLAY-YEAR.

           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "PRINT-FILE could not be opened - status "
                   WS-PRINT-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM 0120-PRINT-SCAN-HEADER
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-LAST-NAME
                                    SRT-BIRTH-DATE
                                    SRT-FIRST-NAME
                                    SRT-ID
                   INPUT PROCEDURE IS 0200-RELEASE-ROSTER
                   OUTPUT PROCEDURE IS 0300-SCAN-SORTED-ROSTER
               IF WS-RUN-RC < 8
                   PERFORM 0700-PRINT-SCAN-TOTALS
               END-IF
               CLOSE PRINT-FILE
           END-IF.

           DISPLAY "Duplicate scan ended with return code " WS-RUN-RC.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       0120-PRINT-SCAN-HEADER.

           MOVE SPACES TO WS-PRINT-REC.
           STRING "PROBABLE DUPLICATE EMPLOYEES     RUN DATE: "
               DELIMITED BY SIZE
               WS-DISPLAY-DATE DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "SAME LAST NAME AND BIRTH DATE, " DELIMITED BY SIZE
               "FIRST NAME THE SAME OR SIMILAR" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "MATCH    EMP-ID  FIRST      LAST        "
               DELIMITED BY SIZE
               "BIRTH DATE  DEPT  STATUS           HIRE DATE   "
               DELIMITED BY SIZE
               "TERM DATE" DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

       0200-RELEASE-ROSTER.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-FILE could not be opened - status "
                   WS-EMPLOYEE-STATUS " - nothing scanned"
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM UNTIL WS-EOF
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-SCANNED
                           MOVE EMPLOYEE-RECORD TO SORT-RECORD
                           MOVE "R" TO SRT-SOURCE
                           RELEASE SORT-SOURCE-RECORD
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               PERFORM 0210-RELEASE-INACTIVE-ROSTER
           END-IF.

      *-----------------------------------------------------------
      *    A rehire keyed under a new ID after the purge moved the
      *    old record off is the duplicate most worth finding, so
      *    the inactive roster goes into the same sort.  No
      *    inactive roster yet is nothing to add.
      *-----------------------------------------------------------
       0210-RELEASE-INACTIVE-ROSTER.

           OPEN INPUT INACTIVE-FILE.
           IF WS-INACTIVE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ INACTIVE-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-INACTIVE-SCANNED
                           MOVE INA-ROSTER-IMAGE TO SORT-RECORD
                           MOVE "I" TO SRT-SOURCE
                           RELEASE SORT-SOURCE-RECORD
                   END-READ
               END-PERFORM
               CLOSE INACTIVE-FILE
           ELSE
               IF WS-INACTIVE-STATUS = "05"
                   CLOSE INACTIVE-FILE
               ELSE
                   DISPLAY "INACTIVE-FILE could not be opened - "
                       "status " WS-INACTIVE-STATUS
                       " - nothing scanned"
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    The sorted roster arrives a group at a time; each group
      *    is collected and then every pair in it compared.
      *-----------------------------------------------------------
       0300-SCAN-SORTED-ROSTER.

           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF SRT-LAST-NAME NOT = WS-GROUP-LAST-NAME
                           OR SRT-BIRTH-DATE NOT = WS-GROUP-BIRTH-DATE
                               PERFORM 0400-COMPARE-GROUP
                               MOVE SRT-LAST-NAME TO WS-GROUP-LAST-NAME
                               MOVE SRT-BIRTH-DATE
                                   TO WS-GROUP-BIRTH-DATE
                               MOVE ZERO TO WS-GROUP-COUNT
                       END-IF
                       PERFORM 0310-ADD-TO-GROUP
               END-RETURN
           END-PERFORM.
           PERFORM 0400-COMPARE-GROUP.

       0310-ADD-TO-GROUP.

           IF WS-GROUP-COUNT < 100
               ADD 1 TO WS-GROUP-COUNT
               MOVE SORT-SOURCE-RECORD
                   TO WS-GROUP-ENTRY (WS-GROUP-COUNT)
           ELSE
               ADD 1 TO WS-GROUP-OVERFLOW
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       0400-COMPARE-GROUP.

           IF WS-GROUP-COUNT > 1
               ADD 1 TO WS-GROUPS-CHECKED
               PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                       UNTIL WS-SUB-1 >= WS-GROUP-COUNT
                   COMPUTE WS-START-SUB = WS-SUB-1 + 1
                   PERFORM VARYING WS-SUB-2 FROM WS-START-SUB BY 1
                           UNTIL WS-SUB-2 > WS-GROUP-COUNT
                       PERFORM 0410-COMPARE-PAIR
                   END-PERFORM
               END-PERFORM
           END-IF.

       0410-COMPARE-PAIR.

           MOVE WS-GROUP-ROSTER (WS-SUB-1) TO DUP-FIRST-RECORD.
           MOVE WS-GROUP-SOURCE (WS-SUB-1) TO WS-DP1-SOURCE.
           MOVE WS-GROUP-ROSTER (WS-SUB-2) TO DUP-SECOND-RECORD.
           MOVE WS-GROUP-SOURCE (WS-SUB-2) TO WS-DP2-SOURCE.
           MOVE DP1-FIRST-NAME TO NMP-FIRST-NAME-1.
           MOVE DP2-FIRST-NAME TO NMP-FIRST-NAME-2.
           CALL "NAME-MATCH" USING NAME-MATCH-PARMS.
           IF NMP-ANY-MATCH
               IF NMP-EXACT-MATCH
                   ADD 1 TO WS-EXACT-PAIRS
                   MOVE "EXACT" TO WS-MATCH-TEXT
               ELSE
                   ADD 1 TO WS-SIMILAR-PAIRS
                   MOVE "SIMILAR" TO WS-MATCH-TEXT
               END-IF
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
               PERFORM 0500-PRINT-PAIR
           END-IF.

      *-----------------------------------------------------------
      *    Both halves of the pair, one line each, then a blank
      *    line so pairs stand apart on the page.  A half from the
      *    inactive roster shows that in place of its status.
      *-----------------------------------------------------------
       0500-PRINT-PAIR.

           MOVE DUP-FIRST-RECORD TO EMPLOYEE-RECORD.
           MOVE WS-DP1-SOURCE TO WS-HALF-SOURCE.
           MOVE WS-MATCH-TEXT TO WS-DTL-MATCH.
           PERFORM 0510-PRINT-ONE-HALF.
           MOVE DUP-SECOND-RECORD TO EMPLOYEE-RECORD.
           MOVE WS-DP2-SOURCE TO WS-HALF-SOURCE.
           MOVE SPACES TO WS-DTL-MATCH.
           PERFORM 0510-PRINT-ONE-HALF.
           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

       0510-PRINT-ONE-HALF.

           EVALUATE TRUE
               WHEN WS-HALF-INACTIVE
                   MOVE "INACTIVE ROSTER" TO WS-STATUS-TEXT
               WHEN EMP-TERMINATED
                   MOVE "TERMINATED" TO WS-STATUS-TEXT
               WHEN EMP-ON-LEAVE
                   MOVE "ON LEAVE" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE EMP-ID TO WS-DTL-ID.
           MOVE EMP-FIRST-NAME TO WS-DTL-FIRST-NAME.
           MOVE EMP-LAST-NAME TO WS-DTL-LAST-NAME.
           MOVE EMP-BIRTH-MONTH TO WS-DTL-BIRTH-MONTH.
           MOVE EMP-BIRTH-DAY TO WS-DTL-BIRTH-DAY.
           MOVE EMP-BIRTH-YEAR TO WS-DTL-BIRTH-YEAR.
           MOVE EMP-DEPT-CODE TO WS-DTL-DEPT.
           MOVE WS-STATUS-TEXT TO WS-DTL-STATUS.
           MOVE EMP-HIRE-MONTH TO WS-DTL-HIRE-MONTH.
           MOVE EMP-HIRE-DAY TO WS-DTL-HIRE-DAY.
           MOVE EMP-HIRE-YEAR TO WS-DTL-HIRE-YEAR.
           IF EMP-TERM-DATE IS NUMERIC
               AND EMP-TERM-DATE NOT = ZEROS
                   MOVE EMP-TERM-MONTH TO WS-TERM-MONTH
                   MOVE EMP-TERM-DAY TO WS-TERM-DAY
                   MOVE EMP-TERM-YEAR TO WS-TERM-YEAR
                   MOVE WS-TERM-DISPLAY TO WS-DTL-TERM-DATE
           ELSE
               MOVE SPACES TO WS-DTL-TERM-DATE
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.

       0700-PRINT-SCAN-TOTALS.

           MOVE SPACES TO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "ROSTER RECORDS SCANNED:  " DELIMITED BY SIZE
               WS-RECORDS-SCANNED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "INACTIVE RECORDS SCANNED:" DELIMITED BY SIZE
               WS-INACTIVE-SCANNED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "NAME/BIRTH GROUPS:       " DELIMITED BY SIZE
               WS-GROUPS-CHECKED DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "EXACT NAME PAIRS:        " DELIMITED BY SIZE
               WS-EXACT-PAIRS DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           MOVE SPACES TO WS-PRINT-REC.
           STRING "SIMILAR NAME PAIRS:      " DELIMITED BY SIZE
               WS-SIMILAR-PAIRS DELIMITED BY SIZE
               INTO WS-PRINT-REC.
           WRITE WS-PRINT-REC.
           IF WS-GROUP-OVERFLOW > ZERO
               MOVE SPACES TO WS-PRINT-REC
               STRING "RECORDS NOT COMPARED - GROUP OVER 100: "
                   DELIMITED BY SIZE
                   WS-GROUP-OVERFLOW DELIMITED BY SIZE
                   INTO WS-PRINT-REC
               WRITE WS-PRINT-REC
           END-IF.

       END PROGRAM EMP-DUPSCAN.
