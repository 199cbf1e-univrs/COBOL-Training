      **********************************************************************************
      *     Author:      GIANNIS NOUTSIS                                               *
      *     Date:        10/15/2026                                                    *
      *     Purpose:     GitHub Repository                                             *
      *     Companion to AGE-CALC - the suite's one first-name                         *
      *     comparison.  Two roster records with the same last name                    *
      *     and birth date are the same person far more often than                     *
      *     not, but HR and the agencies key the first name every                      *
      *     which way - "R", "ROB", "ROBERT", "ROBRET".  This                          *
      *     CALLable module decides whether two first names are the                    *
      *     same (exact) or plausibly the same (similar), so the                       *
      *     duplicate scan and EMP-MAINT's add check judge a pair                      *
      *     the same way, the way DATE-EDIT does for dates.                            *
      **********************************************************************************


       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAME-MATCH.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-NAME-1                PIC X(10) VALUE SPACES.
       01  WS-NAME-2                PIC X(10) VALUE SPACES.
       01  WS-LENGTH-1              PIC 99 VALUE ZERO.
       01  WS-LENGTH-2              PIC 99 VALUE ZERO.
       01  WS-NAME-WORK             PIC X(10) VALUE SPACES.
       01  WS-LENGTH-WORK           PIC 99 VALUE ZERO.
       01  WS-CHAR-SUB              PIC 99 VALUE ZERO.
       01  WS-DIFF-COUNT            PIC 99 VALUE ZERO.

       LINKAGE SECTION.
           COPY NAMEPARM.

       PROCEDURE DIVISION USING NAME-MATCH-PARMS.

       0100-START-HERE.

           MOVE NMP-FIRST-NAME-1 TO WS-NAME-1.
           MOVE NMP-FIRST-NAME-2 TO WS-NAME-2.
           INSPECT WS-NAME-1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz."
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ ".
           INSPECT WS-NAME-2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz."
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ ".

           MOVE WS-NAME-1 TO WS-NAME-WORK.
           PERFORM 0200-MEASURE-NAME.
           MOVE WS-LENGTH-WORK TO WS-LENGTH-1.
           MOVE WS-NAME-2 TO WS-NAME-WORK.
           PERFORM 0200-MEASURE-NAME.
           MOVE WS-LENGTH-WORK TO WS-LENGTH-2.

           SET NMP-NO-MATCH TO TRUE.
           EVALUATE TRUE
               WHEN WS-NAME-1 = WS-NAME-2
                   SET NMP-EXACT-MATCH TO TRUE
               WHEN WS-LENGTH-1 = ZERO OR WS-LENGTH-2 = ZERO
                   CONTINUE
               WHEN (WS-LENGTH-1 = 1 OR WS-LENGTH-2 = 1)
                   AND WS-NAME-1 (1:1) = WS-NAME-2 (1:1)
                       SET NMP-SIMILAR-MATCH TO TRUE
               WHEN WS-LENGTH-1 >= 3 AND WS-LENGTH-2 >= 3
                   AND WS-NAME-1 (1:3) = WS-NAME-2 (1:3)
                       SET NMP-SIMILAR-MATCH TO TRUE
               WHEN WS-LENGTH-1 = WS-LENGTH-2
                   PERFORM 0300-COUNT-DIFFERENCES
                   IF WS-DIFF-COUNT <= 1
                       SET NMP-SIMILAR-MATCH TO TRUE
                   END-IF
           END-EVALUATE.
           GOBACK.

      *-----------------------------------------------------------
      *    Length of the name without its trailing spaces.
      *-----------------------------------------------------------
       0200-MEASURE-NAME.

           MOVE ZERO TO WS-LENGTH-WORK.
           PERFORM VARYING WS-CHAR-SUB FROM 10 BY -1
                   UNTIL WS-CHAR-SUB < 1
                      OR WS-LENGTH-WORK > ZERO
               IF WS-NAME-WORK (WS-CHAR-SUB:1) NOT = SPACE
                   MOVE WS-CHAR-SUB TO WS-LENGTH-WORK
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      *    Same length, one letter different - a keying slip such
      *    as "JOHN" and "JOHM", not a different person.
      *-----------------------------------------------------------
       0300-COUNT-DIFFERENCES.

           MOVE ZERO TO WS-DIFF-COUNT.
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > WS-LENGTH-1
               IF WS-NAME-1 (WS-CHAR-SUB:1)
                   NOT = WS-NAME-2 (WS-CHAR-SUB:1)
                       ADD 1 TO WS-DIFF-COUNT
               END-IF
           END-PERFORM.

       END PROGRAM NAME-MATCH.
