       01  WS-DATE-OK               PIC X VALUE "N".
           88  WS-DATE-VALID         VALUE "Y".

       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-REFUSED-SWITCH PIC X VALUE "N".
           88  WS-OPERATOR-REFUSED   VALUE "Y".

           COPY DATEPARM.

           COPY OPERPARM.

       PROCEDURE DIVISION.

       0100-START-HERE.
               DISPLAY "Inquiry - (N)ame, (O)perator, (D)ate range, "
                   "or (A)rchive step : "
               ACCEPT WS-RUN-MODE
               DISPLAY "Enter your operator ID : "
               ACCEPT WS-OPERATOR-ID
           END-IF.
           PERFORM 0120-CHECK-OPERATOR.

           EVALUATE TRUE
               WHEN WS-OPERATOR-REFUSED
                   DISPLAY "Operator " WS-OPERATOR-ID " refused - "
                       OCP-REFUSAL-REASON " - nothing done"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MODE-NAME
                   IF NOT WS-RUNREQ-FOUND
                       DISPLAY "Enter first name (or blank) : "
                       IF RRQ-INQUIRY-MODE NOT = SPACE
                           SET WS-RUNREQ-FOUND TO TRUE
                           MOVE RRQ-INQUIRY-MODE TO WS-RUN-MODE
                           MOVE RRQ-OPERATOR-ID TO WS-OPERATOR-ID
                           MOVE RRQ-SELECT-FIRST-NAME
                               TO WS-SELECT-FIRST-NAME
                           MOVE RRQ-SELECT-LAST-NAME
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *    The audit trail is only opened for an operator who is
      *    known, active and holds the authority for the mode -
      *    audit inquiry to look, audit archive to move entries
      *    off AGEAUDIT.DAT.  An unknown mode does no work, so
      *    there is nothing to authorize.
      *-----------------------------------------------------------
       0120-CHECK-OPERATOR.

           MOVE WS-OPERATOR-ID TO OCP-OPERATOR-ID.
           MOVE "AUD-INQUIRY" TO OCP-PROGRAM-NAME.
           IF WS-MODE-ARCHIVE
               SET OCP-NEEDS-AUDIT-ARCH TO TRUE
           ELSE
               SET OCP-NEEDS-AUDIT-INQ TO TRUE
           END-IF.
           IF WS-MODE-NAME OR WS-MODE-OPERATOR OR WS-MODE-DATE-RANGE
               OR WS-MODE-ARCHIVE
                   CALL "OPER-CHECK" USING OPERATOR-CHECK-PARMS
                   MOVE OCP-OPERATOR-ID TO WS-OPERATOR-ID
                   IF NOT OCP-AUTHORIZED
                       SET WS-OPERATOR-REFUSED TO TRUE
                   END-IF
           END-IF.

      *-----------------------------------------------------------
      *    A mistyped date used to select nothing, or archive
      *    everything - judge it with the shared DATE-EDIT module
