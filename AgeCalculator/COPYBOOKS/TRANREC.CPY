      *    transaction sets TRN-STATUS-CODE (and, for a             *
      *    termination, TRN-TERM-DATE) without touching the rest    *
      *    of the record, so history survives a termination.        *
      *    An "O" override is a full ADD image keyed again by HR    *
      *    after checking a "POSSIBLE DUPLICATE" suspense item - it *
      *    adds the new hire without the duplicate check and lets   *
      *    the held ADD drop out of suspense.  TRN-PLAN-CODE sets   *
      *    the retirement plan on an add or change; blank on a      *
      *    change leaves the plan already on file alone.            *
      *****************************************************************
       01  TRANSACTION-RECORD.
           05  TRN-ACTION-CODE         PIC X.
               88  TRN-ACTION-CHANGE   VALUE "C".
               88  TRN-ACTION-DELETE   VALUE "D".
               88  TRN-ACTION-STATUS   VALUE "S".
               88  TRN-ACTION-OVERRIDE VALUE "O".
           05  TRN-EMP-ID              PIC X(6).
           05  TRN-FIRST-NAME          PIC X(10).
           05  TRN-LAST-NAME           PIC X(10).
               10  TRN-TERM-YEAR       PIC 9(4).
               10  TRN-TERM-MONTH      PIC 99.
               10  TRN-TERM-DAY        PIC 99.
           05  TRN-PLAN-CODE           PIC X(4).
