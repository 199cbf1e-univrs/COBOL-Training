      *****************************************************************
      *    ROSTHIST.CPY                                               *
      *    One roster change-history entry, appended to EMPHIST.DAT   *
      *    for every change actually applied to EMPLOYEE.DAT or       *
      *    EMPADDR.DAT - the record image before and after, the run   *
      *    date and time, and where the change came from (an          *
      *    EMP-MAINT transaction, suspense item or address            *
      *    transaction, a DEPT-MAINT reorganization, or an EMP-PURGE  *
      *    move to the inactive roster) - so the old image survives   *
      *    the rewrite.  An add has a blank before image, a delete a  *
      *    blank after image.  Run date, run time and sequence put    *
      *    the entries back in the order they were applied, which is  *
      *    what EMP-REBUILD needs to wind the roster back to an       *
      *    earlier date.  The images are sized past the current       *
      *    record lengths so a longer roster record still fits.       *
      *****************************************************************
       01  ROSTER-HISTORY-RECORD.
           05  RHS-RUN-DATE            PIC 9(8).
           05  RHS-RUN-DATE-X REDEFINES RHS-RUN-DATE.
               10  RHS-RUN-YEAR        PIC 9(4).
               10  RHS-RUN-MONTH       PIC 99.
               10  RHS-RUN-DAY         PIC 99.
           05  RHS-RUN-TIME            PIC 9(8).
           05  RHS-SEQUENCE            PIC 9(6).
           05  RHS-SOURCE-CODE         PIC X.
               88  RHS-FROM-TRANSACTION VALUE "T".
               88  RHS-FROM-SUSPENSE    VALUE "S".
               88  RHS-FROM-ADDRESS     VALUE "A".
               88  RHS-FROM-REORGANIZATION VALUE "R".
               88  RHS-FROM-PURGE       VALUE "P".
           05  RHS-ACTION-CODE         PIC X.
           05  RHS-EMP-ID              PIC X(6).
           05  RHS-BEFORE-IMAGE        PIC X(80).
           05  RHS-AFTER-IMAGE         PIC X(80).
