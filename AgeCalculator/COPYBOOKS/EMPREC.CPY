      *    record so a whole department can be run in a single pass. *
      *    EMP-STATUS-CODE keeps terminated people on file with      *
      *    their history - only a data-entry deletion removes the    *
      *    record itself.  A blank status is read as active as a    *
      *    safety net.  EMP-PLAN-CODE names the retirement plan     *
      *    (PLANREF.DAT) the person is judged by; blank means the   *
      *    AGECTL.DAT defaults.  The status byte and termination    *
      *    date grew the record from 47 to 56 bytes, and the plan   *
      *    code from 56 to 60.  A roster built at an old length     *
      *    must be converted once before the first run under this  *
      *    layout - EMP-CONV from 47 bytes, EMP-PLNCONV from 56.    *
      *****************************************************************
       01  EMPLOYEE-RECORD.
           05  EMP-ID              PIC X(6).
               10  EMP-TERM-YEAR   PIC 9(4).
               10  EMP-TERM-MONTH  PIC 99.
               10  EMP-TERM-DAY    PIC 99.
           05  EMP-PLAN-CODE       PIC X(4).
