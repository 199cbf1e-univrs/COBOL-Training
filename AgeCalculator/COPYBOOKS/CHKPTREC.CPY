      *    CHKPTREC.CPY                                               *
      *    Holds the batch roster's progress so a restarted run can  *
      *    pick up where the last run left off instead of rescanning *
      *    EMPLOYEE-FILE from the first record.  The plan counts     *
      *    carry the retirement-eligibility subtotals for each plan  *
      *    across the restart.                                       *
      *****************************************************************
       01  CHECKPOINT-RECORD.
           05  CHK-LAST-EMPLOYEE-ID    PIC X(6).
           05  CHK-IFACE-WRITTEN         PIC 9(6).
           05  CHK-RETIRE-ELIG           PIC 9(6).
           05  CHK-DEPT-RETIRE-ELIG      PIC 9(6).
           05  CHK-PLAN-COUNTS           PIC X(900).
