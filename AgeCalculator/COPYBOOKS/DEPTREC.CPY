      *    DEPTREC.CPY                                                *
      *    One department reference entry, code plus display name,   *
      *    so reports can show a department heading instead of the   *
      *    bare code carried on EMPLOYEE-RECORD.  DEPTREF.DAT is     *
      *    maintained by DEPT-MAINT.  A retired department stays on  *
      *    file, with the date it was retired, so history still      *
      *    reports under its name; EMP-MAINT refuses to put anyone   *
      *    new on it.  An entry keyed before the status byte        *
      *    existed reads as blank - active.                          *
      *****************************************************************
       01  DEPARTMENT-RECORD.
           05  DPT-CODE                PIC X(4).
           05  DPT-NAME                PIC X(20).
           05  DPT-STATUS-CODE         PIC X.
               88  DPT-ACTIVE          VALUE "A" SPACE.
               88  DPT-RETIRED         VALUE "R".
           05  DPT-RETIRED-DATE        PIC X(8).
