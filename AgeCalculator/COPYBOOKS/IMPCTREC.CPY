      *****************************************************************
      *    IMPCTREC.CPY                                               *
      *    One termination age-impact detail entry, written by        *
      *    AGE-IMPACT for every employee terminated inside the review *
      *    window so legal can keep the people behind the rates with  *
      *    the review file.  The age on the termination date is the   *
      *    one legal asks about; the age at the window start places   *
      *    the person in the 40-and-over or under-40 group the rates  *
      *    are built on.  IMP-IN-POOL "N" is someone hired after the  *
      *    window opened - listed, but outside the rates.             *
      *****************************************************************
       01  IMPACT-DETAIL-RECORD.
           05  IMP-WINDOW-FROM         PIC 9(8).
           05  IMP-WINDOW-TO           PIC 9(8).
           05  IMP-DEPT-CODE           PIC X(4).
           05  IMP-EMP-ID              PIC X(6).
           05  IMP-FIRST-NAME          PIC X(10).
           05  IMP-LAST-NAME           PIC X(10).
           05  IMP-BIRTH-DATE          PIC 9(8).
           05  IMP-HIRE-DATE           PIC 9(8).
           05  IMP-TERM-DATE           PIC 9(8).
           05  IMP-AGE-AT-TERM         PIC 999.
           05  IMP-AGE-AT-START        PIC 999.
           05  IMP-AGE-GROUP           PIC X.
               88  IMP-40-AND-OVER     VALUE "O".
               88  IMP-UNDER-40        VALUE "U".
           05  IMP-IN-POOL             PIC X.
               88  IMP-COUNTED         VALUE "Y".
               88  IMP-NOT-COUNTED     VALUE "N".
