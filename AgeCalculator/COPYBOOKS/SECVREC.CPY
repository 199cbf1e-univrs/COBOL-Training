      *****************************************************************
      *    SECVREC.CPY                                                *
      *    One refused attempt to run a guarded function, appended to *
      *    SECVIOL.DAT by OPER-CHECK - when, which operator ID was    *
      *    given, to which program, for which authority, and why it   *
      *    was refused (unknown ID, inactive operator, no authority,  *
      *    or the operator master could not be read).  OPER-LIST      *
      *    prints the quarter's entries for the access review.        *
      *****************************************************************
       01  SECURITY-VIOLATION-RECORD.
           05  SCV-RUN-DATE            PIC 9(8).
           05  SCV-RUN-TIME            PIC 9(8).
           05  SCV-OPERATOR-ID         PIC X(8).
           05  SCV-PROGRAM-NAME        PIC X(12).
           05  SCV-AUTHORITY-NO        PIC 9.
           05  SCV-RESULT-CODE         PIC X.
           05  SCV-REASON              PIC X(40).
