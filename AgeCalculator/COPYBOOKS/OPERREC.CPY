      *****************************************************************
      *    OPERREC.CPY                                                *
      *    One operator on the operator master OPERATOR.DAT, keyed by *
      *    the operator ID typed at the prompt or carried in          *
      *    RUNREQ.DAT - the name, whether the ID may be used at all,  *
      *    and a "Y" for each function the operator may run: the      *
      *    AGE-CALC batch, lookup and rerun modes, EMP-MAINT roster   *
      *    maintenance, AUD-INQ inquiries and the AUD-INQ archive     *
      *    step.  Anything but "Y" is no authority, and only status   *
      *    "A" is active.  OPER-MAINT keeps the file; OPER-CHECK      *
      *    judges every operator against it.  The table view lets a   *
      *    program take the authorities by number, in the order       *
      *    listed.                                                    *
      *****************************************************************
       01  OPERATOR-RECORD.
           05  OPR-OPERATOR-ID         PIC X(8).
           05  OPR-OPERATOR-NAME       PIC X(30).
           05  OPR-STATUS-CODE         PIC X.
               88  OPR-ACTIVE          VALUE "A".
               88  OPR-INACTIVE        VALUE "I".
           05  OPR-AUTHORITIES.
               10  OPR-AUTH-BATCH      PIC X.
               10  OPR-AUTH-LOOKUP     PIC X.
               10  OPR-AUTH-RERUN      PIC X.
               10  OPR-AUTH-ROSTER     PIC X.
               10  OPR-AUTH-AUDIT-INQ  PIC X.
               10  OPR-AUTH-AUDIT-ARCH PIC X.
           05  OPR-AUTHORITY-TABLE REDEFINES OPR-AUTHORITIES.
               10  OPR-AUTHORITY       PIC X OCCURS 6 TIMES.
           05  OPR-ADDED-DATE          PIC 9(8).
           05  OPR-CHANGED-DATE        PIC 9(8).
