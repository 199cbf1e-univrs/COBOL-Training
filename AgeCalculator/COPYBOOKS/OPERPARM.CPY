      *****************************************************************
      *    OPERPARM.CPY                                               *
      *    Parameter block for the OPER-CHECK subprogram - the one    *
      *    place an operator is judged against OPERATOR.DAT, so       *
      *    AGE-CALC, EMP-MAINT and AUD-INQ refuse the same people for *
      *    the same reasons.  The caller passes the operator ID, its  *
      *    own name and the number of the authority the run needs     *
      *    (the order of OPR-AUTHORITY in OPERREC); OPER-CHECK        *
      *    answers with the result, the operator's name and the       *
      *    refusal reason, and logs every refusal to SECVIOL.DAT      *
      *    itself.                                                    *
      *****************************************************************
       01  OPERATOR-CHECK-PARMS.
           05  OCP-OPERATOR-ID         PIC X(8).
           05  OCP-PROGRAM-NAME        PIC X(12).
           05  OCP-AUTHORITY-NO        PIC 9.
               88  OCP-NEEDS-BATCH     VALUE 1.
               88  OCP-NEEDS-LOOKUP    VALUE 2.
               88  OCP-NEEDS-RERUN     VALUE 3.
               88  OCP-NEEDS-ROSTER    VALUE 4.
               88  OCP-NEEDS-AUDIT-INQ VALUE 5.
               88  OCP-NEEDS-AUDIT-ARCH VALUE 6.
           05  OCP-OPERATOR-NAME       PIC X(30).
           05  OCP-RESULT-CODE         PIC X.
               88  OCP-AUTHORIZED      VALUE "A".
               88  OCP-UNKNOWN         VALUE "U".
               88  OCP-INACTIVE        VALUE "I".
               88  OCP-NOT-AUTHORIZED  VALUE "N".
               88  OCP-MASTER-UNAVAILABLE VALUE "F".
           05  OCP-REFUSAL-REASON      PIC X(40).
