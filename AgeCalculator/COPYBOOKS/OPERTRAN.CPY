      *****************************************************************
      *    OPERTRAN.CPY                                               *
      *    One operator maintenance transaction, applied to           *
      *    OPERATOR.DAT by OPER-MAINT.  OTR-ACTION-CODE says what to  *
      *    do: add an operator, change a name or authorities,         *
      *    inactivate an operator who has left or changed jobs, or    *
      *    reactivate one.  Operators are never deleted, so the       *
      *    refusals and audit entries under an old ID still name      *
      *    somebody.  On an add each authority is "Y" or not granted; *
      *    on a change "Y" grants, "N" takes away and blank leaves it *
      *    as it is.                                                  *
      *****************************************************************
       01  OPERATOR-TRANS-RECORD.
           05  OTR-ACTION-CODE         PIC X.
               88  OTR-ACTION-ADD      VALUE "A".
               88  OTR-ACTION-CHANGE   VALUE "C".
               88  OTR-ACTION-INACTIVATE VALUE "I".
               88  OTR-ACTION-REACTIVATE VALUE "R".
           05  OTR-OPERATOR-ID         PIC X(8).
           05  OTR-OPERATOR-NAME       PIC X(30).
           05  OTR-AUTHORITIES.
               10  OTR-AUTHORITY       PIC X OCCURS 6 TIMES.
