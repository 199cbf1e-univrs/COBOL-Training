      *****************************************************************
      *    DEPTTRAN.CPY                                               *
      *    One department maintenance transaction, applied to        *
      *    DEPTREF.DAT by DEPT-MAINT.  DTR-ACTION-CODE says what to  *
      *    do: add a department (or bring a retired one back), give  *
      *    it a new name, retire it, or move - a reorganization -    *
      *    every roster record on DTR-DEPT-CODE over to              *
      *    DTR-TO-DEPT-CODE in one step.                             *
      *****************************************************************
       01  DEPT-TRANS-RECORD.
           05  DTR-ACTION-CODE         PIC X.
               88  DTR-ACTION-ADD      VALUE "A".
               88  DTR-ACTION-RENAME   VALUE "N".
               88  DTR-ACTION-RETIRE   VALUE "R".
               88  DTR-ACTION-MOVE     VALUE "M".
           05  DTR-DEPT-CODE           PIC X(4).
           05  DTR-DEPT-NAME           PIC X(20).
           05  DTR-TO-DEPT-CODE        PIC X(4).
