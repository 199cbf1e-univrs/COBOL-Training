      *****************************************************************
      *    HRSNAP.CPY                                                 *
      *    One employee from HR's full nightly roster snapshot,       *
      *    HRSNAP.DAT - the system of record's view of everyone it    *
      *    holds, employment and mailing address in one record.       *
      *    EMP-SYNC compares it field by field with EMPLOYEE.DAT and  *
      *    EMPADDR.DAT and writes the transactions that bring them    *
      *    into line.  A blank plan code or a blank address means HR  *
      *    did not supply one, not that ours should be cleared.  The  *
      *    snapshot comes in no promised order.                       *
      *****************************************************************
       01  HR-SNAPSHOT-RECORD.
           05  HRS-EMP-ID              PIC X(6).
           05  HRS-FIRST-NAME          PIC X(10).
           05  HRS-LAST-NAME           PIC X(10).
           05  HRS-BIRTH-DATE.
               10  HRS-BIRTH-YEAR      PIC 9(4).
               10  HRS-BIRTH-MONTH     PIC 99.
               10  HRS-BIRTH-DAY       PIC 99.
           05  HRS-DEPT-CODE           PIC X(4).
           05  HRS-HIRE-DATE.
               10  HRS-HIRE-YEAR       PIC 9(4).
               10  HRS-HIRE-MONTH      PIC 99.
               10  HRS-HIRE-DAY        PIC 99.
           05  HRS-STATUS-CODE         PIC X.
               88  HRS-ACTIVE          VALUE "A" SPACE.
               88  HRS-ON-LEAVE        VALUE "L".
               88  HRS-TERMINATED      VALUE "T".
           05  HRS-TERM-DATE.
               10  HRS-TERM-YEAR       PIC 9(4).
               10  HRS-TERM-MONTH      PIC 99.
               10  HRS-TERM-DAY        PIC 99.
           05  HRS-PLAN-CODE           PIC X(4).
           05  HRS-ADDRESS.
               10  HRS-STREET          PIC X(30).
               10  HRS-CITY            PIC X(20).
               10  HRS-STATE           PIC XX.
               10  HRS-ZIP             PIC X(10).
