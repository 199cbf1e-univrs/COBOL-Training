      *    Suspense items are recycled ahead of the next night's     *
      *    transaction file, so a late-arriving ADD catches up on    *
      *    its own instead of dying on the reject register.          *
      *    The transaction's plan code was added after this layout   *
      *    was set, so it rides at the end in SUS-TRAN-PLAN-CODE,    *
      *    and an item suspended before it existed reads as blank.   *
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SUS-TRAN-DATA           PIC X(56).
           05  SUS-REJECT-REASON       PIC X(40).
           05  SUS-DAYS-IN-SUSPENSE    PIC 9(3).
           05  SUS-TRAN-PLAN-CODE      PIC X(4).
