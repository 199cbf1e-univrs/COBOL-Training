      *****************************************************************
      *    RKCTLREC.CPY                                               *
      *    The one record of RKCTL.DAT, kept by AGE-RKFEED from run   *
      *    to run: the plan sponsor ID the recordkeeper knows us by,  *
      *    set up once by operations, and what the last eligibility   *
      *    file sent carried - its sequence number, file date,        *
      *    period, detail count and hash totals.  The next file takes *
      *    the next sequence number; a file that would repeat the     *
      *    last one exactly is refused.  Operations sets up the       *
      *    sponsor ID with the other fields zero before the first     *
      *    run.                                                       *
      *****************************************************************
       01  RK-CONTROL-RECORD.
           05  RKC-SPONSOR-ID          PIC X(10).
           05  RKC-LAST-SEQUENCE       PIC 9(6).
           05  RKC-LAST-FILE-DATE      PIC 9(8).
           05  RKC-LAST-PERIOD         PIC 9(6).
           05  RKC-LAST-DETAIL-COUNT   PIC 9(8).
           05  RKC-LAST-HASH-EMP-ID    PIC 9(15).
           05  RKC-LAST-HASH-BIRTH     PIC 9(15).
