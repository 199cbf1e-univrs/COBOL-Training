      *****************************************************************
      *    INACTREC.CPY                                               *
      *    One former employee on the inactive roster EMPINACT.DAT,   *
      *    keyed by INA-EMP-ID.  EMP-PURGE moves a person here once   *
      *    they have been terminated longer than the AGECTL.DAT       *
      *    retention period, carrying the roster record exactly as it *
      *    stood and the EMPADDR.DAT address if there was one, so the *
      *    nightly programs stop reading past them while their birth  *
      *    and hire history is still there for a benefits question or *
      *    a rehire.  EMP-MAINT reinstates from here when HR adds the *
      *    ID again; AGE-CALC lookup mode reads it when the ID is not *
      *    on the roster.  The images are sized to EMPREC and         *
      *    ADDRREC.                                                   *
      *****************************************************************
       01  INACTIVE-ROSTER-RECORD.
           05  INA-EMP-ID              PIC X(6).
           05  INA-PURGE-DATE.
               10  INA-PURGE-YEAR      PIC 9(4).
               10  INA-PURGE-MONTH     PIC 99.
               10  INA-PURGE-DAY       PIC 99.
           05  INA-ROSTER-IMAGE        PIC X(60).
           05  INA-ADDRESS-SWITCH      PIC X.
               88  INA-HAS-ADDRESS     VALUE "Y".
               88  INA-NO-ADDRESS      VALUE "N".
           05  INA-ADDRESS-IMAGE       PIC X(68).
