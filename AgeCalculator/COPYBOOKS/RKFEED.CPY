      *****************************************************************
      *    RKFEED.CPY                                                 *
      *    One record of the retirement-plan recordkeeper eligibility *
      *    file, RKFEED.DAT, in the fixed 80-byte format the          *
      *    recordkeeper loads.  The file is one "H" header (our       *
      *    sponsor ID, the file date, the sequence number and the     *
      *    month the file covers), one "D" detail for each employee   *
      *    reaching an eligibility age in that month, and one "T"     *
      *    trailer carrying the detail count and hash totals of the   *
      *    employee IDs and birth dates for the recordkeeper to       *
      *    balance to.  A replacement file re-sends a month already   *
      *    sent, under a new sequence number.  RKF-AGE-SOURCE "C" is  *
      *    the current age AGE-CALC reported on its interface file,   *
      *    "R" one worked out here because AGE-CALC had no result for *
      *    the person.                                                *
      *****************************************************************
       01  RK-FEED-RECORD.
           05  RKF-RECORD-TYPE         PIC X.
               88  RKF-HEADER          VALUE "H".
               88  RKF-DETAIL          VALUE "D".
               88  RKF-TRAILER         VALUE "T".
           05  RKF-RECORD-BODY         PIC X(79).
           05  RKF-HEADER-BODY REDEFINES RKF-RECORD-BODY.
               10  RKF-SPONSOR-ID      PIC X(10).
               10  RKF-FILE-DATE       PIC 9(8).
               10  RKF-SEQUENCE        PIC 9(6).
               10  RKF-PERIOD-START    PIC 9(8).
               10  RKF-PERIOD-END      PIC 9(8).
               10  RKF-FILE-TYPE       PIC X.
                   88  RKF-ORIGINAL    VALUE "O".
                   88  RKF-REPLACEMENT VALUE "R".
               10  FILLER              PIC X(38).
           05  RKF-DETAIL-BODY REDEFINES RKF-RECORD-BODY.
               10  RKF-EMP-ID          PIC X(6).
               10  RKF-LAST-NAME       PIC X(10).
               10  RKF-FIRST-NAME      PIC X(10).
               10  RKF-BIRTH-DATE      PIC 9(8).
               10  RKF-EVENT-CODE      PIC X(4).
                   88  RKF-CATCH-UP    VALUE "CU50".
                   88  RKF-AGE-55      VALUE "SP55".
                   88  RKF-AGE-59-HALF VALUE "W595".
                   88  RKF-MEDICARE    VALUE "MC65".
                   88  RKF-RMD         VALUE "RMD ".
               10  RKF-EVENT-AGE       PIC 9(3)V9.
               10  RKF-EVENT-DATE      PIC 9(8).
               10  RKF-STATUS-CODE     PIC X.
               10  RKF-PLAN-CODE       PIC X(4).
               10  RKF-CURRENT-AGE     PIC 999.
               10  RKF-AGE-SOURCE      PIC X.
                   88  RKF-AGE-FROM-CALC   VALUE "C".
                   88  RKF-AGE-RECOMPUTED  VALUE "R".
               10  FILLER              PIC X(20).
           05  RKF-TRAILER-BODY REDEFINES RKF-RECORD-BODY.
               10  RKF-DETAIL-COUNT    PIC 9(8).
               10  RKF-HASH-EMP-ID     PIC 9(15).
               10  RKF-HASH-BIRTH      PIC 9(15).
               10  FILLER              PIC X(41).
