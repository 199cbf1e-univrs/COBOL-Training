      *****************************************************************
      *    DQHIST.CPY                                                 *
      *    One data-quality summary entry appended to DQHIST.DAT by   *
      *    every EMP-DQSCAN run - a "C" record with the roster and    *
      *    address records scanned and the exception count for each   *
      *    rule, and one "D" record per department that had           *
      *    exceptions - so whether the weekly cleanup is getting      *
      *    anywhere can be trended run over run instead of argued     *
      *    from memory.  Rule numbers are the ones printed on the     *
      *    exception report.                                          *
      *****************************************************************
       01  DQ-HISTORY-RECORD.
           05  DQH-RECORD-TYPE         PIC X.
               88  DQH-COMPANY         VALUE "C".
               88  DQH-DEPARTMENT      VALUE "D".
           05  DQH-RUN-DATE            PIC 9(8).
           05  DQH-DEPT-CODE           PIC X(4).
           05  DQH-ROSTER-SCANNED      PIC 9(6).
           05  DQH-ADDRESS-SCANNED     PIC 9(6).
           05  DQH-RULE-COUNTS.
               10  DQH-RULE-COUNT      PIC 9(6) OCCURS 10 TIMES.
           05  DQH-TOTAL-COUNT         PIC 9(6).
