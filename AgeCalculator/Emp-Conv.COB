      *     Date:        9/2/2026                                                      *
      *     Purpose:     GitHub Repository                                             *
      *     Companion to AGE-CALC - one-time roster conversion.  The                   *
      *     employment-status byte and termination date, and later the                 *
      *     retirement plan code, grew EMPLOYEE-RECORD from 47 to 60                   *
      *     bytes, and an indexed file built at the old length will                    *
      *     not open under the new layout.  This utility reads the                     *
      *     original 47-byte EMPLOYEE.DAT, rewrites every record at                    *
      *     the current length with status "A", a zero termination                     *
      *     date and a blank plan code, and rebuilds EMPLOYEE.DAT in                   *
      *     place through EMPCONV.TMP.  A roster already at 56 bytes                   *
      *     goes through EMP-PLNCONV instead.  Back the roster up                      *
      *     first and run this exactly once, before the first nightly                  *
      *     chain under the new layout - a second run against an                       *
      *     already-converted roster will fail on the open and change                  *
      *     nothing.                                                                   *
      **********************************************************************************


      *-----------------------------------------------------------
      *    Same fields, new length - every converted record starts
      *    active with no termination date, which is what every
      *    record on an old-layout roster was, and on the default
      *    plan.
      *-----------------------------------------------------------
       0200-CONVERT-ONE-RECORD.

           MOVE OLD-HIRE-DAY TO CNV-HIRE-DAY.
           MOVE "A" TO CNV-STATUS-CODE.
           MOVE ZEROS TO CNV-TERM-DATE.
           MOVE SPACES TO CNV-PLAN-CODE.
           WRITE CONVERT-RECORD.

      *-----------------------------------------------------------
