      *****************************************************************
      *    NAMEPARM.CPY                                               *
      *    Parameter block for the NAME-MATCH subprogram - the one    *
      *    place two first names are judged the same person, so the   *
      *    duplicate scan and EMP-MAINT's add check agree on what     *
      *    "similar" means.  NMP-MATCH-CODE comes back "E" for an     *
      *    exact match, "S" for a similar one (an initial, a          *
      *    shortened name, a one-letter keying slip), "N" for none.   *
      *****************************************************************
       01  NAME-MATCH-PARMS.
           05  NMP-FIRST-NAME-1        PIC X(10).
           05  NMP-FIRST-NAME-2        PIC X(10).
           05  NMP-MATCH-CODE          PIC X.
               88  NMP-EXACT-MATCH     VALUE "E".
               88  NMP-SIMILAR-MATCH   VALUE "S".
               88  NMP-NO-MATCH        VALUE "N".
               88  NMP-ANY-MATCH       VALUE "E" "S".
