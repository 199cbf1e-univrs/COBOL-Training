      *****************************************************************
      *    PLANREC.CPY                                                *
      *    One retirement plan reference entry, keyed by the plan     *
      *    code carried on EMPLOYEE-RECORD.  Each pension plan -      *
      *    salaried, union, legacy - has its own normal retirement    *
      *    age, its own points threshold (age plus service) and its   *
      *    own early-retirement age, and AGE-CALC and AGE-FORECAST    *
      *    judge every employee by the plan on their record.  A zero  *
      *    points threshold or early age means the plan has no such   *
      *    rule.  An employee with no plan code, or a code not on     *
      *    PLANREF.DAT, is judged by the RETIREAGE and RETIREPOINTS   *
      *    defaults in AGECTL.DAT.                                    *
      *****************************************************************
       01  PLAN-RECORD.
           05  PLN-CODE                PIC X(4).
           05  PLN-NAME                PIC X(20).
           05  PLN-RETIRE-AGE          PIC 999.
           05  PLN-RETIRE-POINTS       PIC 999.
           05  PLN-EARLY-AGE           PIC 999.
