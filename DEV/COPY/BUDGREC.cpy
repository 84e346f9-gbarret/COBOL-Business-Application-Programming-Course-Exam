      ******************************************************************
      *    COPYBOOK:  BUDGREC
      *    DESCRIPTION: SPNDBUDG purchasing budget record read by the
      *                 committed-spend report (CMTSPEND) - one record
      *                 per vehicle make per calendar month, holding
      *                 the dollars finance has budgeted for ordering
      *                 parts of that make in that month.  The month
      *                 is YYYYMM.  Maintained by finance; a make or
      *                 month with no record has no budget, so any
      *                 spend against it shows as over budget.  A
      *                 second record for the same make and month is
      *                 refused, not added in.
      ******************************************************************
       01  SPEND-BUDGET-REC.
           05  BGT-VEHICLE-MAKE          PIC X(10).
           05  BGT-BUDGET-MONTH          PIC X(06).
           05  BGT-BUDGET-MONTH-N REDEFINES BGT-BUDGET-MONTH.
               10  BGT-BUDGET-YEAR       PIC 9(04).
               10  BGT-BUDGET-MM         PIC 9(02).
           05  BGT-BUDGET-AMOUNT         PIC 9(09)V99.
           05  FILLER                    PIC X(13).
