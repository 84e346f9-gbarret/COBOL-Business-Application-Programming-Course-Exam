      ******************************************************************
      *    COPYBOOK:  APRLMREC
      *    DESCRIPTION: APPRLIM approval-limit record read by FINPOGEN
      *                 - the dollar limits above which a generated
      *                 purchase order is held for approval instead
      *                 of printed for the supplier.  One record per
      *                 vehicle make that needs its own limits, and
      *                 one record with a blank make holding the
      *                 limits for every make not listed.  The order
      *                 limit is tested against the order's total
      *                 value, the line limit against each line's
      *                 extended cost; a zero limit is no limit.
      *                 POMAINT and POACKIN apply the same limits to
      *                 a quantity increase on an open order, buyer's
      *                 or supplier's, and refuse one that breaks
      *                 them.  Maintained by purchasing management; no
      *                 APPRLIM at all holds nothing.
      ******************************************************************
       01  APPROVAL-LIMIT-REC.
           05  APL-VEHICLE-MAKE          PIC X(10).
               88  APL-IS-DEFAULT        VALUE SPACES.
           05  APL-ORDER-LIMIT           PIC 9(09)V99.
           05  APL-LINE-LIMIT            PIC 9(09)V99.
           05  FILLER                    PIC X(08).
