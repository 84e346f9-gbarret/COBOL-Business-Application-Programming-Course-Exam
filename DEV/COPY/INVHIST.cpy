      ******************************************************************
      *    COPYBOOK:  INVHIST
      *    DESCRIPTION: Invoice history record - one record appended
      *                 by INVMATCH for every invoice line it passed
      *                 for payment against a PO line.  A held line is
      *                 not recorded: it has not billed the PO line,
      *                 and the corrected invoice must still be able
      *                 to match.  INVMATCH loads the history at
      *                 start-up, so a later invoice billing the same
      *                 PO-NUMBER / line again is caught as a
      *                 duplicate no matter how many runs apart the
      *                 two bills arrive.  HOLD records written by
      *                 earlier runs are passed by on the load.
      ******************************************************************
       01  INVOICE-HISTORY-REC.
           05  IH-PO-NUMBER                 PIC 9(08).
           05  IH-PO-LINE-NUMBER            PIC 9(03).
           05  IH-SUPPLIER-NUMBER           PIC X(06).
           05  IH-INVOICE-NUMBER            PIC X(10).
           05  IH-INVOICE-DATE              PIC X(08).
           05  IH-PART-NUMBER               PIC X(10).
           05  IH-QUANTITY-BILLED           PIC 9(05).
           05  IH-UNIT-PRICE-BILLED         PIC 9(05)V99.
           05  IH-DISPOSITION               PIC X(04).
               88  IH-IS-PAY                VALUE 'PAY '.
               88  IH-IS-HOLD               VALUE 'HOLD'.
           05  IH-RUN-DATE                  PIC 9(08).
