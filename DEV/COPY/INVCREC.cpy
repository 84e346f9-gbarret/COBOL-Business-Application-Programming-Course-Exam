      ******************************************************************
      *    COPYBOOK:  INVCREC
      *    DESCRIPTION: Keyed-in supplier invoice line - one billed
      *                 part per record, keyed by accounts payable
      *                 from the supplier's invoice.  INVMATCH
      *                 matches each line three ways: against the
      *                 POFILE line for INV-PO-NUMBER/INV-PART-NUMBER
      *                 (ordered quantity and unit cost), against the
      *                 quantity PORECV posted as received, and
      *                 against the invoice history for an earlier
      *                 bill of the same PO line.  As with the dock's
      *                 receipts, the fields are keyed, so they are
      *                 alphanumeric here and edited by the program;
      *                 the numeric views are only used once the
      *                 keyed text has tested NUMERIC.  The unit price
      *                 is keyed with two implied decimals.
      ******************************************************************
       01  INVOICE-REC.
           05  INV-SUPPLIER-NUMBER          PIC X(06).
           05  INV-INVOICE-NUMBER           PIC X(10).
           05  INV-INVOICE-DATE             PIC X(08).
           05  INV-PO-NUMBER                PIC X(08).
           05  INV-PART-NUMBER              PIC X(10).
           05  INV-QUANTITY-BILLED          PIC X(05).
           05  INV-QUANTITY-BILLED-N REDEFINES INV-QUANTITY-BILLED
                                            PIC 9(05).
           05  INV-UNIT-PRICE-BILLED        PIC X(07).
           05  INV-UNIT-PRICE-BILLED-N REDEFINES INV-UNIT-PRICE-BILLED
                                            PIC 9(05)V99.
           05  FILLER                       PIC X(26).
