      ******************************************************************
      *    COPYBOOK:  INVMVREC
      *    DESCRIPTION: Inventory movement record - the layout of both
      *                 the receipt movements PORECV writes to RCVMOVE
      *                 and the daily INVMOVE feed from the stores
      *                 floor.  A receipt adds to on hand, an issue
      *                 takes from it, a physical count replaces it,
      *                 and a reorder-point record sets the part's
      *                 reorder point to the quantity given.  The
      *                 feed is keyed, so the quantity and date are
      *                 alphanumeric here and edited by INVPOST; the
      *                 quantity is seven digits, zero filled.  The
      *                 reference is the PO number on a receipt and
      *                 the stores document number otherwise.
      ******************************************************************
       01  INV-MOVEMENT-REC.
           05  IMV-MOVE-TYPE                PIC X(01).
               88  IMV-IS-RECEIPT           VALUE 'R'.
               88  IMV-IS-ISSUE             VALUE 'I'.
               88  IMV-IS-COUNT             VALUE 'C'.
               88  IMV-IS-REORDER-POINT     VALUE 'P'.
               88  IMV-VALID-TYPE           VALUE 'R' 'I' 'C' 'P'.
           05  IMV-PART-NUMBER              PIC X(10).
           05  IMV-QUANTITY                 PIC X(07).
           05  IMV-QUANTITY-N REDEFINES IMV-QUANTITY
                                            PIC 9(07).
           05  IMV-MOVE-DATE                PIC X(08).
           05  IMV-REFERENCE                PIC X(10).
           05  FILLER                       PIC X(44).
