      ******************************************************************
      *    COPYBOOK:  POMTREC
      *    DESCRIPTION: POMTRANS transaction record for POMAINT - one
      *                 cancel or amend request against an open
      *                 purchase order on POFILE per record.  X
      *                 cancels the whole order; L cancels one line;
      *                 Q changes a line's order quantity; D changes
      *                 a line's required-by date.  The line, quantity
      *                 and date fields are used only by the actions
      *                 that need them.  Keyed fields, so alphanumeric
      *                 here and edited by the program.  The reason
      *                 prints on the change notice to the supplier.
      ******************************************************************
       01  POMTRAN-REC.
           05  POMT-ACTION                  PIC X(01).
               88  POMT-CANCEL-ORDER        VALUE 'X'.
               88  POMT-CANCEL-LINE         VALUE 'L'.
               88  POMT-CHANGE-QUANTITY     VALUE 'Q'.
               88  POMT-CHANGE-DATE         VALUE 'D'.
               88  POMT-VALID-ACTION        VALUE 'X' 'L' 'Q' 'D'.
           05  POMT-PO-NUMBER               PIC X(08).
           05  POMT-LINE-NUMBER             PIC X(03).
           05  POMT-NEW-QUANTITY            PIC X(05).
           05  POMT-NEW-REQUIRED-BY         PIC X(08).
           05  POMT-REASON                  PIC X(25).
           05  FILLER                       PIC X(30).
