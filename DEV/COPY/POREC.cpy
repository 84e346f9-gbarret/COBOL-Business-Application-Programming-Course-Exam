      *                 header by PO-NUMBER, proves the received part
      *                 is on one of the order's lines, and marks the
      *                 header received - an order is open until
      *                 PO-RECEIVED-FLAG says otherwise.  The receipt
      *                 also posts each line's received quantity,
      *                 which invoice matching (INVMATCH) bills
      *                 against.  Lines written before the received
      *                 quantity was carried hold spaces there, so
      *                 readers test it NUMERIC before use.
      *                 Purchase-order maintenance (POMAINT) cancels
      *                 whole orders - PO-RECEIVED-FLAG 'C', with the
      *                 cancel date in PO-RECEIVED-DATE - or single
      *                 lines, flagged in PO-LINE-STATUS; a cancelled
      *                 line no longer counts in the header's line
      *                 count, total value or required-by date.
      *                 An order over the approval limits (APPRLIM) is
      *                 written by FINPOGEN held - PO-RECEIVED-FLAG
      *                 'P' - and is not printed for the supplier
      *                 until the approval run (POAPPRV) releases it
      *                 to open; a rejected order is cancelled the
      *                 way POMAINT cancels one.  A held order has
      *                 not been placed, so receiving and the aging
      *                 report pass it by.
      *                 An order FINPOGEN or POAPPRV sends out for a
      *                 supplier on the SUPPLIER master also goes on
      *                 the transmission file (POXREC), and each line
      *                 carries the date it was sent.  The supplier's
      *                 acknowledgement, posted by POACKIN, marks each
      *                 line accepted, rejected or accepted with a
      *                 change, with the promised ship date; a changed
      *                 quantity keeps the quantity first ordered in
      *                 PO-LINE-ORIGINAL-QUANTITY, and a rejected line
      *                 is cancelled.  Lines written before these were
      *                 carried hold spaces there.
      ******************************************************************
       01  PO-RECORD.
           05  PO-RECORD-TYPE               PIC X(01).
               10  PO-RECEIVED-FLAG         PIC X(01).
                   88  PO-IS-RECEIVED       VALUE 'Y'.
                   88  PO-IS-OPEN           VALUE 'N'.
                   88  PO-IS-CANCELLED      VALUE 'C'.
                   88  PO-IS-PENDING-APPROVAL VALUE 'P'.
               10  PO-RECEIVED-DATE         PIC 9(08).
      *        The order's committed spend - the sum of its lines'
      *        extended costs.
               10  PO-LINE-ORDER-QUANTITY   PIC 9(05).
               10  PO-LINE-UNIT-COST        PIC 9(05)V99.
               10  PO-LINE-EXTENDED-COST    PIC 9(10)V99.
               10  PO-LINE-RECEIVED-QUANTITY PIC 9(05).
               10  PO-LINE-STATUS           PIC X(01).
                   88  PO-LINE-IS-CANCELLED VALUE 'C'.
               10  PO-LINE-SENT-DATE        PIC 9(08).
               10  PO-LINE-ACK-STATUS       PIC X(01).
                   88  PO-LINE-ACK-ACCEPTED VALUE 'A'.
                   88  PO-LINE-ACK-CHANGED  VALUE 'C'.
                   88  PO-LINE-ACK-REJECTED VALUE 'R'.
                   88  PO-LINE-ACKNOWLEDGED VALUE 'A' 'C' 'R'.
               10  PO-LINE-ACK-DATE         PIC 9(08).
               10  PO-LINE-PROMISED-DATE    PIC 9(08).
               10  PO-LINE-ORIGINAL-QUANTITY PIC 9(05).
               10  FILLER                   PIC X(97).
