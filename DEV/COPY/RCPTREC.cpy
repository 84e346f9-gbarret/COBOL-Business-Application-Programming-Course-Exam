      *                 alphanumeric here and edited by the program -
      *                 a mis-keyed PO number surfaces as an unknown
      *                 PO on the exception report, not an abend.
      *                 RCPT-RECEIVED-QUANTITY is the count off the
      *                 packing slip for the received part; left
      *                 blank, the line is taken as received in full.
      ******************************************************************
       01  RECEIPT-REC.
           05  RCPT-PO-NUMBER               PIC X(08).
           05  RCPT-RECEIPT-DATE            PIC X(08).
           05  RCPT-PART-NUMBER             PIC X(10).
           05  RCPT-RECEIVED-QUANTITY       PIC X(05).
           05  FILLER                       PIC X(49).
