      ******************************************************************
      *    COPYBOOK:  POACKREC
      *    DESCRIPTION: Supplier acknowledgement record for POACKIN -
      *                 the inbound answer to a transmitted order.
      *                 A line number of zeros or spaces answers the
      *                 whole order; otherwise the record answers the
      *                 one line.  A accepts as sent, R rejects, and C
      *                 accepts with a change - a new quantity (line
      *                 answers only), a promised ship date, or both.
      *                 A promised ship date may come on an A as well.
      *                 The supplier number must be the order's, so a
      *                 misrouted answer cannot post to someone else's
      *                 order.  The acknowledgement date is the
      *                 supplier's; a blank one takes the run date.
      *                 Fields arrive as sent, so alphanumeric here
      *                 and edited by the program.
      ******************************************************************
       01  PO-ACK-REC.
           05  ACK-PO-NUMBER                PIC X(08).
           05  ACK-LINE-NUMBER              PIC X(03).
           05  ACK-SUPPLIER-NUMBER          PIC X(06).
           05  ACK-STATUS                   PIC X(01).
               88  ACK-ACCEPTED             VALUE 'A'.
               88  ACK-REJECTED             VALUE 'R'.
               88  ACK-CHANGED              VALUE 'C'.
               88  ACK-VALID-STATUS         VALUE 'A' 'R' 'C'.
           05  ACK-CHANGED-QUANTITY         PIC X(05).
           05  ACK-PROMISED-SHIP-DATE       PIC X(08).
           05  ACK-ACK-DATE                 PIC X(08).
           05  ACK-SUPPLIER-REASON          PIC X(20).
           05  FILLER                       PIC X(21).
