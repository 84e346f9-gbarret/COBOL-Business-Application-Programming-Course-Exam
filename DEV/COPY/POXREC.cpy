      ******************************************************************
      *    COPYBOOK:  POXREC
      *    DESCRIPTION: Outbound purchase-order transmission record -
      *                 the fixed-format file FINPOGEN writes for each
      *                 new order it sends out, and POAPPRV writes for
      *                 each held order it releases.  Every order is a
      *                 header record, one line record per live line
      *                 and a trailer carrying the order's record
      *                 count, line count and total value so the
      *                 supplier can prove the order arrived whole.
      *                 The supplier number and PO number lead every
      *                 record, so communications can split the night's
      *                 file into one transmission per supplier
      *                 without reading the body.  Only orders for a
      *                 supplier on the SUPPLIER master are sent - a
      *                 legacy inline-address order has no trading
      *                 partner to route to and goes out on paper.
      ******************************************************************
       01  PO-TRANSMIT-REC.
           05  PTX-RECORD-TYPE              PIC X(01).
               88  PTX-IS-HEADER            VALUE 'H'.
               88  PTX-IS-LINE              VALUE 'L'.
               88  PTX-IS-TRAILER           VALUE 'T'.
           05  PTX-SUPPLIER-NUMBER          PIC X(06).
           05  PTX-PO-NUMBER                PIC 9(08).
           05  PTX-HEADER-DATA.
               10  PTX-ORDER-DATE           PIC 9(08).
               10  PTX-SENT-DATE            PIC 9(08).
               10  PTX-REQUIRED-BY-DATE     PIC 9(08).
               10  PTX-LINE-COUNT           PIC 9(03).
               10  PTX-ORDER-ADDRESS.
                   15  PTX-ORD-ADDRESS-1    PIC X(25).
                   15  PTX-ORD-ADDRESS-2    PIC X(25).
                   15  PTX-ORD-CITY         PIC X(15).
                   15  PTX-ORD-STATE        PIC X(10).
                   15  PTX-ORD-ZIP-CODE     PIC X(10).
                   15  PTX-ORD-ZIP-CODE-EXT PIC X(04).
                   15  PTX-ORD-COUNTRY      PIC X(02).
               10  PTX-TOTAL-VALUE          PIC 9(11)V99.
               10  FILLER                   PIC X(54).
           05  PTX-LINE-DATA REDEFINES PTX-HEADER-DATA.
               10  PTX-LINE-NUMBER          PIC 9(03).
               10  PTX-PART-NUMBER          PIC X(10).
               10  PTX-PART-NAME            PIC X(20).
               10  PTX-VEHICLE-MAKE         PIC X(10).
               10  PTX-VEHICLE-MODEL        PIC X(15).
               10  PTX-VEHICLE-YEAR         PIC 9(04).
               10  PTX-LINE-REQUIRED-BY     PIC 9(08).
               10  PTX-ORDER-QUANTITY       PIC 9(05).
               10  PTX-UNIT-COST            PIC 9(05)V99.
               10  PTX-EXTENDED-COST        PIC 9(10)V99.
               10  FILLER                   PIC X(91).
           05  PTX-TRAILER-DATA REDEFINES PTX-HEADER-DATA.
               10  PTX-RECORD-COUNT         PIC 9(05).
               10  PTX-TRAILER-LINES        PIC 9(03).
               10  PTX-TRAILER-VALUE        PIC 9(11)V99.
               10  FILLER                   PIC X(164).
