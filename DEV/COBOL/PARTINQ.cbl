           88 WS-HDR-FOUND-YES      VALUE 'Y'.
       77  WS-DOS-PO-NUMBER         PIC 9(08) VALUE ZEROS.
       77  WS-DOS-REQUIRED-BY       PIC 9(08) VALUE ZEROS.
       77  WS-DOS-PROMISED          PIC X(08) VALUE SPACES.
       77  WS-DOS-QUANTITY          PIC 9(05) VALUE ZEROS.
       77  WS-DOS-HOLD-SUB          PIC S9(4) BINARY VALUE 0.
       77  WS-DOS-LINE-STATUS       PIC X(01) VALUE SPACES.
           88 WS-DOS-LINE-CANCELLED VALUE 'C'.
      *
      * ** Resident image of POFILE, the way PORECV holds it - the
      * ** dossier's order history is a table scan per part instead
           05  FILLER               PIC X(80) VALUE
               'ORDERS ON FILE FOR THIS PART:'.
       01  WS-ORDER-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DSO-PO-NUMBER        PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(04) VALUE 'ORD '.
           05  DSO-ORDER-DATE       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE 'REQD '.
           05  DSO-REQUIRED-BY      PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE 'PROM '.
           05  DSO-PROMISED         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(04) VALUE 'QTY '.
           05  DSO-QUANTITY         PIC ZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DSO-STATUS           PIC X(08).
           05  FILLER               PIC X(09) VALUE SPACES.
       01  WS-NO-ORDERS-LINE.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  FILLER               PIC X(75) VALUE
      * ** master image with its three address occurrences, the
      * ** SUPPLIER master record it references, and every POFILE
      * ** order carrying the part with its order and required-by
      * ** dates and the supplier's promised ship date.  This is the
      * ** question buyers and receiving call about most, and the
      * ** answer used to mean digging through three listings one
      * ** file at a time.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 100-PROCESS-CARDS
      * ****************************************************************
      * ** 500-PRINT-ORDERS
      * ** Every POFILE line item carrying the part, each joined back
      * ** to its order header for the order date and received or
      * ** cancelled status.  The line's own required-by prints - on a
      * ** consolidated order the header only carries the latest of
      * ** its lines - with the ship date the supplier promised for
      * ** the line beside it, blank until one is promised.
      * ****************************************************************
       500-PRINT-ORDERS.
           MOVE WS-ORDER-HEADING        TO INQRPT-LINE
           MOVE PO-NUMBER               TO WS-DOS-PO-NUMBER
           MOVE PO-LINE-REQUIRED-BY-DATE
                                        TO WS-DOS-REQUIRED-BY
           IF PO-LINE-PROMISED-DATE IS NUMERIC AND
              PO-LINE-PROMISED-DATE > 0
              MOVE PO-LINE-PROMISED-DATE
                                        TO WS-DOS-PROMISED
           ELSE
              MOVE SPACES               TO WS-DOS-PROMISED
           END-IF
           MOVE PO-LINE-ORDER-QUANTITY  TO WS-DOS-QUANTITY
           MOVE PO-LINE-STATUS          TO WS-DOS-LINE-STATUS
           PERFORM 560-FIND-ORDER-HEADER
           MOVE WS-DOS-PO-NUMBER        TO DSO-PO-NUMBER
           MOVE WS-DOS-REQUIRED-BY      TO DSO-REQUIRED-BY
           MOVE WS-DOS-PROMISED         TO DSO-PROMISED
           MOVE WS-DOS-QUANTITY         TO DSO-QUANTITY
           IF WS-HDR-FOUND-YES
              MOVE PO-ORDER-DATE        TO DSO-ORDER-DATE
              EVALUATE TRUE
                 WHEN PO-IS-CANCELLED OR WS-DOS-LINE-CANCELLED
                    MOVE 'CANCELED'     TO DSO-STATUS
                 WHEN PO-IS-RECEIVED
                    MOVE 'RECEIVED'     TO DSO-STATUS
                 WHEN PO-IS-PENDING-APPROVAL
                    MOVE 'HELD'         TO DSO-STATUS
                 WHEN OTHER
                    MOVE 'OPEN'         TO DSO-STATUS
              END-EVALUATE
           ELSE
              MOVE ZEROS                TO DSO-ORDER-DATE
              MOVE 'NO HDR'             TO DSO-STATUS
