              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-RECVRPT-STATUS
           .
           SELECT OPTIONAL RCVMOVE
              ASSIGN          TO RCVMOVE
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-RCVMOVE-STATUS
           .
       DATA DIVISION.
       FILE SECTION.
       FD  RCPTSIN
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECVRPT-LINE.
       01  RECVRPT-LINE                 PIC X(80).
      *
       FD  RCVMOVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INV-MOVEMENT-REC.
       COPY INVMVREC.
      *
       WORKING-STORAGE SECTION.
       77  WS-RCPTSIN-STATUS        PIC X(02) VALUE SPACES.
       77  WS-POFILE-EOF            PIC X(01) VALUE SPACES.
           88 IS-POFILE-EOF         VALUE 'Y'.
       77  WS-RECVRPT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-RCVMOVE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-MOVEMENT-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-RECEIPT-COUNT         PIC 9(08) VALUE ZEROS.
       77  WS-MATCHED-COUNT         PIC 9(08) VALUE ZEROS.
       77  WS-EXCEPTION-COUNT       PIC 9(08) VALUE ZEROS.
       77  WS-LINE-FOUND            PIC X(01) VALUE SPACES.
           88 WS-LINE-FOUND-YES     VALUE 'Y'.
           88 WS-LINE-FOUND-NO      VALUE 'N'.
       77  WS-LINE-FOUND-SUB        PIC S9(4) BINARY VALUE 0.
       77  WS-CANCELLED-LINE        PIC X(01) VALUE SPACES.
           88 WS-CANCELLED-LINE-YES VALUE 'Y'.
       77  WS-RECEIPT-PO-NUMBER     PIC 9(08) VALUE ZEROS.
       77  WS-PO-TABLE-FULL         PIC X(01) VALUE 'N'.
           88 WS-PO-TABLE-IS-FULL   VALUE 'Y'.
      * ** PO-NUMBER - the match the POPRINT listing used to be
      * ** walked by hand for.  A receipt that matches its order on
      * ** part number marks the order received so it stops showing
      * ** as open; unknown PO numbers, part mismatches, duplicate
      * ** receipts and receipts against cancelled orders or lines
      * ** land on the exception report for the dock.
      * ** Every received line is also written to RCVMOVE as a
      * ** receipt movement for the inventory posting run (INVPOST),
      * ** which empties the file once it has posted it - RCVMOVE is
      * ** extended, so receiving runs between postings add up.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
      * ** A POFILE too big for the resident table cannot be safely
       000-HOUSEKEEPING.
           OPEN INPUT RCPTSIN
           OPEN OUTPUT RECVRPT
           OPEN EXTEND RCVMOVE
           MOVE WS-RECVRPT-HEADING      TO RECVRPT-LINE
           WRITE RECVRPT-LINE
           MOVE WS-RECVRPT-COL-HEADING  TO RECVRPT-LINE
      * ** 200-MATCH-RECEIPT
      * ** One keyed-in receipt against the PO table.  The receipt
      * ** has to find its order's header, name a part on one of the
      * ** order's live lines, and be the first receipt against
      * ** that order - anything else, including goods sent against
      * ** an order or line POMAINT has cancelled or an order still
      * ** held for approval, is an exception line for the dock to
      * ** chase.
      * ****************************************************************
       200-MATCH-RECEIPT.
           PERFORM 210-FIND-PO
                 MOVE ' PO NUMBER IS NOT ON THE PO FILE.'
                                        TO RCV-MESSAGE
                 PERFORM 300-WRITE-EXCEPTION
              WHEN PO-IS-CANCELLED
                 MOVE ' ORDER IS CANCELLED - NOT RECEIVED.'
                                        TO RCV-MESSAGE
                 PERFORM 300-WRITE-EXCEPTION
              WHEN PO-IS-PENDING-APPROVAL
                 MOVE ' ORDER IS HELD FOR APPROVAL - NOT PLACED.'
                                        TO RCV-MESSAGE
                 PERFORM 300-WRITE-EXCEPTION
              WHEN WS-LINE-FOUND-NO AND WS-CANCELLED-LINE-YES
                 MOVE ' PART IS ON A CANCELLED LINE OF THE PO.'
                                        TO RCV-MESSAGE
                 PERFORM 300-WRITE-EXCEPTION
              WHEN WS-LINE-FOUND-NO
                 MOVE ' PART IS NOT ON ANY LINE OF THE PO.'
                                        TO RCV-MESSAGE
                 MOVE ' RECEIPT DATE IS not valid.'
                                        TO RCV-MESSAGE
                 PERFORM 300-WRITE-EXCEPTION
              WHEN RCPT-RECEIVED-QUANTITY NOT = SPACES AND
                   RCPT-RECEIVED-QUANTITY IS NOT NUMERIC
                 MOVE ' RECEIVED QUANTITY IS not valid.'
                                        TO RCV-MESSAGE
                 PERFORM 300-WRITE-EXCEPTION
              WHEN OTHER
                 PERFORM 250-MARK-PO-RECEIVED
           END-EVALUATE
      *
      * ****************************************************************
      * ** 220-FIND-PO-LINE
      * ** Proves the received part sits on one of the order's live
      * ** line items; a match only on a cancelled line is noted in
      * ** WS-CANCELLED-LINE for the exception message.  The header
      * ** is back in the POREC work area when the search ends,
      * ** whatever the outcome - the caller's received/duplicate
      * ** tests read the header.
      * ****************************************************************
       220-FIND-PO-LINE.
           MOVE PO-NUMBER               TO WS-RECEIPT-PO-NUMBER
           MOVE 'N'                     TO WS-LINE-FOUND
           MOVE 'N'                     TO WS-CANCELLED-LINE
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT OR WS-LINE-FOUND-YES
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
                 PO-NUMBER IS NUMERIC AND
                 PO-NUMBER = WS-RECEIPT-PO-NUMBER AND
                 RCPT-PART-NUMBER = PO-LINE-PART-NUMBER
                 IF PO-LINE-IS-CANCELLED
                    MOVE 'Y'            TO WS-CANCELLED-LINE
                 ELSE
                    MOVE 'Y'            TO WS-LINE-FOUND
                    SET WS-LINE-FOUND-SUB
                                        TO PO-I
                 END-IF
              END-IF
           END-PERFORM
           SET PO-I                     TO WS-PO-FOUND-SUB
           MOVE RCPT-RECEIPT-DATE       TO PO-RECEIVED-DATE
           MOVE PO-RECORD               TO WS-PO-IMAGE(PO-I)
           ADD 1                        TO WS-MATCHED-COUNT
           PERFORM 260-POST-LINE-QUANTITIES
           .
      *
      * ****************************************************************
      * ** 260-POST-LINE-QUANTITIES
      * ** The receipt closes the whole order, so every line of it is
      * ** posted a received quantity for invoice matching: the
      * ** packing-slip count on the line the receipt named, when
      * ** one was keyed, and the ordered quantity everywhere else.
      * ** A line cancelled before the receipt was never shipped and
      * ** is posted zero.  Each line received in any quantity goes
      * ** to RCVMOVE as a receipt movement against its part.
      * ** The header is back in the POREC work area afterward.
      * ****************************************************************
       260-POST-LINE-QUANTITIES.
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              IF PO-IS-LINE AND
                 PO-NUMBER IS NUMERIC AND
                 PO-NUMBER = WS-RECEIPT-PO-NUMBER
                 EVALUATE TRUE
                    WHEN PO-LINE-IS-CANCELLED
                       MOVE ZEROS       TO PO-LINE-RECEIVED-QUANTITY
                    WHEN PO-I = WS-LINE-FOUND-SUB AND
                         RCPT-RECEIVED-QUANTITY IS NUMERIC
                       MOVE RCPT-RECEIVED-QUANTITY
                                        TO PO-LINE-RECEIVED-QUANTITY
                    WHEN OTHER
                       MOVE PO-LINE-ORDER-QUANTITY
                                        TO PO-LINE-RECEIVED-QUANTITY
                 END-EVALUATE
                 MOVE PO-RECORD         TO WS-PO-IMAGE(PO-I)
                 IF PO-LINE-RECEIVED-QUANTITY > 0
                    PERFORM 270-WRITE-RECEIPT-MOVEMENT
                 END-IF
              END-IF
           END-PERFORM
           SET PO-I                     TO WS-PO-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           .
      *
       270-WRITE-RECEIPT-MOVEMENT.
           MOVE SPACES                  TO INV-MOVEMENT-REC
           MOVE 'R'                     TO IMV-MOVE-TYPE
           MOVE PO-LINE-PART-NUMBER     TO IMV-PART-NUMBER
           MOVE PO-LINE-RECEIVED-QUANTITY
                                        TO IMV-QUANTITY-N
           MOVE RCPT-RECEIPT-DATE       TO IMV-MOVE-DATE
           MOVE RCPT-PO-NUMBER          TO IMV-REFERENCE
           WRITE INV-MOVEMENT-REC
           ADD 1                        TO WS-MOVEMENT-COUNT
           .
      *
       300-WRITE-EXCEPTION.
           WRITE RECVRPT-LINE
           CLOSE RCPTSIN
           CLOSE RECVRPT
           CLOSE RCVMOVE
           DISPLAY 'PORECV RECEIPTS READ: ' WS-RECEIPT-COUNT
           DISPLAY 'PORECV MATCHED      : ' WS-MATCHED-COUNT
           DISPLAY 'PORECV EXCEPTIONS   : ' WS-EXCEPTION-COUNT
           DISPLAY 'PORECV MOVEMENTS    : ' WS-MOVEMENT-COUNT
           .
      *
