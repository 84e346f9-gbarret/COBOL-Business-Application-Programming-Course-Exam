       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVCSIN
              ASSIGN          TO INVCSIN
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-INVCSIN-STATUS
           .
           SELECT OPTIONAL POFILE
              ASSIGN          TO POFILE
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POFILE-STATUS
           .
           SELECT OPTIONAL INVHIST
              ASSIGN          TO INVHIST
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-INVHIST-STATUS
           .
           SELECT INVRPT
              ASSIGN          TO INVRPT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-INVRPT-STATUS
           .
       DATA DIVISION.
       FILE SECTION.
       FD  INVCSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVOICE-REC.
       COPY INVCREC.
      *
       FD  POFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 238 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POFILE-REC.
       01  POFILE-REC                   PIC X(238).
      *
       FD  INVHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 69 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVOICE-HISTORY-REC.
       COPY INVHIST.
      *
       FD  INVRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVRPT-LINE.
       01  INVRPT-LINE                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  WS-INVCSIN-STATUS        PIC X(02) VALUE SPACES.
       77  WS-INVCSIN-EOF           PIC X(01) VALUE SPACES.
           88 IS-INVCSIN-EOF        VALUE 'Y'.
       77  WS-POFILE-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POFILE-EOF            PIC X(01) VALUE SPACES.
           88 IS-POFILE-EOF         VALUE 'Y'.
       77  WS-INVHIST-STATUS        PIC X(02) VALUE SPACES.
       77  WS-INVHIST-EOF           PIC X(01) VALUE SPACES.
           88 IS-INVHIST-EOF        VALUE 'Y'.
       77  WS-INVRPT-STATUS         PIC X(02) VALUE SPACES.
       77  WS-RUN-DATE              PIC 9(08) VALUE ZEROS.
       77  WS-INVOICE-COUNT         PIC 9(08) VALUE ZEROS.
       77  WS-PAY-COUNT             PIC 9(08) VALUE ZEROS.
       77  WS-HOLD-COUNT            PIC 9(08) VALUE ZEROS.
       77  WS-PAY-DOLLARS           PIC 9(11)V99 VALUE ZEROS.
       77  WS-HOLD-DOLLARS          PIC 9(11)V99 VALUE ZEROS.
       77  WS-BILLED-VALUE          PIC 9(10)V99 VALUE ZEROS.
       77  WS-PO-FOUND              PIC X(01) VALUE SPACES.
           88 WS-PO-FOUND-YES       VALUE 'Y'.
           88 WS-PO-FOUND-NO        VALUE 'N'.
       77  WS-PO-FOUND-SUB          PIC S9(4) BINARY VALUE 0.
       77  WS-LINE-FOUND            PIC X(01) VALUE SPACES.
           88 WS-LINE-FOUND-YES     VALUE 'Y'.
           88 WS-LINE-FOUND-NO      VALUE 'N'.
       77  WS-LINE-FOUND-SUB        PIC S9(4) BINARY VALUE 0.
       77  WS-HIST-FOUND            PIC X(01) VALUE SPACES.
           88 WS-HIST-FOUND-YES     VALUE 'Y'.
           88 WS-HIST-FOUND-NO      VALUE 'N'.
       77  WS-HIST-FOUND-SUB        PIC S9(8) BINARY VALUE 0.
       77  WS-DUPLICATE             PIC X(01) VALUE SPACES.
           88 WS-DUPLICATE-YES      VALUE 'Y'.
       77  WS-DUP-HIST-SUB          PIC S9(8) BINARY VALUE 0.
       77  WS-INVOICE-PO-NUMBER     PIC 9(08) VALUE ZEROS.
       77  WS-PO-TABLE-FULL         PIC X(01) VALUE 'N'.
           88 WS-PO-TABLE-IS-FULL   VALUE 'Y'.
       77  WS-HIST-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 WS-HIST-TABLE-IS-FULL VALUE 'Y'.
      *
      * ** The matched PO line's figures, held apart from the POREC
      * ** work area because the header is moved back over it for
      * ** the supplier and received tests.
       77  WS-LINE-NUMBER           PIC 9(03) VALUE ZEROS.
       77  WS-ORDER-QUANTITY        PIC 9(05) VALUE ZEROS.
       77  WS-RECEIVED-QUANTITY     PIC 9(05) VALUE ZEROS.
       77  WS-UNIT-COST             PIC 9(05)V99 VALUE ZEROS.
       77  WS-LINE-STATUS           PIC X(01) VALUE SPACES.
           88 WS-LINE-WAS-CANCELLED VALUE 'C'.
       77  WS-DISPOSITION           PIC X(04) VALUE SPACES.
           88 WS-DISPOSITION-PAY    VALUE 'PAY '.
      *
      * ** Resident image of POFILE for the run, held the same way
      * ** PORECV holds it - read only here, never written back.
       01  WS-PO-TABLE.
           05  WS-PO-COUNT              PIC S9(4) BINARY VALUE 0.
           05  WS-PO-ENTRY OCCURS 5000 TIMES
                                     INDEXED BY PO-I.
               10  WS-PO-IMAGE          PIC X(238).
      *
      * ** Every PO line ever billed, from the invoice history plus
      * ** the lines this run matches - the duplicate-invoice check
      * ** is a search of this table.
       01  WS-HIST-TABLE.
           05  WS-HIST-COUNT            PIC S9(8) BINARY VALUE 0.
           05  WS-HIST-ENTRY OCCURS 50000 TIMES
                                     INDEXED BY HS-I.
               10  HST-PO-NUMBER        PIC 9(08).
               10  HST-LINE-NUMBER      PIC 9(03).
               10  HST-INVOICE-NUMBER   PIC X(10).
      *
      * ** Work image of one POFILE record - table entries are moved
      * ** here for field access.
       COPY POREC.
      *
       01  WS-INVRPT-HEADING.
           05  FILLER               PIC X(50) VALUE
               'INVMATCH - SUPPLIER INVOICE PAY / HOLD REPORT'.
           05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05  INH-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(12) VALUE SPACES.
       01  WS-INVRPT-COL-HEADING.
           05  FILLER               PIC X(11) VALUE 'INVOICE'.
           05  FILLER               PIC X(07) VALUE 'SUPP'.
           05  FILLER               PIC X(09) VALUE 'PO NO'.
           05  FILLER               PIC X(11) VALUE 'PART NO'.
           05  FILLER               PIC X(05) VALUE 'DISP'.
           05  FILLER               PIC X(37) VALUE 'MESSAGE'.
       01  WS-INVRPT-DETAIL.
           05  INR-INVOICE-NUMBER   PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  INR-SUPPLIER-NUMBER  PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  INR-PO-NUMBER        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  INR-PART-NUMBER      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  INR-DISPOSITION      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  INR-MESSAGE          PIC X(37).
       01  WS-INVRPT-FIGURES.
           05  FILLER               PIC X(11) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE 'ORD/RCV/'.
           05  FILLER               PIC X(07) VALUE 'BILL:  '.
           05  INF-ORDER-QUANTITY   PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE '/'.
           05  INF-RECEIVED-QUANTITY
                                    PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE '/'.
           05  INF-BILLED-QUANTITY  PIC ZZZZ9.
           05  FILLER               PIC X(14) VALUE '  PO/BILL $: '.
           05  INF-UNIT-COST        PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE '/'.
           05  INF-UNIT-PRICE       PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(04) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               'INVOICE LINES READ:'.
           05  TL-INVOICES-READ     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.
       01  WS-PAY-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               'PASSED TO PAY.....:'.
           05  TL-PAY-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  TL-PAY-DOLLARS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(27) VALUE SPACES.
       01  WS-HOLD-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               'HELD..............:'.
           05  TL-HOLD-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  TL-HOLD-DOLLARS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(27) VALUE SPACES.
      *
      * ** Three-way match of keyed-in supplier invoices - the match
      * ** accounts payable used to make by eyeballing the POPRINT
      * ** copy.  Each invoice line has to find its order and a line
      * ** for the billed part on it, the order has to have been
      * ** received by PORECV, the billed quantity may not exceed the
      * ** quantity received and the billed price may not exceed the
      * ** PO line's unit cost, and the PO line may not have been
      * ** billed before - by an earlier run, per the invoice
      * ** history, or earlier in this one.  Anything short of that
      * ** is held; the rest is passed to pay.  Every line passed to
      * ** pay is appended to the invoice history - a held bill does
      * ** not count as billed, so its corrected resubmission can
      * ** still match.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
      * ** Without the whole of POFILE and the whole history in hand
      * ** an invoice could be passed that should have been held, so
      * ** an overflow ends the run dirty with nothing matched.
           IF WS-PO-TABLE-IS-FULL OR WS-HIST-TABLE-IS-FULL
              MOVE 12                   TO RETURN-CODE
           ELSE
              PERFORM 100-PROCESS-INVOICES
           END-IF
           PERFORM 900-TERMINATION
           STOP RUN
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD
           OPEN INPUT INVCSIN
           OPEN OUTPUT INVRPT
           MOVE WS-RUN-DATE             TO INH-RUN-DATE
           MOVE WS-INVRPT-HEADING       TO INVRPT-LINE
           WRITE INVRPT-LINE
           MOVE WS-INVRPT-COL-HEADING   TO INVRPT-LINE
           WRITE INVRPT-LINE
           PERFORM 010-LOAD-PO-TABLE
           PERFORM 020-LOAD-INVOICE-HISTORY
           OPEN EXTEND INVHIST
           .
      *
      * ****************************************************************
      * ** 010-LOAD-PO-TABLE
      * ** Reads the whole purchase-order file into the resident
      * ** table, as PORECV does.
      * ****************************************************************
       010-LOAD-PO-TABLE.
           OPEN INPUT POFILE
           PERFORM UNTIL IS-POFILE-EOF
              READ POFILE
                 AT END
                    MOVE 'Y'            TO WS-POFILE-EOF
                 NOT AT END
                    IF WS-PO-COUNT < 5000
                       ADD 1            TO WS-PO-COUNT
                       SET PO-I         TO WS-PO-COUNT
                       MOVE POFILE-REC  TO WS-PO-IMAGE(PO-I)
                    ELSE
                       MOVE 'Y'         TO WS-PO-TABLE-FULL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE POFILE
           IF WS-PO-TABLE-IS-FULL
              DISPLAY 'INVMATCH PO TABLE IS FULL - POFILE HOLDS MORE '
                 'THAN 5000 ORDERS.  NO INVOICES MATCHED.'
           END-IF
           .
      *
      * ****************************************************************
      * ** 020-LOAD-INVOICE-HISTORY
      * ** Tables the PO line and invoice number of every earlier
      * ** bill passed to pay.  A held bill on an older history is
      * ** passed by - it never billed the line.  A missing history
      * ** - the first run - is an empty table.
      * ****************************************************************
       020-LOAD-INVOICE-HISTORY.
           OPEN INPUT INVHIST
           PERFORM UNTIL IS-INVHIST-EOF
              READ INVHIST
                 AT END
                    MOVE 'Y'            TO WS-INVHIST-EOF
                 NOT AT END
                    IF NOT IH-IS-HOLD
                       IF WS-HIST-COUNT < 50000
                          ADD 1         TO WS-HIST-COUNT
                          SET HS-I      TO WS-HIST-COUNT
                          MOVE IH-PO-NUMBER
                                        TO HST-PO-NUMBER(HS-I)
                          MOVE IH-PO-LINE-NUMBER
                                        TO HST-LINE-NUMBER(HS-I)
                          MOVE IH-INVOICE-NUMBER
                                        TO HST-INVOICE-NUMBER(HS-I)
                       ELSE
                          MOVE 'Y'      TO WS-HIST-TABLE-FULL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INVHIST
           IF WS-HIST-TABLE-IS-FULL
              DISPLAY 'INVMATCH HISTORY TABLE IS FULL - INVHIST HOLDS '
                 'MORE THAN 50000 LINES.  NO INVOICES MATCHED.'
           END-IF
           .
      *
       100-PROCESS-INVOICES.
           PERFORM UNTIL IS-INVCSIN-EOF
              READ INVCSIN
                 AT END
                    MOVE 'Y'            TO WS-INVCSIN-EOF
                 NOT AT END
                    ADD 1               TO WS-INVOICE-COUNT
                    PERFORM 200-MATCH-INVOICE
              END-READ
           END-PERFORM
           .
      *
      * ****************************************************************
      * ** 200-MATCH-INVOICE
      * ** One invoice line through the three-way match.  The first
      * ** failing test decides the hold reason printed; the figures
      * ** line under it shows ordered, received and billed quantity
      * ** and PO against billed price whenever a PO line was found,
      * ** so every variance on the line is visible to payables.
      * ****************************************************************
       200-MATCH-INVOICE.
           MOVE 'N'                     TO WS-LINE-FOUND
           MOVE 'N'                     TO WS-DUPLICATE
           PERFORM 210-FIND-PO
           IF WS-PO-FOUND-YES
              PERFORM 220-FIND-PO-LINE
           END-IF
           MOVE 'HOLD'                  TO WS-DISPOSITION
           EVALUATE TRUE
              WHEN INV-QUANTITY-BILLED IS NOT NUMERIC
                 MOVE ' QUANTITY BILLED IS not valid.'
                                        TO INR-MESSAGE
              WHEN INV-UNIT-PRICE-BILLED IS NOT NUMERIC
                 MOVE ' UNIT PRICE BILLED IS not valid.'
                                        TO INR-MESSAGE
              WHEN WS-PO-FOUND-NO
                 MOVE ' PO NUMBER IS NOT ON THE PO FILE.'
                                        TO INR-MESSAGE
              WHEN INV-SUPPLIER-NUMBER NOT = PO-SUPPLIER-NUMBER
                 MOVE ' PO WAS NOT ISSUED TO THIS SUPPLIER.'
                                        TO INR-MESSAGE
              WHEN WS-LINE-FOUND-NO
                 MOVE ' PART IS NOT ON ANY LINE OF THE PO.'
                                        TO INR-MESSAGE
              WHEN WS-DUPLICATE-YES
                 MOVE ' DUPLICATE - BILLED ON INV'
                                        TO INR-MESSAGE
                 MOVE HST-INVOICE-NUMBER(WS-DUP-HIST-SUB)
                                        TO INR-MESSAGE(28:10)
              WHEN PO-IS-CANCELLED
                 MOVE ' ORDER WAS CANCELLED.'
                                        TO INR-MESSAGE
              WHEN WS-LINE-WAS-CANCELLED
                 MOVE ' LINE WAS CANCELLED ON THE PO.'
                                        TO INR-MESSAGE
              WHEN PO-IS-PENDING-APPROVAL
                 MOVE ' ORDER IS HELD FOR APPROVAL.'
                                        TO INR-MESSAGE
              WHEN NOT PO-IS-RECEIVED
                 MOVE ' ORDER NEVER RECEIVED.'
                                        TO INR-MESSAGE
              WHEN INV-QUANTITY-BILLED-N > WS-RECEIVED-QUANTITY
                 MOVE ' QTY BILLED OVER QTY RECEIVED.'
                                        TO INR-MESSAGE
              WHEN INV-UNIT-PRICE-BILLED-N > WS-UNIT-COST
                 MOVE ' PRICE BILLED OVER PO UNIT COST.'
                                        TO INR-MESSAGE
              WHEN OTHER
                 MOVE 'PAY '            TO WS-DISPOSITION
                 IF INV-QUANTITY-BILLED-N < WS-RECEIVED-QUANTITY OR
                    INV-UNIT-PRICE-BILLED-N < WS-UNIT-COST
                    MOVE ' MATCHED - BILLED UNDER PO/RECEIPT.'
                                        TO INR-MESSAGE
                 ELSE
                    MOVE ' MATCHED.'    TO INR-MESSAGE
                 END-IF
           END-EVALUATE
           PERFORM 300-WRITE-REPORT-LINES
           IF WS-DISPOSITION-PAY
              PERFORM 400-RECORD-HISTORY
           END-IF
           .
      *
      * ****************************************************************
      * ** 210-FIND-PO
      * ** Searches the PO table for the invoice's order header,
      * ** leaving it in the POREC work area with PO-I pointing at
      * ** it - the same search PORECV makes for a receipt.
      * ****************************************************************
       210-FIND-PO.
           MOVE 'N'                     TO WS-PO-FOUND
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT OR WS-PO-FOUND-YES
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              IF PO-IS-HEADER AND
                 PO-NUMBER IS NUMERIC AND
                 INV-PO-NUMBER = PO-NUMBER
                 MOVE 'Y'               TO WS-PO-FOUND
                 SET WS-PO-FOUND-SUB    TO PO-I
              END-IF
           END-PERFORM
           IF WS-PO-FOUND-YES
              SET PO-I                  TO WS-PO-FOUND-SUB
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
           END-IF
           .
      *
      * ****************************************************************
      * ** 220-FIND-PO-LINE
      * ** Finds the order line for the billed part.  When the part
      * ** sits on more than one line, the first line not yet billed
      * ** is the one matched; only when every such line has already
      * ** been billed is the invoice a duplicate, reported against
      * ** the first of them.  The line's figures are saved and the
      * ** header is back in the POREC work area afterward.  A line
      * ** written before received quantities were posted counts as
      * ** received in full once its order is received.
      * ****************************************************************
       220-FIND-PO-LINE.
           MOVE PO-NUMBER               TO WS-INVOICE-PO-NUMBER
           MOVE 0                       TO WS-LINE-FOUND-SUB
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT OR WS-LINE-FOUND-YES
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              IF PO-IS-LINE AND
                 PO-NUMBER IS NUMERIC AND
                 PO-NUMBER = WS-INVOICE-PO-NUMBER AND
                 INV-PART-NUMBER = PO-LINE-PART-NUMBER
                 PERFORM 230-FIND-HISTORY
                 IF WS-HIST-FOUND-NO
                    MOVE 'Y'            TO WS-LINE-FOUND
                    SET WS-LINE-FOUND-SUB
                                        TO PO-I
                 ELSE
                    IF WS-LINE-FOUND-SUB = 0
                       SET WS-LINE-FOUND-SUB
                                        TO PO-I
                       MOVE WS-HIST-FOUND-SUB
                                        TO WS-DUP-HIST-SUB
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-LINE-FOUND-NO AND WS-LINE-FOUND-SUB > 0
              MOVE 'Y'                  TO WS-LINE-FOUND
              MOVE 'Y'                  TO WS-DUPLICATE
           END-IF
           IF WS-LINE-FOUND-YES
              SET PO-I                  TO WS-LINE-FOUND-SUB
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              MOVE PO-LINE-NUMBER       TO WS-LINE-NUMBER
              MOVE PO-LINE-STATUS       TO WS-LINE-STATUS
              MOVE PO-LINE-ORDER-QUANTITY
                                        TO WS-ORDER-QUANTITY
              MOVE PO-LINE-UNIT-COST    TO WS-UNIT-COST
              IF PO-LINE-RECEIVED-QUANTITY IS NUMERIC
                 MOVE PO-LINE-RECEIVED-QUANTITY
                                        TO WS-RECEIVED-QUANTITY
              ELSE
                 MOVE PO-LINE-ORDER-QUANTITY
                                        TO WS-RECEIVED-QUANTITY
              END-IF
           END-IF
           SET PO-I                     TO WS-PO-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           IF NOT PO-IS-RECEIVED
              MOVE ZEROS                TO WS-RECEIVED-QUANTITY
           END-IF
           .
      *
      * ****************************************************************
      * ** 230-FIND-HISTORY
      * ** Looks for an earlier bill of the PO line now in the POREC
      * ** work area, leaving WS-HIST-FOUND-SUB at the earliest one.
      * ****************************************************************
       230-FIND-HISTORY.
           MOVE 'N'                     TO WS-HIST-FOUND
           PERFORM VARYING HS-I FROM 1 BY 1
              UNTIL HS-I > WS-HIST-COUNT OR WS-HIST-FOUND-YES
              IF HST-PO-NUMBER(HS-I) = PO-NUMBER AND
                 HST-LINE-NUMBER(HS-I) = PO-LINE-NUMBER
                 MOVE 'Y'               TO WS-HIST-FOUND
                 SET WS-HIST-FOUND-SUB  TO HS-I
              END-IF
           END-PERFORM
           .
      *
       300-WRITE-REPORT-LINES.
           MOVE ZEROS                   TO WS-BILLED-VALUE
           IF INV-QUANTITY-BILLED IS NUMERIC AND
              INV-UNIT-PRICE-BILLED IS NUMERIC
              COMPUTE WS-BILLED-VALUE =
                 INV-QUANTITY-BILLED-N * INV-UNIT-PRICE-BILLED-N
           END-IF
           IF WS-DISPOSITION-PAY
              ADD 1                     TO WS-PAY-COUNT
              ADD WS-BILLED-VALUE       TO WS-PAY-DOLLARS
           ELSE
              ADD 1                     TO WS-HOLD-COUNT
              ADD WS-BILLED-VALUE       TO WS-HOLD-DOLLARS
           END-IF
           MOVE INV-INVOICE-NUMBER      TO INR-INVOICE-NUMBER
           MOVE INV-SUPPLIER-NUMBER     TO INR-SUPPLIER-NUMBER
           MOVE INV-PO-NUMBER           TO INR-PO-NUMBER
           MOVE INV-PART-NUMBER         TO INR-PART-NUMBER
           MOVE WS-DISPOSITION          TO INR-DISPOSITION
           MOVE WS-INVRPT-DETAIL        TO INVRPT-LINE
           WRITE INVRPT-LINE
           IF WS-LINE-FOUND-YES AND
              INV-QUANTITY-BILLED IS NUMERIC AND
              INV-UNIT-PRICE-BILLED IS NUMERIC
              MOVE WS-ORDER-QUANTITY    TO INF-ORDER-QUANTITY
              MOVE WS-RECEIVED-QUANTITY TO INF-RECEIVED-QUANTITY
              MOVE INV-QUANTITY-BILLED-N
                                        TO INF-BILLED-QUANTITY
              MOVE WS-UNIT-COST         TO INF-UNIT-COST
              MOVE INV-UNIT-PRICE-BILLED-N
                                        TO INF-UNIT-PRICE
              MOVE WS-INVRPT-FIGURES    TO INVRPT-LINE
              WRITE INVRPT-LINE
           END-IF
           .
      *
      * ****************************************************************
      * ** 400-RECORD-HISTORY
      * ** Appends a bill passed to pay to the invoice history and
      * ** to the resident table, so a second bill for the line is
      * ** caught whether it comes later in this run or in a later
      * ** one.
      * ****************************************************************
       400-RECORD-HISTORY.
           MOVE WS-INVOICE-PO-NUMBER    TO IH-PO-NUMBER
           MOVE WS-LINE-NUMBER          TO IH-PO-LINE-NUMBER
           MOVE INV-SUPPLIER-NUMBER     TO IH-SUPPLIER-NUMBER
           MOVE INV-INVOICE-NUMBER      TO IH-INVOICE-NUMBER
           MOVE INV-INVOICE-DATE        TO IH-INVOICE-DATE
           MOVE INV-PART-NUMBER         TO IH-PART-NUMBER
           MOVE INV-QUANTITY-BILLED-N   TO IH-QUANTITY-BILLED
           MOVE INV-UNIT-PRICE-BILLED-N TO IH-UNIT-PRICE-BILLED
           MOVE WS-DISPOSITION          TO IH-DISPOSITION
           MOVE WS-RUN-DATE             TO IH-RUN-DATE
           WRITE INVOICE-HISTORY-REC
           IF WS-HIST-COUNT < 50000
              ADD 1                     TO WS-HIST-COUNT
              SET HS-I                  TO WS-HIST-COUNT
              MOVE WS-INVOICE-PO-NUMBER TO HST-PO-NUMBER(HS-I)
              MOVE WS-LINE-NUMBER       TO HST-LINE-NUMBER(HS-I)
              MOVE INV-INVOICE-NUMBER   TO HST-INVOICE-NUMBER(HS-I)
           END-IF
           .
      *
       900-TERMINATION.
           MOVE WS-INVOICE-COUNT        TO TL-INVOICES-READ
           MOVE WS-TOTAL-LINE           TO INVRPT-LINE
           WRITE INVRPT-LINE
           MOVE WS-PAY-COUNT            TO TL-PAY-COUNT
           MOVE WS-PAY-DOLLARS          TO TL-PAY-DOLLARS
           MOVE WS-PAY-TOTAL-LINE       TO INVRPT-LINE
           WRITE INVRPT-LINE
           MOVE WS-HOLD-COUNT           TO TL-HOLD-COUNT
           MOVE WS-HOLD-DOLLARS         TO TL-HOLD-DOLLARS
           MOVE WS-HOLD-TOTAL-LINE      TO INVRPT-LINE
           WRITE INVRPT-LINE
           CLOSE INVCSIN
           CLOSE INVHIST
           CLOSE INVRPT
           DISPLAY 'INVMATCH INVOICE LINES READ: ' WS-INVOICE-COUNT
           DISPLAY 'INVMATCH PASSED TO PAY     : ' WS-PAY-COUNT
           DISPLAY 'INVMATCH HELD              : ' WS-HOLD-COUNT
           .
      *
