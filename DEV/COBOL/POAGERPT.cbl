      * ** order under the make it leads with.  AGE-SECTION is
      * ** assigned at load time: 1 = past required-by (the expedite
      * ** list), 2 = due within 7 days, 3 = due in 8-30 days,
      * ** 4 = due beyond 30 days.  AGE-PROMISED-DATE is the latest
      * ** ship date the supplier has promised on a live line - the
      * ** order's promise, read the way the header's required-by is
      * ** the latest of its lines - or zero while nothing is
      * ** promised.
       01  WS-AGE-TABLE.
           05  WS-AGE-COUNT             PIC S9(4) BINARY VALUE 0.
           05  WS-AGE-ENTRY OCCURS 5000 TIMES
               10  AGE-DAYS-OVERDUE     PIC S9(5) BINARY.
               10  AGE-SECTION          PIC 9(01).
               10  AGE-PRINTED          PIC X(01).
               10  AGE-PROMISED-DATE    PIC 9(08).
      *
      * ** Work image of one POFILE record for field access.
       COPY POREC.
           05  FILLER               PIC X(10) VALUE 'PO NUMBER'.
           05  FILLER               PIC X(08) VALUE 'SUPPLR'.
           05  FILLER               PIC X(10) VALUE 'REQUIRED'.
           05  FILLER               PIC X(10) VALUE 'PROMISED'.
           05  FILLER               PIC X(07) VALUE '  DAYS'.
           05  FILLER               PIC X(35) VALUE '  LINES'.
       01  WS-AGE-DETAIL.
           05  AGD-PO-NUMBER        PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  AGD-REQUIRED-BY      PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  AGD-PROMISED         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  AGD-DAYS             PIC ZZZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  AGD-LINE-COUNT       PIC ZZ9.
           05  FILLER               PIC X(30) VALUE SPACES.
       01  WS-AGE-ITEM-LINE.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  AGI-PART-NUMBER      PIC X(10).
           05  FILLER               PIC X(08) VALUE SPACES.
      *
      * ** Lists every purchase order PORECV has not yet marked
      * ** received, POMAINT has not cancelled and POAPPRV has
      * ** released to the supplier, aged against the run date - the
      * ** expedite list of orders already past required-by first,
      * ** then the aging buckets for the rest.  An order still held
      * ** for approval has not gone to the supplier and is left off.
      * ** Each order carries its ORDER address and lead-time weeks
      * ** so the buyer can pick up the phone straight off the page;
      * ** inside a section the orders run by vehicle make with the
      * ** worst-late order first, which is the order purchasing
      * ** works the list in.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 100-LOAD-OPEN-ORDERS
      * ****************************************************************
      * ** 140-TABLE-PO-RECORD
      * ** Every record joins the resident image; an open header also
      * ** gets an age-table entry, and the first live line that
      * ** follows it donates the make the order sorts under.  Every
      * ** live line's promised ship date is weighed for the order's.
      * ****************************************************************
       140-TABLE-PO-RECORD.
           IF WS-PO-COUNT < 5000
              EVALUATE TRUE
                 WHEN PO-IS-HEADER
                    ADD 1               TO WS-ORDERS-READ
                    IF PO-IS-RECEIVED OR PO-IS-CANCELLED OR
                       PO-IS-PENDING-APPROVAL
                       MOVE 0           TO WS-CUR-AGE-SUB
                    ELSE
                       PERFORM 150-TABLE-OPEN-ORDER
                    END-IF
                 WHEN PO-IS-LINE
                    IF WS-CUR-AGE-SUB > 0 AND
                       NOT PO-LINE-IS-CANCELLED
                       SET AG-I         TO WS-CUR-AGE-SUB
                       IF AGE-VEHICLE-MAKE(AG-I) = SPACES
                          MOVE PO-LINE-VEHICLE-MAKE
                                        TO AGE-VEHICLE-MAKE(AG-I)
                       END-IF
                       IF PO-LINE-PROMISED-DATE IS NUMERIC AND
                          PO-LINE-PROMISED-DATE >
                                           AGE-PROMISED-DATE(AG-I)
                          MOVE PO-LINE-PROMISED-DATE
                                        TO AGE-PROMISED-DATE(AG-I)
                       END-IF
                    END-IF
              END-EVALUATE
           ELSE
           MOVE WS-PO-COUNT             TO AGE-PO-SUB(AG-I)
           MOVE PO-NUMBER               TO AGE-PO-NUMBER(AG-I)
           MOVE SPACES                  TO AGE-VEHICLE-MAKE(AG-I)
           MOVE ZEROS                   TO AGE-PROMISED-DATE(AG-I)
           PERFORM 160-SET-DAYS-OVERDUE
           MOVE WS-DAYS-OVERDUE         TO AGE-DAYS-OVERDUE(AG-I)
           EVALUATE TRUE
      * ** underneath so the buyer has the supplier's door to call
      * ** without pulling the PO document, then the order's line
      * ** items with each part's make and lead-time weeks.  The
      * ** supplier's promised ship date prints beside required-by,
      * ** blank until the supplier has promised one, and the
      * ** DAYS column is days late in the expedite section and days
      * ** until due in the aging buckets.
      * ****************************************************************
           MOVE PO-NUMBER               TO AGD-PO-NUMBER
           MOVE PO-SUPPLIER-NUMBER      TO AGD-SUPPLIER-NUMBER
           MOVE PO-REQUIRED-BY-DATE     TO AGD-REQUIRED-BY
           IF AGE-PROMISED-DATE(AG-I) > 0
              MOVE AGE-PROMISED-DATE(AG-I)
                                        TO AGD-PROMISED
           ELSE
              MOVE SPACES               TO AGD-PROMISED
           END-IF
           IF WS-SECTION-SUB = 1
              MOVE AGE-DAYS-OVERDUE(AG-I)
                                        TO AGD-DAYS
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              IF PO-IS-LINE AND
                 PO-NUMBER IS NUMERIC AND
                 PO-NUMBER = WS-ITEM-PO-NUMBER AND
                 NOT PO-LINE-IS-CANCELLED
                 MOVE PO-LINE-PART-NUMBER
                                        TO AGI-PART-NUMBER
                 MOVE PO-LINE-PART-NAME TO AGI-PART-NAME
