              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POFILE-STATUS
           .
           SELECT POXMIT
              ASSIGN          TO POXMIT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POXMIT-STATUS
           .
           SELECT OPTIONAL POCTL
              ASSIGN          TO POCTL
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POCKPT-STATUS
           .
           SELECT OPTIONAL APPRLIM
              ASSIGN          TO APPRLIM
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-APPRLIM-STATUS
           .
       DATA DIVISION.
       FILE SECTION.
       FD  PARTSACC
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-RECORD.
       COPY POREC.
      *
       FD  POXMIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-TRANSMIT-REC.
       COPY POXREC.
      *
       FD  POCTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-CHECKPOINT-REC.
       COPY POCKPT.
      *
       FD  APPRLIM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPROVAL-LIMIT-REC.
       COPY APRLMREC.
      *
       WORKING-STORAGE SECTION.
       77  WS-PARTSACC-STATUS       PIC X(02) VALUE SPACES.
           88 IS-PARTSACC-EOF       VALUE 'Y'.
       77  WS-POPRINT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-POFILE-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POXMIT-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POCTL-STATUS          PIC X(02) VALUE SPACES.
       77  WS-POCTL-EOF             PIC X(01) VALUE SPACES.
           88 IS-POCTL-EOF          VALUE 'Y'.
       77  WS-RESTART-MISMATCH      PIC X(01) VALUE 'N'.
           88 WS-RESTART-MISMATCH-YES VALUE 'Y'.
      *
      * ** Approval hold.  An order whose total passes the lowest
      * ** order limit among its lines' makes, or with any line whose
      * ** extended cost passes its make's line limit, is written to
      * ** POFILE held for approval and left off POPRINT.  The held
      * ** counts cover this run only - on a restart the orders held
      * ** before the abend are already on POFILE for POAPPRV.
       77  WS-APPRLIM-STATUS        PIC X(02) VALUE SPACES.
       77  WS-APPRLIM-EOF           PIC X(01) VALUE SPACES.
           88 IS-APPRLIM-EOF        VALUE 'Y'.
       77  WS-DEFAULT-ORDER-LIMIT   PIC 9(09)V99 VALUE ZEROS.
       77  WS-DEFAULT-LINE-LIMIT    PIC 9(09)V99 VALUE ZEROS.
       77  WS-MAKE-ORDER-LIMIT      PIC 9(09)V99 VALUE ZEROS.
       77  WS-MAKE-LINE-LIMIT       PIC 9(09)V99 VALUE ZEROS.
       77  WS-GROUP-ORDER-LIMIT     PIC 9(09)V99 VALUE ZEROS.
       77  WS-HOLD-ORDER            PIC X(01) VALUE 'N'.
           88 WS-HOLD-ORDER-YES     VALUE 'Y'.
       77  WS-HOLD-REASON           PIC X(40) VALUE SPACES.
       77  WS-HELD-COUNT            PIC 9(08) VALUE ZEROS.
       77  WS-HELD-VALUE            PIC 9(13)V99 VALUE ZEROS.
       77  WS-LIMIT-FOUND           PIC X(01) VALUE SPACES.
           88 WS-LIMIT-FOUND-YES    VALUE 'Y'.
      *
      * ** Supplier transmission.  An order that is not held, for a
      * ** supplier on the SUPPLIER master, also goes out on POXMIT
      * ** as header, lines and trailer, and its lines carry the run
      * ** date as the date sent.  A held order is sent by POAPPRV
      * ** when it is released.
       77  WS-SEND-ORDER            PIC X(01) VALUE 'N'.
           88 WS-SEND-ORDER-YES     VALUE 'Y'.
       77  WS-XMIT-RECORDS          PIC 9(05) VALUE ZEROS.
       77  WS-SENT-COUNT            PIC 9(08) VALUE ZEROS.
      *
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-COUNT           PIC S9(4) BINARY VALUE 0.
           05  WS-LIMIT-ENTRY OCCURS 50 TIMES
                                     INDEXED BY LM-I.
               10  LMT-VEHICLE-MAKE     PIC X(10).
               10  LMT-ORDER-LIMIT      PIC 9(09)V99.
               10  LMT-LINE-LIMIT       PIC 9(09)V99.
      *
      * ** Work image of one accepted part record - table entries are
      * ** moved here for field access.
       COPY PARTSUPP.
               'DOLLARS ORDERED...:'.
           05  TL-DOLLARS-ORDERED   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(42) VALUE SPACES.
       01  WS-HELD-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               'ORDERS HELD.......:'.
           05  TL-ORDERS-HELD       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               'DOLLARS HELD......:'.
           05  TL-DOLLARS-HELD      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(05) VALUE SPACES.
      *
      * ** Turns the records FINAL01 accepted into purchase orders -
      * ** one order per supplier, not per record, with one line item
      * ** address with remit-to from the REMIT address, and the
      * ** header/line POFILE records receiving matches shipments
      * ** against.  PO numbers are assigned from the POCTL control
      * ** file so they stay unique across runs.  An order over the
      * ** APPRLIM dollar limits goes to POFILE held for approval and
      * ** is not printed - POAPPRV releases or voids it.  Orders
      * ** printed for a SUPPLIER-master supplier are also written to
      * ** the POXMIT transmission file for the supplier's system.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
      * ** A PARTSACC too big for the resident table cannot be
           IF WS-IS-RESTART
              OPEN EXTEND POPRINT
              OPEN EXTEND POFILE
              OPEN EXTEND POXMIT
              OPEN EXTEND POCKPT
              MOVE WS-CKPT-PO-NUMBER    TO WS-PO-NUMBER
              MOVE WS-RESTART-ORDERS-DONE
           ELSE
              OPEN OUTPUT POPRINT
              OPEN OUTPUT POFILE
              OPEN OUTPUT POXMIT
              OPEN OUTPUT POCKPT
           END-IF
           ACCEPT WS-RUN-DATE        FROM DATE YYYYMMDD
           PERFORM 020-SET-RUN-DATE-LILIAN
           PERFORM 060-LOAD-APPROVAL-LIMITS
           PERFORM 030-LOAD-ACCEPTED-RECORDS
           .
      *
           .
      *
      * ****************************************************************
      * ** 060-LOAD-APPROVAL-LIMITS
      * ** Tables the per-make limits and keeps the blank-make record
      * ** as the default for every other make.  No APPRLIM leaves
      * ** every limit zero and no order is held.
      * ****************************************************************
       060-LOAD-APPROVAL-LIMITS.
           OPEN INPUT APPRLIM
           IF WS-APPRLIM-STATUS = '00' OR WS-APPRLIM-STATUS = '05'
              PERFORM UNTIL IS-APPRLIM-EOF
                 READ APPRLIM
                    AT END
                       MOVE 'Y'         TO WS-APPRLIM-EOF
                    NOT AT END
                       PERFORM 065-TABLE-APPROVAL-LIMIT
                 END-READ
              END-PERFORM
              CLOSE APPRLIM
           ELSE
              DISPLAY 'FINPOGEN APPROVAL LIMITS NOT AVAILABLE - STATUS '
                 WS-APPRLIM-STATUS ' - NO ORDERS WILL BE HELD.'
           END-IF
           .
      *
       065-TABLE-APPROVAL-LIMIT.
           IF APL-ORDER-LIMIT IS NOT NUMERIC
              MOVE ZEROS                TO APL-ORDER-LIMIT
           END-IF
           IF APL-LINE-LIMIT IS NOT NUMERIC
              MOVE ZEROS                TO APL-LINE-LIMIT
           END-IF
           EVALUATE TRUE
              WHEN APL-IS-DEFAULT
                 MOVE APL-ORDER-LIMIT   TO WS-DEFAULT-ORDER-LIMIT
                 MOVE APL-LINE-LIMIT    TO WS-DEFAULT-LINE-LIMIT
              WHEN WS-LIMIT-COUNT < 50
                 ADD 1                  TO WS-LIMIT-COUNT
                 SET LM-I               TO WS-LIMIT-COUNT
                 MOVE APL-VEHICLE-MAKE  TO LMT-VEHICLE-MAKE(LM-I)
                 MOVE APL-ORDER-LIMIT   TO LMT-ORDER-LIMIT(LM-I)
                 MOVE APL-LINE-LIMIT    TO LMT-LINE-LIMIT(LM-I)
              WHEN OTHER
                 DISPLAY 'FINPOGEN APPROVAL LIMIT TABLE IS FULL - '
                    APL-VEHICLE-MAKE ' TAKES THE DEFAULT LIMITS.'
           END-EVALUATE
           .
      *
      * ****************************************************************
      * ** 100-GENERATE-ORDERS
      * ** The accepted table is grouped in a deterministic order -
      * ** first unordered record starts the next group - so on a
      * ** record.  The group is swept once for its line count and
      * ** latest required-by - the header leads the lines on a
      * ** sequential file - and once more to write and print the
      * ** lines.  An order held for approval is written the same
      * ** way but nothing of it is printed or transmitted.
      * ****************************************************************
       200-GENERATE-ORDER.
           ADD 1                        TO WS-PO-NUMBER
           PERFORM 205-TOTAL-GROUP
           MOVE ACC-IMAGE(WS-DRIVE-SUB) TO PART-SUPP-ADDR-PO
           PERFORM 210-FIND-ADDRESS-OCCURRENCES
           IF NOT WS-HOLD-ORDER-YES AND
              SUPPLIER-NUMBER NOT = SPACES
              MOVE 'Y'                  TO WS-SEND-ORDER
              ADD 1                     TO WS-SENT-COUNT
              MOVE ZEROS                TO WS-XMIT-RECORDS
           ELSE
              MOVE 'N'                  TO WS-SEND-ORDER
           END-IF
           PERFORM 230-WRITE-PO-HEADER
           IF WS-HOLD-ORDER-YES
              ADD 1                     TO WS-HELD-COUNT
              ADD WS-GROUP-TOTAL-VALUE  TO WS-HELD-VALUE
              DISPLAY 'FINPOGEN PO ' WS-PO-NUMBER
                 ' HELD FOR APPROVAL -' WS-HOLD-REASON
           ELSE
              PERFORM 240-PRINT-ORDER-HEADING
           END-IF
           PERFORM 260-WRITE-ORDER-LINES
           IF NOT WS-HOLD-ORDER-YES
              MOVE WS-GROUP-TOTAL-VALUE TO POG-TOTAL-VALUE
              MOVE WS-PO-TOTAL-LINE     TO POPRINT-LINE
              WRITE POPRINT-LINE
           END-IF
           IF WS-SEND-ORDER-YES
              PERFORM 285-TRANSMIT-TRAILER
           END-IF
           PERFORM 290-WRITE-CHECKPOINT
           .
      *
      * ** 205-TOTAL-GROUP
      * ** One sweep over the group for what the header has to carry
      * ** before the first line is written: the line count, the
      * ** latest required-by date and the order's total value -
      * ** and, against the approval limits, whether it is held.
      * ****************************************************************
       205-TOTAL-GROUP.
           MOVE ZEROS                   TO WS-GROUP-LINE-COUNT
           MOVE ZEROS                   TO WS-GROUP-LATEST-REQ
           MOVE ZEROS                   TO WS-GROUP-TOTAL-VALUE
           MOVE ZEROS                   TO WS-GROUP-ORDER-LIMIT
           MOVE 'N'                     TO WS-HOLD-ORDER
           MOVE SPACES                  TO WS-HOLD-REASON
           PERFORM VARYING AC-I FROM 1 BY 1
              UNTIL AC-I > WS-ACC-COUNT
              IF ACC-ORDERED(AC-I) NOT = 'Y' AND
                 MOVE ACC-IMAGE(AC-I)   TO PART-SUPP-ADDR-PO
                 PERFORM 207-EXTEND-LINE-VALUE
                 ADD WS-EXTENDED-COST   TO WS-GROUP-TOTAL-VALUE
                 PERFORM 208-CHECK-LINE-LIMITS
              END-IF
           END-PERFORM
           IF WS-GROUP-ORDER-LIMIT > 0 AND
              WS-GROUP-TOTAL-VALUE > WS-GROUP-ORDER-LIMIT AND
              NOT WS-HOLD-ORDER-YES
              MOVE 'Y'                  TO WS-HOLD-ORDER
              MOVE ' ORDER TOTAL OVER ORDER LIMIT.'
                                        TO WS-HOLD-REASON
           END-IF
           .
      *
      * ****************************************************************
      * ** 208-CHECK-LINE-LIMITS
      * ** Tests the line in PART-SUPP-ADDR-PO against its make's line
      * ** limit and carries the make's order limit into the group's
      * ** - the lowest order limit among the order's makes governs.
      * ****************************************************************
       208-CHECK-LINE-LIMITS.
           MOVE WS-DEFAULT-ORDER-LIMIT  TO WS-MAKE-ORDER-LIMIT
           MOVE WS-DEFAULT-LINE-LIMIT   TO WS-MAKE-LINE-LIMIT
           MOVE 'N'                     TO WS-LIMIT-FOUND
           PERFORM VARYING LM-I FROM 1 BY 1
              UNTIL LM-I > WS-LIMIT-COUNT OR WS-LIMIT-FOUND-YES
              IF LMT-VEHICLE-MAKE(LM-I) = VEHICLE-MAKE
                 MOVE 'Y'               TO WS-LIMIT-FOUND
                 MOVE LMT-ORDER-LIMIT(LM-I)
                                        TO WS-MAKE-ORDER-LIMIT
                 MOVE LMT-LINE-LIMIT(LM-I)
                                        TO WS-MAKE-LINE-LIMIT
              END-IF
           END-PERFORM
           IF WS-MAKE-ORDER-LIMIT > 0 AND
              (WS-GROUP-ORDER-LIMIT = 0 OR
               WS-MAKE-ORDER-LIMIT < WS-GROUP-ORDER-LIMIT)
              MOVE WS-MAKE-ORDER-LIMIT  TO WS-GROUP-ORDER-LIMIT
           END-IF
           IF WS-MAKE-LINE-LIMIT > 0 AND
              WS-EXTENDED-COST > WS-MAKE-LINE-LIMIT AND
              NOT WS-HOLD-ORDER-YES
              MOVE 'Y'                  TO WS-HOLD-ORDER
              MOVE ' PART '             TO WS-HOLD-REASON(1:6)
              MOVE PART-NUMBER          TO WS-HOLD-REASON(7:10)
              MOVE ' OVER LINE LIMIT.'  TO WS-HOLD-REASON(17:17)
           END-IF
           .
      *
       207-EXTEND-LINE-VALUE.
           MOVE ADDR-COUNTRY(WS-REMIT-SUB)
                                        TO PO-RMT-COUNTRY
      * ** Every order starts open - PORECV flips the flag when the
      * ** shipment arrives and matches - unless it is over the
      * ** approval limits, when it starts held and POAPPRV opens it.
      * ** Held dollars are not ordered dollars until then.
           IF WS-HOLD-ORDER-YES
              MOVE 'P'                  TO PO-RECEIVED-FLAG
           ELSE
              MOVE 'N'                  TO PO-RECEIVED-FLAG
              ADD WS-GROUP-TOTAL-VALUE  TO WS-RUN-TOTAL-VALUE
           END-IF
           MOVE ZEROS                   TO PO-RECEIVED-DATE
           MOVE WS-GROUP-TOTAL-VALUE    TO PO-TOTAL-VALUE
           IF WS-SEND-ORDER-YES
              PERFORM 235-TRANSMIT-HEADER
           END-IF
           WRITE PO-RECORD
           .
      *
      * ****************************************************************
      * ** 235-TRANSMIT-HEADER
      * ** The order's header in the supplier's layout, built from
      * ** the POFILE header before it is written.
      * ****************************************************************
       235-TRANSMIT-HEADER.
           MOVE SPACES                  TO PO-TRANSMIT-REC
           MOVE 'H'                     TO PTX-RECORD-TYPE
           MOVE PO-SUPPLIER-NUMBER      TO PTX-SUPPLIER-NUMBER
           MOVE PO-NUMBER               TO PTX-PO-NUMBER
           MOVE PO-ORDER-DATE           TO PTX-ORDER-DATE
           MOVE WS-RUN-DATE             TO PTX-SENT-DATE
           MOVE PO-REQUIRED-BY-DATE     TO PTX-REQUIRED-BY-DATE
           MOVE PO-LINE-COUNT           TO PTX-LINE-COUNT
           MOVE PO-ORDER-ADDRESS        TO PTX-ORDER-ADDRESS
           MOVE PO-TOTAL-VALUE          TO PTX-TOTAL-VALUE
           WRITE PO-TRANSMIT-REC
           ADD 1                        TO WS-XMIT-RECORDS
           .
      *
       240-PRINT-ORDER-HEADING.
           MOVE WS-PO-RULE-LINE         TO POPRINT-LINE
                 MOVE ACC-REQUIRED-BY(AC-I)
                                        TO WS-REQUIRED-BY-DATE
                 PERFORM 270-WRITE-PO-LINE
                 IF NOT WS-HOLD-ORDER-YES
                    PERFORM 280-PRINT-ORDER-LINE
                 END-IF
              END-IF
           END-PERFORM
           .
           MOVE UNIT-COST               TO PO-LINE-UNIT-COST
           PERFORM 207-EXTEND-LINE-VALUE
           MOVE WS-EXTENDED-COST        TO PO-LINE-EXTENDED-COST
           MOVE ZEROS                   TO PO-LINE-RECEIVED-QUANTITY
           IF WS-SEND-ORDER-YES
              MOVE WS-RUN-DATE          TO PO-LINE-SENT-DATE
              PERFORM 275-TRANSMIT-LINE
           END-IF
           WRITE PO-RECORD
           .
      *
       275-TRANSMIT-LINE.
           MOVE SPACES                  TO PO-TRANSMIT-REC
           MOVE 'L'                     TO PTX-RECORD-TYPE
           MOVE SUPPLIER-NUMBER         TO PTX-SUPPLIER-NUMBER
           MOVE PO-NUMBER               TO PTX-PO-NUMBER
           MOVE PO-LINE-NUMBER OF PO-LINE-DATA
                                        TO PTX-LINE-NUMBER
           MOVE PO-LINE-PART-NUMBER     TO PTX-PART-NUMBER
           MOVE PO-LINE-PART-NAME       TO PTX-PART-NAME
           MOVE PO-LINE-VEHICLE-MAKE    TO PTX-VEHICLE-MAKE
           MOVE PO-LINE-VEHICLE-MODEL   TO PTX-VEHICLE-MODEL
           MOVE PO-LINE-VEHICLE-YEAR    TO PTX-VEHICLE-YEAR
           MOVE PO-LINE-REQUIRED-BY-DATE
                                        TO PTX-LINE-REQUIRED-BY
           MOVE PO-LINE-ORDER-QUANTITY  TO PTX-ORDER-QUANTITY
           MOVE PO-LINE-UNIT-COST       TO PTX-UNIT-COST
           MOVE PO-LINE-EXTENDED-COST   TO PTX-EXTENDED-COST
           WRITE PO-TRANSMIT-REC
           ADD 1                        TO WS-XMIT-RECORDS
           .
      *
      * ****************************************************************
      * ** 285-TRANSMIT-TRAILER
      * ** Closes the order on POXMIT with its record count - header,
      * ** lines and this trailer - line count and total value.
      * ****************************************************************
       285-TRANSMIT-TRAILER.
           MOVE SPACES                  TO PO-TRANSMIT-REC
           MOVE 'T'                     TO PTX-RECORD-TYPE
           MOVE SUPPLIER-NUMBER         TO PTX-SUPPLIER-NUMBER
           MOVE WS-PO-NUMBER            TO PTX-PO-NUMBER
           ADD 1                        TO WS-XMIT-RECORDS
           MOVE WS-XMIT-RECORDS         TO PTX-RECORD-COUNT
           MOVE WS-GROUP-LINE-COUNT     TO PTX-TRAILER-LINES
           MOVE WS-GROUP-TOTAL-VALUE    TO PTX-TRAILER-VALUE
           WRITE PO-TRANSMIT-REC
           .
      *
       280-PRINT-ORDER-LINE.
           MOVE WS-LINE-NUMBER          TO POL-LINE-NUMBER
           MOVE WS-RUN-TOTAL-VALUE      TO TL-DOLLARS-ORDERED
           MOVE WS-VALUE-TOTAL-LINE     TO POPRINT-LINE
           WRITE POPRINT-LINE
           MOVE WS-HELD-COUNT           TO TL-ORDERS-HELD
           MOVE WS-HELD-VALUE           TO TL-DOLLARS-HELD
           MOVE WS-HELD-TOTAL-LINE      TO POPRINT-LINE
           WRITE POPRINT-LINE
           CLOSE POPRINT
           CLOSE POFILE
           CLOSE POXMIT
           CLOSE POCKPT
           DISPLAY 'FINPOGEN RECORDS READ  : ' WS-RECORD-COUNT
           DISPLAY 'FINPOGEN ORDERS WRITTEN: ' WS-PO-COUNT
           DISPLAY 'FINPOGEN DOLLARS ORDERED: ' WS-RUN-TOTAL-VALUE
           DISPLAY 'FINPOGEN ORDERS HELD   : ' WS-HELD-COUNT
           DISPLAY 'FINPOGEN DOLLARS HELD  : ' WS-HELD-VALUE
           DISPLAY 'FINPOGEN ORDERS SENT   : ' WS-SENT-COUNT
           .
      *
