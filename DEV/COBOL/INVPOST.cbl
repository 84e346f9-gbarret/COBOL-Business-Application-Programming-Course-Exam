       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVBAL
              ASSIGN          TO INVBAL
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-INVBAL-STATUS
           .
           SELECT OPTIONAL PARTMAST
              ASSIGN          TO PARTMAST
              ORGANIZATION    IS INDEXED
              ACCESS MODE     IS SEQUENTIAL
              RECORD KEY      IS PM-PART-NUMBER
              FILE STATUS     IS WS-PARTMAST-STATUS
           .
           SELECT OPTIONAL POFILE
              ASSIGN          TO POFILE
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POFILE-STATUS
           .
           SELECT OPTIONAL RCVMOVE
              ASSIGN          TO RCVMOVE
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-RCVMOVE-STATUS
           .
           SELECT OPTIONAL INVMOVE
              ASSIGN          TO INVMOVE
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-INVMOVE-STATUS
           .
           SELECT INVRPT
              ASSIGN          TO INVRPT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-INVRPT-STATUS
           .
           SELECT OPTIONAL RUNAUDIT
              ASSIGN          TO RUNAUDIT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-RUNAUDIT-STATUS
           .
       DATA DIVISION.
       FILE SECTION.
       FD  INVBAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVBAL-REC.
       01  INVBAL-REC                   PIC X(80).
      *
       FD  PARTMAST
           RECORD CONTAINS 367 CHARACTERS
           DATA RECORD IS PARTS-MASTER-REC.
       COPY PARTMAST.
      *
       FD  POFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 238 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-RECORD.
       COPY POREC.
      *
       FD  RCVMOVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCVMOVE-REC.
       01  RCVMOVE-REC                  PIC X(80).
      *
       FD  INVMOVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVMOVE-REC.
       01  INVMOVE-REC                  PIC X(80).
      *
       FD  INVRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVRPT-LINE.
       01  INVRPT-LINE                  PIC X(80).
      *
       FD  RUNAUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-AUDIT-REC.
       COPY RUNAUDIT.
      *
       WORKING-STORAGE SECTION.
       77  WS-INVBAL-STATUS         PIC X(02) VALUE SPACES.
       77  WS-INVBAL-EOF            PIC X(01) VALUE SPACES.
           88 IS-INVBAL-EOF         VALUE 'Y'.
       77  WS-PARTMAST-STATUS       PIC X(02) VALUE SPACES.
       77  WS-PARTMAST-EOF          PIC X(01) VALUE SPACES.
           88 IS-PARTMAST-EOF       VALUE 'Y'.
       77  WS-POFILE-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POFILE-EOF            PIC X(01) VALUE SPACES.
           88 IS-POFILE-EOF         VALUE 'Y'.
       77  WS-RCVMOVE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-RCVMOVE-EOF           PIC X(01) VALUE SPACES.
           88 IS-RCVMOVE-EOF        VALUE 'Y'.
       77  WS-RCVMOVE-POSTED        PIC X(01) VALUE 'N'.
           88 WS-RCVMOVE-WAS-POSTED VALUE 'Y'.
       77  WS-INVMOVE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-INVMOVE-EOF           PIC X(01) VALUE SPACES.
           88 IS-INVMOVE-EOF        VALUE 'Y'.
       77  WS-INVRPT-STATUS         PIC X(02) VALUE SPACES.
      *
       77  WS-MOVES-READ            PIC 9(08) VALUE ZEROS.
       77  WS-ACCEPT-COUNT          PIC 9(08) VALUE ZEROS.
       77  WS-REJECT-COUNT          PIC 9(08) VALUE ZEROS.
       77  WS-NEGATIVE-COUNT        PIC 9(08) VALUE ZEROS.
       77  WS-NEW-BALANCE-COUNT     PIC 9(08) VALUE ZEROS.
       77  WS-DROPPED-COUNT         PIC 9(08) VALUE ZEROS.
       77  WS-ORDER-LINES-COUNTED   PIC 9(08) VALUE ZEROS.
       77  WS-ORDER-PART-MISSING    PIC 9(08) VALUE ZEROS.
       77  WS-BALANCE-PARTS         PIC 9(08) VALUE ZEROS.
      *
      * ** Run-audit state - captured at start-up, one RUNAUDIT
      * ** record appended at end of run, the same as POMAINT.
       77  WS-RUNAUDIT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RUN-START-DATE        PIC 9(08) VALUE ZEROS.
       77  WS-RUN-START-TIME        PIC 9(06) VALUE ZEROS.
       77  WS-TIME-WORK             PIC 9(08) VALUE ZEROS.
       77  WS-END-STATUS            PIC X(14) VALUE 'NORMAL'.
      *
      * ** With no parts master there is nothing to post against,
      * ** and a master too big for the balance table would lose
      * ** balances on the rewrite - either way INVBAL is left as
      * ** it was and the run ends RC 12.
       77  WS-RUN-STOPPED           PIC X(01) VALUE 'N'.
           88 WS-RUN-IS-STOPPED     VALUE 'Y'.
      *
      * ** Old INVBAL key for the match against PARTMAST - HIGH-VALUES
      * ** once the old file is exhausted.
       77  WS-INVBAL-KEY            PIC X(10) VALUE SPACES.
      *
      * ** Open-order state while POFILE is swept - set from each
      * ** header and applied to the lines that follow it.
       77  WS-CURRENT-PO-NUMBER     PIC 9(08) VALUE ZEROS.
       77  WS-CURRENT-PO-LIVE       PIC X(01) VALUE 'N'.
           88 WS-CURRENT-PO-IS-LIVE VALUE 'Y'.
       77  WS-OUTSTANDING-QUANTITY  PIC 9(07) VALUE ZEROS.
      *
      * ** Balance search - the table is in part-number order, so
      * ** the search halves the range each pass.
       77  WS-SEARCH-PART           PIC X(10) VALUE SPACES.
       77  WS-BAL-FOUND             PIC X(01) VALUE SPACES.
           88 WS-BAL-FOUND-YES      VALUE 'Y'.
           88 WS-BAL-FOUND-NO       VALUE 'N'.
       77  WS-BAL-FOUND-SUB         PIC S9(8) BINARY VALUE 0.
       77  WS-SEARCH-LOW            PIC S9(8) BINARY VALUE 0.
       77  WS-SEARCH-HIGH           PIC S9(8) BINARY VALUE 0.
       77  WS-SEARCH-MID            PIC S9(8) BINARY VALUE 0.
      *
      * ** Which feed the movement in hand came from, for the log.
       77  WS-MOVE-SOURCE           PIC X(03) VALUE SPACES.
       77  WS-MOVE-RESULT           PIC X(08) VALUE SPACES.
       77  WS-MOVE-MESSAGE          PIC X(30) VALUE SPACES.
       77  WS-ON-HAND-EDIT          PIC -(6)9.
      *
      * ** Resident balance file for the run - one entry per part on
      * ** PARTMAST, built in part-number order by matching the old
      * ** INVBAL against the master, posted in place, and written
      * ** back whole at end of run.
       01  WS-BAL-TABLE.
           05  WS-BAL-COUNT             PIC S9(8) BINARY VALUE 0.
           05  WS-BAL-ENTRY OCCURS 20000 TIMES
                                     INDEXED BY BL-I.
               10  WS-BAL-IMAGE         PIC X(80).
      *
      * ** Work image of one balance - table entries are moved here
      * ** for field access and moved back when updated.
       COPY INVBLREC.
      *
      * ** Work image of the movement in hand, from either feed.
       COPY INVMVREC.
      *
       01  WS-INVRPT-HEADING.
           05  FILLER               PIC X(80) VALUE
               'INVPOST - INVENTORY MOVEMENT POSTING LOG'.
       01  WS-INVRPT-COL-HEADING.
           05  FILLER               PIC X(05) VALUE 'SRC'.
           05  FILLER               PIC X(12) VALUE 'T PART'.
           05  FILLER               PIC X(09) VALUE 'QUANTITY'.
           05  FILLER               PIC X(12) VALUE 'REFERENCE'.
           05  FILLER               PIC X(10) VALUE 'RESULT'.
           05  FILLER               PIC X(32) VALUE 'MESSAGE'.
       01  WS-INVRPT-DETAIL.
           05  IPL-SOURCE           PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  IPL-MOVE-TYPE        PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  IPL-PART-NUMBER      PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  IPL-QUANTITY         PIC X(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  IPL-REFERENCE        PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  IPL-RESULT           PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  IPL-MESSAGE          PIC X(30).
       01  WS-INVRPT-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               'MOVEMENTS READ....:'.
           05  TL-MOVES-READ        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE 'ACCEPTED..:'.
           05  TL-ACCEPT-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE ' REJECTED.:'.
           05  TL-REJECT-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
       01  WS-INVRPT-BALANCE-LINE.
           05  FILLER               PIC X(20) VALUE
               'PARTS ON BALANCE..:'.
           05  TL-BALANCE-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE 'NEW.......:'.
           05  TL-NEW-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE ' DROPPED..:'.
           05  TL-DROPPED-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
       01  WS-INVRPT-ORDER-LINE.
           05  FILLER               PIC X(20) VALUE
               'OPEN LINES COUNTED:'.
           05  TL-LINES-COUNTED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE 'NO PART...:'.
           05  TL-PART-MISSING      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE ' NEGATIVE.:'.
           05  TL-NEGATIVE-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
      *
      * ** Keeps the on-hand, on-order and reorder-point figures the
      * ** reorder run (INVREPL) works from.  The old INVBAL is
      * ** matched against PARTMAST so every part carries a balance
      * ** and balances for deleted parts fall away; on order is
      * ** recounted from the open and held orders on POFILE; then
      * ** PORECV's receipt movements and the day's INVMOVE feed -
      * ** issues, physical counts and reorder-point settings - are
      * ** posted and logged.  RCVMOVE is emptied once the new
      * ** INVBAL is safely written, so a receipt is never counted
      * ** twice and never lost - if the rewrite fails the receipts
      * ** stay on RCVMOVE for the rerun, which ends RC 12.  Rejected
      * ** movements and parts driven below zero end the run RC 4.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           IF WS-RUN-IS-STOPPED
              MOVE 12                   TO RETURN-CODE
           ELSE
              PERFORM 100-COUNT-ON-ORDER
              PERFORM 200-POST-RECEIPT-MOVEMENTS
              PERFORM 300-POST-STORES-MOVEMENTS
              PERFORM 800-REWRITE-INVBAL
              IF WS-RUN-IS-STOPPED
                 MOVE 12                TO RETURN-CODE
              ELSE
                 IF WS-RCVMOVE-WAS-POSTED
                    PERFORM 850-EMPTY-RCVMOVE
                 END-IF
              END-IF
           END-IF
           PERFORM 900-TERMINATION
           STOP RUN
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-RUN-START-DATE     FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK          FROM TIME
           MOVE WS-TIME-WORK(1:6)       TO WS-RUN-START-TIME
           OPEN EXTEND RUNAUDIT
           OPEN OUTPUT INVRPT
           MOVE WS-INVRPT-HEADING       TO INVRPT-LINE
           WRITE INVRPT-LINE
           MOVE WS-INVRPT-COL-HEADING   TO INVRPT-LINE
           WRITE INVRPT-LINE
           PERFORM 010-BUILD-BALANCE-TABLE
           .
      *
      * ****************************************************************
      * ** 010-BUILD-BALANCE-TABLE
      * ** Matches the old INVBAL against PARTMAST, both in part-
      * ** number order.  A part with a balance keeps it; a part
      * ** with none starts at zero; a balance whose part has left
      * ** the master is dropped, and logged when stock was still
      * ** on hand.  On order starts at zero for every part - it is
      * ** recounted from POFILE each run.
      * ****************************************************************
       010-BUILD-BALANCE-TABLE.
           OPEN INPUT PARTMAST
           IF WS-PARTMAST-STATUS NOT = '00'
              DISPLAY 'INVPOST PARTS MASTER NOT AVAILABLE - STATUS '
                 WS-PARTMAST-STATUS '.  NOTHING POSTED.'
              MOVE 'Y'                  TO WS-RUN-STOPPED
              MOVE 'NO-PART-MASTER'     TO WS-END-STATUS
           ELSE
              OPEN INPUT INVBAL
              IF WS-INVBAL-STATUS NOT = '00'
                 DISPLAY 'INVPOST NO BALANCE FILE - STATUS '
                    WS-INVBAL-STATUS '.  ALL BALANCES START AT ZERO.'
                 MOVE HIGH-VALUES       TO WS-INVBAL-KEY
              ELSE
                 PERFORM 020-READ-OLD-BALANCE
              END-IF
              PERFORM UNTIL IS-PARTMAST-EOF OR WS-RUN-IS-STOPPED
                 READ PARTMAST NEXT RECORD
                    AT END
                       MOVE 'Y'         TO WS-PARTMAST-EOF
                    NOT AT END
                       PERFORM 030-TABLE-PART-BALANCE
                 END-READ
              END-PERFORM
              IF NOT WS-RUN-IS-STOPPED
                 MOVE HIGH-VALUES       TO PM-PART-NUMBER
                 PERFORM 040-DROP-OLD-BALANCES
              END-IF
              CLOSE PARTMAST
              IF WS-INVBAL-STATUS = '00' OR WS-INVBAL-STATUS = '05' OR
                 WS-INVBAL-STATUS = '10'
                 CLOSE INVBAL
              END-IF
           END-IF
           .
      *
       020-READ-OLD-BALANCE.
           READ INVBAL
              AT END
                 MOVE 'Y'               TO WS-INVBAL-EOF
                 MOVE HIGH-VALUES       TO WS-INVBAL-KEY
              NOT AT END
                 MOVE INVBAL-REC(1:10)  TO WS-INVBAL-KEY
           END-READ
           .
      *
       030-TABLE-PART-BALANCE.
           PERFORM 040-DROP-OLD-BALANCES
           IF WS-BAL-COUNT < 20000
              IF WS-INVBAL-KEY = PM-PART-NUMBER
                 MOVE INVBAL-REC        TO INV-BALANCE-REC
                 PERFORM 020-READ-OLD-BALANCE
              ELSE
                 MOVE SPACES            TO INV-BALANCE-REC
                 MOVE PM-PART-NUMBER    TO IB-PART-NUMBER
                 MOVE ZEROS             TO IB-ON-HAND
                 MOVE ZEROS             TO IB-REORDER-POINT
                 MOVE ZEROS             TO IB-LAST-RECEIPT-DATE
                 MOVE ZEROS             TO IB-LAST-ISSUE-DATE
                 MOVE ZEROS             TO IB-LAST-COUNT-DATE
                 ADD 1                  TO WS-NEW-BALANCE-COUNT
              END-IF
              MOVE ZEROS                TO IB-ON-ORDER
              ADD 1                     TO WS-BAL-COUNT
              SET BL-I                  TO WS-BAL-COUNT
              MOVE INV-BALANCE-REC      TO WS-BAL-IMAGE(BL-I)
           ELSE
              DISPLAY 'INVPOST BALANCE TABLE IS FULL - PARTMAST HOLDS '
                 'MORE THAN 20000 PARTS.  NOTHING POSTED.'
              MOVE 'Y'                  TO WS-RUN-STOPPED
              MOVE 'BAL-TABLE-FULL'     TO WS-END-STATUS
           END-IF
           .
      *
      * ****************************************************************
      * ** 040-DROP-OLD-BALANCES
      * ** Passes over old balances keyed below the current master
      * ** part - parts deleted from PARTMAST since the last run.
      * ****************************************************************
       040-DROP-OLD-BALANCES.
           PERFORM UNTIL WS-INVBAL-KEY NOT < PM-PART-NUMBER
              MOVE INVBAL-REC           TO INV-BALANCE-REC
              ADD 1                     TO WS-DROPPED-COUNT
              IF IB-ON-HAND NOT = 0
                 MOVE 'BAL'             TO IPL-SOURCE
                 MOVE SPACES            TO IPL-MOVE-TYPE
                 MOVE IB-PART-NUMBER    TO IPL-PART-NUMBER
                 MOVE IB-ON-HAND        TO WS-ON-HAND-EDIT
                 MOVE WS-ON-HAND-EDIT   TO IPL-QUANTITY
                 MOVE SPACES            TO IPL-REFERENCE
                 MOVE 'DROPPED'         TO IPL-RESULT
                 MOVE ' PART GONE - STOCK ON HAND.'
                                        TO IPL-MESSAGE
                 MOVE WS-INVRPT-DETAIL  TO INVRPT-LINE
                 WRITE INVRPT-LINE
              END-IF
              PERFORM 020-READ-OLD-BALANCE
           END-PERFORM
           .
      *
      * ****************************************************************
      * ** 100-COUNT-ON-ORDER
      * ** Sweeps POFILE and adds every live line of an open or held
      * ** order to its part's on order - the ordered quantity less
      * ** anything already posted received against the line.
      * ** Cancelled lines and received or cancelled orders count
      * ** nothing.
      * ****************************************************************
       100-COUNT-ON-ORDER.
           OPEN INPUT POFILE
           IF WS-POFILE-STATUS = '00' OR WS-POFILE-STATUS = '05'
              PERFORM UNTIL IS-POFILE-EOF
                 READ POFILE
                    AT END
                       MOVE 'Y'         TO WS-POFILE-EOF
                    NOT AT END
                       PERFORM 110-COUNT-ORDER-RECORD
                 END-READ
              END-PERFORM
              CLOSE POFILE
           ELSE
              DISPLAY 'INVPOST PO FILE NOT AVAILABLE - STATUS '
                 WS-POFILE-STATUS '.  NOTHING COUNTED ON ORDER.'
           END-IF
           .
      *
       110-COUNT-ORDER-RECORD.
           EVALUATE TRUE
              WHEN PO-IS-HEADER
                 MOVE PO-NUMBER         TO WS-CURRENT-PO-NUMBER
                 IF PO-IS-OPEN OR PO-IS-PENDING-APPROVAL
                    MOVE 'Y'            TO WS-CURRENT-PO-LIVE
                 ELSE
                    MOVE 'N'            TO WS-CURRENT-PO-LIVE
                 END-IF
              WHEN PO-IS-LINE AND
                   WS-CURRENT-PO-IS-LIVE AND
                   PO-NUMBER = WS-CURRENT-PO-NUMBER AND
                   NOT PO-LINE-IS-CANCELLED AND
                   PO-LINE-ORDER-QUANTITY IS NUMERIC
                 MOVE PO-LINE-ORDER-QUANTITY
                                        TO WS-OUTSTANDING-QUANTITY
                 IF PO-LINE-RECEIVED-QUANTITY IS NUMERIC
                    IF PO-LINE-RECEIVED-QUANTITY
                          < PO-LINE-ORDER-QUANTITY
                       SUBTRACT PO-LINE-RECEIVED-QUANTITY
                                   FROM WS-OUTSTANDING-QUANTITY
                    ELSE
                       MOVE ZEROS       TO WS-OUTSTANDING-QUANTITY
                    END-IF
                 END-IF
                 MOVE PO-LINE-PART-NUMBER
                                        TO WS-SEARCH-PART
                 PERFORM 500-FIND-BALANCE
                 IF WS-BAL-FOUND-YES
                    MOVE WS-BAL-IMAGE(BL-I)
                                        TO INV-BALANCE-REC
                    ADD WS-OUTSTANDING-QUANTITY
                                        TO IB-ON-ORDER
                    MOVE INV-BALANCE-REC
                                        TO WS-BAL-IMAGE(BL-I)
                    ADD 1               TO WS-ORDER-LINES-COUNTED
                 ELSE
                    ADD 1               TO WS-ORDER-PART-MISSING
                 END-IF
           END-EVALUATE
           .
      *
      * ****************************************************************
      * ** 200-POST-RECEIPT-MOVEMENTS
      * ** Posts the receipt movements PORECV has written since the
      * ** last posting.  RCVMOVE is left as it is here - it is not
      * ** emptied until 850, once the balances are rewritten.
      * ****************************************************************
       200-POST-RECEIPT-MOVEMENTS.
           MOVE 'RCV'                   TO WS-MOVE-SOURCE
           OPEN INPUT RCVMOVE
           IF WS-RCVMOVE-STATUS = '00' OR WS-RCVMOVE-STATUS = '05'
              PERFORM UNTIL IS-RCVMOVE-EOF
                 READ RCVMOVE
                    AT END
                       MOVE 'Y'         TO WS-RCVMOVE-EOF
                    NOT AT END
                       MOVE RCVMOVE-REC TO INV-MOVEMENT-REC
                       PERFORM 400-APPLY-MOVEMENT
                 END-READ
              END-PERFORM
              CLOSE RCVMOVE
              MOVE 'Y'                  TO WS-RCVMOVE-POSTED
           ELSE
              DISPLAY 'INVPOST RECEIPT MOVEMENTS NOT AVAILABLE - '
                 'STATUS ' WS-RCVMOVE-STATUS
           END-IF
           .
      *
       300-POST-STORES-MOVEMENTS.
           MOVE 'MOV'                   TO WS-MOVE-SOURCE
           OPEN INPUT INVMOVE
           IF WS-INVMOVE-STATUS = '00' OR WS-INVMOVE-STATUS = '05'
              PERFORM UNTIL IS-INVMOVE-EOF
                 READ INVMOVE
                    AT END
                       MOVE 'Y'         TO WS-INVMOVE-EOF
                    NOT AT END
                       MOVE INVMOVE-REC TO INV-MOVEMENT-REC
                       PERFORM 400-APPLY-MOVEMENT
                 END-READ
              END-PERFORM
              CLOSE INVMOVE
           ELSE
              DISPLAY 'INVPOST STORES MOVEMENTS NOT AVAILABLE - '
                 'STATUS ' WS-INVMOVE-STATUS
           END-IF
           .
      *
      * ****************************************************************
      * ** 400-APPLY-MOVEMENT
      * ** Edits one movement and posts it to its part's balance.
      * ** Receipts and issues must move a quantity above zero; a
      * ** count or reorder point of zero is allowed.  An issue that
      * ** takes on hand below zero is posted - the goods left the
      * ** stores - and flagged for a count.
      * ****************************************************************
       400-APPLY-MOVEMENT.
           ADD 1                        TO WS-MOVES-READ
           MOVE SPACES                  TO WS-MOVE-MESSAGE
           MOVE SPACES                  TO WS-MOVE-RESULT
           MOVE IMV-PART-NUMBER         TO WS-SEARCH-PART
           PERFORM 500-FIND-BALANCE
           EVALUATE TRUE
              WHEN NOT IMV-VALID-TYPE
                 MOVE ' MOVEMENT TYPE IS NOT VALID.'
                                        TO WS-MOVE-MESSAGE
              WHEN WS-BAL-FOUND-NO
                 MOVE ' PART IS NOT ON PARTMAST.'
                                        TO WS-MOVE-MESSAGE
              WHEN IMV-QUANTITY IS NOT NUMERIC
                 MOVE ' QUANTITY IS not valid.'
                                        TO WS-MOVE-MESSAGE
              WHEN IMV-QUANTITY-N = 0 AND
                   (IMV-IS-RECEIPT OR IMV-IS-ISSUE)
                 MOVE ' QUANTITY MUST BE ABOVE ZERO.'
                                        TO WS-MOVE-MESSAGE
              WHEN IMV-MOVE-DATE IS NOT NUMERIC
                 MOVE ' MOVEMENT DATE IS not valid.'
                                        TO WS-MOVE-MESSAGE
           END-EVALUATE
           IF WS-MOVE-MESSAGE = SPACES
              MOVE WS-BAL-IMAGE(BL-I)   TO INV-BALANCE-REC
              PERFORM 410-POST-TO-BALANCE
           END-IF
           IF WS-MOVE-MESSAGE = SPACES OR
              WS-MOVE-RESULT = 'ACCEPTED'
              MOVE INV-BALANCE-REC      TO WS-BAL-IMAGE(BL-I)
              MOVE 'ACCEPTED'           TO WS-MOVE-RESULT
              ADD 1                     TO WS-ACCEPT-COUNT
           ELSE
              MOVE 'REJECTED'           TO WS-MOVE-RESULT
              ADD 1                     TO WS-REJECT-COUNT
           END-IF
           PERFORM 450-LOG-MOVEMENT
           .
      *
       410-POST-TO-BALANCE.
           EVALUATE TRUE
              WHEN IMV-IS-RECEIPT
                 ADD IMV-QUANTITY-N     TO IB-ON-HAND
                    ON SIZE ERROR
                       MOVE ' ON HAND WOULD OVERFLOW.'
                                        TO WS-MOVE-MESSAGE
                    NOT ON SIZE ERROR
                       MOVE IMV-MOVE-DATE
                                        TO IB-LAST-RECEIPT-DATE
                 END-ADD
              WHEN IMV-IS-ISSUE
                 SUBTRACT IMV-QUANTITY-N FROM IB-ON-HAND
                    ON SIZE ERROR
                       MOVE ' ON HAND WOULD OVERFLOW.'
                                        TO WS-MOVE-MESSAGE
                    NOT ON SIZE ERROR
                       MOVE IMV-MOVE-DATE
                                        TO IB-LAST-ISSUE-DATE
                       IF IB-ON-HAND < 0
                          MOVE ' ON HAND NOW BELOW ZERO.'
                                        TO WS-MOVE-MESSAGE
                          MOVE 'ACCEPTED'
                                        TO WS-MOVE-RESULT
                          ADD 1         TO WS-NEGATIVE-COUNT
                       END-IF
                 END-SUBTRACT
              WHEN IMV-IS-COUNT
                 MOVE IMV-QUANTITY-N    TO IB-ON-HAND
                 MOVE IMV-MOVE-DATE     TO IB-LAST-COUNT-DATE
              WHEN IMV-IS-REORDER-POINT
                 MOVE IMV-QUANTITY-N    TO IB-REORDER-POINT
           END-EVALUATE
           .
      *
       450-LOG-MOVEMENT.
           MOVE WS-MOVE-SOURCE          TO IPL-SOURCE
           MOVE IMV-MOVE-TYPE           TO IPL-MOVE-TYPE
           MOVE IMV-PART-NUMBER         TO IPL-PART-NUMBER
           MOVE IMV-QUANTITY            TO IPL-QUANTITY
           MOVE IMV-REFERENCE           TO IPL-REFERENCE
           MOVE WS-MOVE-RESULT          TO IPL-RESULT
           MOVE WS-MOVE-MESSAGE         TO IPL-MESSAGE
           MOVE WS-INVRPT-DETAIL        TO INVRPT-LINE
           WRITE INVRPT-LINE
           .
      *
      * ****************************************************************
      * ** 500-FIND-BALANCE
      * ** Looks WS-SEARCH-PART up in the balance table.  The table
      * ** was built in PARTMAST key order, so the search halves the
      * ** range each pass instead of walking twenty thousand
      * ** entries for every movement.  BL-I is left on the entry
      * ** when found.
      * ****************************************************************
       500-FIND-BALANCE.
           MOVE 'N'                     TO WS-BAL-FOUND
           MOVE 1                       TO WS-SEARCH-LOW
           MOVE WS-BAL-COUNT            TO WS-SEARCH-HIGH
           PERFORM UNTIL WS-SEARCH-LOW > WS-SEARCH-HIGH OR
                         WS-BAL-FOUND-YES
              COMPUTE WS-SEARCH-MID =
                 (WS-SEARCH-LOW + WS-SEARCH-HIGH) / 2
              SET BL-I                  TO WS-SEARCH-MID
              EVALUATE TRUE
                 WHEN WS-BAL-IMAGE(BL-I)(1:10) = WS-SEARCH-PART
                    MOVE 'Y'            TO WS-BAL-FOUND
                    MOVE WS-SEARCH-MID  TO WS-BAL-FOUND-SUB
                 WHEN WS-BAL-IMAGE(BL-I)(1:10) < WS-SEARCH-PART
                    COMPUTE WS-SEARCH-LOW = WS-SEARCH-MID + 1
                 WHEN OTHER
                    COMPUTE WS-SEARCH-HIGH = WS-SEARCH-MID - 1
              END-EVALUATE
           END-PERFORM
           IF WS-BAL-FOUND-YES
              SET BL-I                  TO WS-BAL-FOUND-SUB
           END-IF
           .
      *
      * ****************************************************************
      * ** 800-REWRITE-INVBAL
      * ** Writes the posted balance table back over INVBAL in part-
      * ** number order, ready for the reorder run and tomorrow's
      * ** match against PARTMAST.  A failed open, write or close
      * ** stops the run so 850 leaves RCVMOVE alone.
      * ****************************************************************
       800-REWRITE-INVBAL.
           OPEN OUTPUT INVBAL
           IF WS-INVBAL-STATUS NOT = '00'
              PERFORM 810-REWRITE-FAILED
           ELSE
              PERFORM VARYING BL-I FROM 1 BY 1
                 UNTIL BL-I > WS-BAL-COUNT OR
                       WS-INVBAL-STATUS NOT = '00'
                 MOVE WS-BAL-IMAGE(BL-I) TO INVBAL-REC
                 WRITE INVBAL-REC
              END-PERFORM
              IF WS-INVBAL-STATUS NOT = '00'
                 PERFORM 810-REWRITE-FAILED
                 CLOSE INVBAL
              ELSE
                 CLOSE INVBAL
                 IF WS-INVBAL-STATUS NOT = '00'
                    PERFORM 810-REWRITE-FAILED
                 END-IF
              END-IF
           END-IF
           .
      *
       810-REWRITE-FAILED.
           DISPLAY 'INVPOST BALANCE FILE REWRITE FAILED - STATUS '
              WS-INVBAL-STATUS '.  RCVMOVE KEPT FOR THE RERUN.'
           MOVE 'Y'                     TO WS-RUN-STOPPED
           MOVE 'INVBAL-REWRITE'        TO WS-END-STATUS
           .
      *
      * ****************************************************************
      * ** 850-EMPTY-RCVMOVE
      * ** Empties RCVMOVE now the receipts on it are posted and the
      * ** new balances written, ready for PORECV's next movements.
      * ****************************************************************
       850-EMPTY-RCVMOVE.
           OPEN OUTPUT RCVMOVE
           CLOSE RCVMOVE
           .
      *
       900-TERMINATION.
           MOVE WS-MOVES-READ           TO TL-MOVES-READ
           MOVE WS-ACCEPT-COUNT         TO TL-ACCEPT-COUNT
           MOVE WS-REJECT-COUNT         TO TL-REJECT-COUNT
           MOVE SPACES                  TO INVRPT-LINE
           WRITE INVRPT-LINE
           MOVE WS-INVRPT-TOTAL-LINE    TO INVRPT-LINE
           WRITE INVRPT-LINE
           MOVE WS-BAL-COUNT            TO WS-BALANCE-PARTS
           MOVE WS-BALANCE-PARTS        TO TL-BALANCE-COUNT
           MOVE WS-NEW-BALANCE-COUNT    TO TL-NEW-COUNT
           MOVE WS-DROPPED-COUNT        TO TL-DROPPED-COUNT
           MOVE WS-INVRPT-BALANCE-LINE  TO INVRPT-LINE
           WRITE INVRPT-LINE
           MOVE WS-ORDER-LINES-COUNTED  TO TL-LINES-COUNTED
           MOVE WS-ORDER-PART-MISSING   TO TL-PART-MISSING
           MOVE WS-NEGATIVE-COUNT       TO TL-NEGATIVE-COUNT
           MOVE WS-INVRPT-ORDER-LINE    TO INVRPT-LINE
           WRITE INVRPT-LINE
           IF (WS-REJECT-COUNT > 0 OR WS-NEGATIVE-COUNT > 0) AND
              RETURN-CODE < 4
              MOVE 4                    TO RETURN-CODE
           END-IF
           PERFORM 950-WRITE-RUN-AUDIT
           CLOSE RUNAUDIT
           CLOSE INVRPT
           DISPLAY 'INVPOST MOVEMENTS READ   : ' WS-MOVES-READ
           DISPLAY 'INVPOST ACCEPTED         : ' WS-ACCEPT-COUNT
           DISPLAY 'INVPOST REJECTED         : ' WS-REJECT-COUNT
           DISPLAY 'INVPOST BELOW ZERO       : ' WS-NEGATIVE-COUNT
           DISPLAY 'INVPOST PARTS ON BALANCE : ' WS-BALANCE-PARTS
           DISPLAY 'INVPOST NEW BALANCES     : ' WS-NEW-BALANCE-COUNT
           DISPLAY 'INVPOST BALANCES DROPPED : ' WS-DROPPED-COUNT
           DISPLAY 'INVPOST OPEN LINES       : ' WS-ORDER-LINES-COUNTED
           DISPLAY 'INVPOST ORDER PART GONE  : ' WS-ORDER-PART-MISSING
           .
      *
      * ****************************************************************
      * ** 950-WRITE-RUN-AUDIT
      * ** One record to the permanent RUNAUDIT file for this run.
      * ****************************************************************
       950-WRITE-RUN-AUDIT.
           MOVE 'INVPOST'               TO RA-PROGRAM-ID
           MOVE 'NORMAL'                TO RA-RUN-MODE
           MOVE 'COLD'                  TO RA-START-TYPE
           MOVE WS-RUN-START-DATE       TO RA-START-DATE
           MOVE WS-RUN-START-TIME       TO RA-START-TIME
           ACCEPT RA-END-DATE           FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK          FROM TIME
           MOVE WS-TIME-WORK(1:6)       TO RA-END-TIME
           MOVE WS-MOVES-READ           TO RA-RECORDS-READ
           MOVE WS-ACCEPT-COUNT         TO RA-ACCEPT-COUNT
           MOVE WS-REJECT-COUNT         TO RA-REJECT-COUNT
           MOVE WS-END-STATUS           TO RA-END-STATUS
           WRITE RUN-AUDIT-REC
           .
      *
