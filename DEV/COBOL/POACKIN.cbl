       IDENTIFICATION DIVISION.
       PROGRAM-ID. POACKIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACKTRANS
              ASSIGN          TO ACKTRANS
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-ACKTRANS-STATUS
           .
           SELECT OPTIONAL POFILE
              ASSIGN          TO POFILE
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POFILE-STATUS
           .
           SELECT POACKRPT
              ASSIGN          TO POACKRPT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POACKRPT-STATUS
           .
           SELECT OPTIONAL APPRLIM
              ASSIGN          TO APPRLIM
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-APPRLIM-STATUS
           .
           SELECT OPTIONAL RUNAUDIT
              ASSIGN          TO RUNAUDIT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-RUNAUDIT-STATUS
           .
       DATA DIVISION.
       FILE SECTION.
       FD  ACKTRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-ACK-REC.
       COPY POACKREC.
      *
       FD  POFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 238 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POFILE-REC.
       01  POFILE-REC                   PIC X(238).
      *
       FD  POACKRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POACKRPT-LINE.
       01  POACKRPT-LINE                PIC X(80).
      *
       FD  APPRLIM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPROVAL-LIMIT-REC.
       COPY APRLMREC.
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
       77  WS-ACKTRANS-STATUS       PIC X(02) VALUE SPACES.
       77  WS-ACKTRANS-EOF          PIC X(01) VALUE SPACES.
           88 IS-ACKTRANS-EOF       VALUE 'Y'.
       77  WS-POFILE-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POFILE-EOF            PIC X(01) VALUE SPACES.
           88 IS-POFILE-EOF         VALUE 'Y'.
       77  WS-POACKRPT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-TRANS-COUNT           PIC 9(06) VALUE ZEROS.
       77  WS-ACCEPT-COUNT          PIC 9(06) VALUE ZEROS.
       77  WS-REJECT-COUNT          PIC 9(06) VALUE ZEROS.
       77  WS-LINES-POSTED          PIC 9(06) VALUE ZEROS.
       77  WS-LINES-CHANGED         PIC 9(06) VALUE ZEROS.
       77  WS-LINES-CANCELLED       PIC 9(06) VALUE ZEROS.
       77  WS-AWAITING-COUNT        PIC 9(06) VALUE ZEROS.
       77  WS-UNACKED-COUNT         PIC 9(06) VALUE ZEROS.
      *
      * ** Run-audit state - captured at start-up, one RUNAUDIT
      * ** record appended at end of run, the same as POMAINT, so
      * ** every batch of supplier acknowledgements is on file.
       77  WS-RUNAUDIT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RUN-START-DATE        PIC 9(08) VALUE ZEROS.
       77  WS-RUN-START-TIME        PIC 9(06) VALUE ZEROS.
       77  WS-TIME-WORK             PIC 9(08) VALUE ZEROS.
       77  WS-END-STATUS            PIC X(14) VALUE 'NORMAL'.
      *
       77  WS-TRAN-VALID            PIC X(01) VALUE 'N'.
           88 WS-TRAN-IS-VALID      VALUE 'Y'.
       77  WS-PO-FOUND              PIC X(01) VALUE SPACES.
           88 WS-PO-FOUND-YES       VALUE 'Y'.
           88 WS-PO-FOUND-NO        VALUE 'N'.
       77  WS-PO-FOUND-SUB          PIC S9(4) BINARY VALUE 0.
       77  WS-LINE-FOUND            PIC X(01) VALUE SPACES.
           88 WS-LINE-FOUND-YES     VALUE 'Y'.
           88 WS-LINE-FOUND-NO      VALUE 'N'.
       77  WS-LINE-FOUND-SUB        PIC S9(4) BINARY VALUE 0.
       77  WS-TRAN-PO-NUMBER        PIC 9(08) VALUE ZEROS.
       77  WS-TRAN-LINE-NUMBER      PIC 9(03) VALUE ZEROS.
       77  WS-NEW-QUANTITY          PIC 9(05) VALUE ZEROS.
       77  WS-PROMISED-DATE         PIC 9(08) VALUE ZEROS.
       77  WS-ACK-DATE              PIC 9(08) VALUE ZEROS.
       77  WS-PO-TABLE-FULL         PIC X(01) VALUE 'N'.
           88 WS-PO-TABLE-IS-FULL   VALUE 'Y'.
      *
      * ** Header figures rebuilt from the order's lines after every
      * ** acknowledgement - POMAINT's rule, cancelled lines left out.
       77  WS-ACTIVE-LINES          PIC 9(03) VALUE ZEROS.
       77  WS-ACTIVE-VALUE          PIC 9(11)V99 VALUE ZEROS.
       77  WS-LATEST-REQUIRED       PIC 9(08) VALUE ZEROS.
      *
      * ** Approval limits from APPRLIM, tabled the way FINPOGEN
      * ** tables them - POMAINT's rule for a quantity increase: the
      * ** line's new cost within its make's line limit and the
      * ** order's new total within the lowest order limit among
      * ** the order's live makes.  A zero limit is no limit.
       77  WS-APPRLIM-STATUS        PIC X(02) VALUE SPACES.
       77  WS-APPRLIM-EOF           PIC X(01) VALUE SPACES.
           88 IS-APPRLIM-EOF        VALUE 'Y'.
       77  WS-DEFAULT-ORDER-LIMIT   PIC 9(09)V99 VALUE ZEROS.
       77  WS-DEFAULT-LINE-LIMIT    PIC 9(09)V99 VALUE ZEROS.
       77  WS-MAKE-ORDER-LIMIT      PIC 9(09)V99 VALUE ZEROS.
       77  WS-MAKE-LINE-LIMIT       PIC 9(09)V99 VALUE ZEROS.
       77  WS-ORDER-LIMIT           PIC 9(09)V99 VALUE ZEROS.
       77  WS-LIMIT-FOUND           PIC X(01) VALUE SPACES.
           88 WS-LIMIT-FOUND-YES    VALUE 'Y'.
       77  WS-LIMIT-MAKE            PIC X(10) VALUE SPACES.
       77  WS-NEW-EXTENDED-COST     PIC 9(10)V99 VALUE ZEROS.
       77  WS-NEW-TOTAL-VALUE       PIC 9(11)V99 VALUE ZEROS.
       77  WS-OVER-LIMIT            PIC X(01) VALUE 'N'.
           88 WS-OVER-LIMIT-YES     VALUE 'Y'.
      *
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-COUNT           PIC S9(4) BINARY VALUE 0.
           05  WS-LIMIT-ENTRY OCCURS 50 TIMES
                                     INDEXED BY LM-I.
               10  LMT-VEHICLE-MAKE     PIC X(10).
               10  LMT-ORDER-LIMIT      PIC 9(09)V99.
               10  LMT-LINE-LIMIT       PIC 9(09)V99.
      *
      * ** Unacknowledged-order check - per open order, the live lines
      * ** sent and not yet answered and the earliest date one of
      * ** them was sent.
       77  WS-HDR-SUB               PIC S9(4) BINARY VALUE 0.
       77  WS-UNACKED-LINES         PIC 9(03) VALUE ZEROS.
       77  WS-EARLIEST-SENT         PIC 9(08) VALUE ZEROS.
       77  WS-RUN-DATE-LILIAN       PIC S9(9) BINARY VALUE 0.
       77  WS-DAYS-WAITING          PIC S9(5) VALUE 0.
      *
      * ** Control card on SYSIN: columns 1-3 the number of days an
      * ** order may wait for the supplier's acknowledgement before
      * ** it is reported (default 5).  The nightly run needs no card.
       01  WS-ACK-CARD.
           05  AKC-ACK-DAYS             PIC X(03).
           05  FILLER                   PIC X(77).
       77  WS-ACK-DAYS              PIC 9(03) VALUE 5.
      *
      * ** Resident image of POFILE for the run, loaded and written
      * ** back whole the way POMAINT holds it.
       01  WS-PO-TABLE.
           05  WS-PO-COUNT              PIC S9(4) BINARY VALUE 0.
           05  WS-PO-ENTRY OCCURS 5000 TIMES
                                     INDEXED BY PO-I.
               10  WS-PO-IMAGE          PIC X(238).
      *
      * ** Work image of one POFILE record - table entries are moved
      * ** here for field access and moved back when updated.
       COPY POREC.
      *
      * ** Language Environment date-conversion areas - same plumbing
      * ** POMAINT carries.  A promised ship date has to be a real
      * ** calendar date, and the days an order has waited are
      * ** counted in Lilian days.
       01  LILIAN                  PIC S9(9) BINARY.
      *
       01  IN-DATE.
           02  VSTRING-LENGTH      PIC S9(4) BINARY.
           02  VSTRING-TEXT.
               03  VSTRING-CHAR    PIC X
                           OCCURS 0 TO 256 TIMES
                           DEPENDING ON VSTRING-LENGTH
                               OF IN-DATE.
      *
       01  PICSTR.
           02  VSTRING-LENGTH      PIC S9(4) BINARY.
           02  VSTRING-TEXT.
               03  VSTRING-CHAR    PIC X
                           OCCURS 0 TO 256 TIMES
                           DEPENDING ON VSTRING-LENGTH
                              OF PICSTR.
       01  FC.
           02  Condition-Token-Value.
           COPY  CEEIGZCT.
               03  CASE-1-CONDITION-ID.
                   04  SEVERITY         PIC S9(4) BINARY.
                   04  MSG-NO           PIC S9(4) BINARY.
               03  CASE-2-CONDITION-ID
                         REDEFINES CASE-1-CONDITION-ID.
                   04  CLASS-CODE       PIC S9(4) BINARY.
                   04  CAUSE-CODE       PIC S9(4) BINARY.
               03  CASE-SEV-CTL         PIC X.
               03  FACILITY-ID          PIC XXX.
           02  I-S-INFO                 PIC S9(9) BINARY.
      *
       01  WS-POACKRPT-HEADING.
           05  FILLER                   PIC X(80) VALUE
               'POACKIN - SUPPLIER ACKNOWLEDGEMENT LOG'.
       01  WS-POACKRPT-COL-HEADING.
           05  FILLER                   PIC X(04) VALUE 'ACK'.
           05  FILLER                   PIC X(10) VALUE 'PO NUMBER'.
           05  FILLER                   PIC X(05) VALUE 'LINE'.
           05  FILLER                   PIC X(10) VALUE 'RESULT'.
           05  FILLER                   PIC X(51) VALUE 'REASON'.
       01  WS-POACKRPT-DETAIL.
           05  ACL-STATUS               PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  ACL-PO-NUMBER            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ACL-LINE-NUMBER          PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ACL-RESULT               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ACL-REASON               PIC X(40).
           05  FILLER                   PIC X(11) VALUE SPACES.
       01  WS-POACKRPT-SUPP-LINE.
           05  FILLER                   PIC X(28) VALUE
               '           SUPPLIER REASON: '.
           05  ACS-SUPPLIER-REASON      PIC X(20).
           05  FILLER                   PIC X(32) VALUE SPACES.
       01  WS-POACKRPT-TOTAL-LINE.
           05  FILLER                   PIC X(20) VALUE
               'ACKNOWLEDGEMENTS..:'.
           05  TL-TRANS-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'ACCEPTED..:'.
           05  TL-ACCEPT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE '  REJECTED..:'.
           05  TL-REJECT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE SPACES.
       01  WS-POACKRPT-RESULT-LINE.
           05  FILLER                   PIC X(20) VALUE
               'LINES ANSWERED....:'.
           05  TL-LINES-POSTED          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'CHANGED...:'.
           05  TL-LINES-CHANGED         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE '  CANCELLED.:'.
           05  TL-LINES-CANCELLED       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE SPACES.
       01  WS-UNACK-HEADING.
           05  FILLER                   PIC X(22) VALUE
               'ORDERS SENT MORE THAN '.
           05  UAH-DAYS                 PIC ZZ9.
           05  FILLER                   PIC X(55) VALUE
               ' DAYS AND NOT ACKNOWLEDGED'.
       01  WS-UNACK-COL-HEADING.
           05  FILLER                   PIC X(10) VALUE 'PO NUMBER'.
           05  FILLER                   PIC X(10) VALUE 'SUPPLIER'.
           05  FILLER                   PIC X(12) VALUE 'SENT DATE'.
           05  FILLER                   PIC X(06) VALUE 'LINES'.
           05  FILLER                   PIC X(19) VALUE
               '        TOTAL VALUE'.
           05  FILLER                   PIC X(23) VALUE
               '  DAYS WAITING'.
       01  WS-UNACK-DETAIL.
           05  UAD-PO-NUMBER            PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UAD-SUPPLIER-NUMBER      PIC X(06).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  UAD-SENT-DATE            PIC 9(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  UAD-UNACKED-LINES        PIC ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  UAD-TOTAL-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  UAD-DAYS-WAITING         PIC ZZ,ZZ9.
           05  FILLER                   PIC X(14) VALUE SPACES.
       01  WS-UNACK-NONE-LINE.
           05  FILLER                   PIC X(80) VALUE '    NONE.'.
      *
      * ** Posts suppliers' acknowledgements of the orders FINPOGEN
      * ** and POAPPRV transmitted.  Each answer names the order and
      * ** either one line or the whole order: an accepted line is
      * ** marked accepted with any promised ship date; a change
      * ** takes the supplier's new quantity - keeping the quantity
      * ** first ordered - and promised date; a rejected line is
      * ** cancelled the way POMAINT cancels one, and the order with
      * ** it when no live line is left.  A changed quantity below
      * ** what the line has already received, or an increase that
      * ** takes the line or the order past its APPRLIM approval
      * ** limits, is refused for the buyer to take up with the
      * ** supplier - POMAINT's rules.  The header's line count,
      * ** total value and required-by date are rebuilt from the
      * ** live lines.  Only open orders can be answered, and only
      * ** by their own supplier.  Every acknowledgement is logged
      * ** accepted or rejected, and afterward every open order with
      * ** a line sent longer ago than the SYSIN day limit and still
      * ** unanswered is listed for the buyer to chase, ending the
      * ** run with return code 4.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
      * ** A POFILE too big for the resident table cannot be safely
      * ** rewritten, so no acknowledgement is posted - POMAINT's
      * ** rule.
           IF WS-PO-TABLE-IS-FULL
              MOVE 12                   TO RETURN-CODE
              MOVE 'PO-TABLE-FULL'      TO WS-END-STATUS
           ELSE
              PERFORM 100-PROCESS-ACKNOWLEDGEMENTS
              PERFORM 800-REWRITE-POFILE
              PERFORM 600-REPORT-UNACKNOWLEDGED
           END-IF
           PERFORM 900-TERMINATION
           STOP RUN
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-RUN-START-DATE     FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK          FROM TIME
           MOVE WS-TIME-WORK(1:6)       TO WS-RUN-START-TIME
           MOVE SPACES                  TO WS-ACK-CARD
           ACCEPT WS-ACK-CARD
           IF AKC-ACK-DAYS IS NUMERIC
              MOVE AKC-ACK-DAYS         TO WS-ACK-DAYS
           END-IF
           OPEN EXTEND RUNAUDIT
           OPEN INPUT ACKTRANS
           OPEN OUTPUT POACKRPT
           MOVE WS-POACKRPT-HEADING     TO POACKRPT-LINE
           WRITE POACKRPT-LINE
           MOVE WS-POACKRPT-COL-HEADING TO POACKRPT-LINE
           WRITE POACKRPT-LINE
           PERFORM 020-SET-RUN-DATE-LILIAN
           PERFORM 010-LOAD-PO-TABLE
           PERFORM 030-LOAD-APPROVAL-LIMITS
           .
      *
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
              DISPLAY 'POACKIN PO TABLE IS FULL - POFILE HOLDS MORE '
                 'THAN 5000 RECORDS.  NO ACKNOWLEDGEMENTS POSTED.'
           END-IF
           .
      *
       020-SET-RUN-DATE-LILIAN.
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE WS-RUN-START-DATE       TO VSTRING-TEXT OF IN-DATE(1:8)
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'              TO VSTRING-TEXT OF PICSTR(1:8)
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY = 0
              MOVE LILIAN               TO WS-RUN-DATE-LILIAN
           ELSE
              DISPLAY 'POACKIN RUN DATE ' WS-RUN-START-DATE
                 ' FAILED LILIAN CONVERSION - MSG ' MSG-NO
              MOVE 0                    TO WS-RUN-DATE-LILIAN
           END-IF
           .
      *
      * ****************************************************************
      * ** 030-LOAD-APPROVAL-LIMITS
      * ** Tables the per-make limits and keeps the blank-make record
      * ** as the default for every other make - FINPOGEN's load.
      * ** No APPRLIM leaves every limit zero and no increase is
      * ** limited.
      * ****************************************************************
       030-LOAD-APPROVAL-LIMITS.
           OPEN INPUT APPRLIM
           IF WS-APPRLIM-STATUS = '00' OR WS-APPRLIM-STATUS = '05'
              PERFORM UNTIL IS-APPRLIM-EOF
                 READ APPRLIM
                    AT END
                       MOVE 'Y'         TO WS-APPRLIM-EOF
                    NOT AT END
                       PERFORM 035-TABLE-APPROVAL-LIMIT
                 END-READ
              END-PERFORM
              CLOSE APPRLIM
           ELSE
              DISPLAY 'POACKIN APPROVAL LIMITS NOT AVAILABLE - STATUS '
                 WS-APPRLIM-STATUS ' - NO INCREASE WILL BE LIMITED.'
           END-IF
           .
      *
       035-TABLE-APPROVAL-LIMIT.
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
                 DISPLAY 'POACKIN APPROVAL LIMIT TABLE IS FULL - '
                    APL-VEHICLE-MAKE ' TAKES THE DEFAULT LIMITS.'
           END-EVALUATE
           .
      *
       100-PROCESS-ACKNOWLEDGEMENTS.
           PERFORM UNTIL IS-ACKTRANS-EOF
              READ ACKTRANS
                 AT END
                    MOVE 'Y'            TO WS-ACKTRANS-EOF
                 NOT AT END
                    ADD 1               TO WS-TRANS-COUNT
                    PERFORM 200-APPLY-ACKNOWLEDGEMENT
              END-READ
           END-PERFORM
           .
      *
      * ****************************************************************
      * ** 200-APPLY-ACKNOWLEDGEMENT
      * ** Edits the acknowledgement against the order it names,
      * ** posts it when clean, and logs the outcome either way - with
      * ** the supplier's own reason underneath when one was sent.
      * ****************************************************************
       200-APPLY-ACKNOWLEDGEMENT.
           MOVE ACK-STATUS              TO ACL-STATUS
           MOVE ACK-PO-NUMBER           TO ACL-PO-NUMBER
           MOVE ACK-LINE-NUMBER         TO ACL-LINE-NUMBER
           MOVE SPACES                  TO ACL-REASON
           PERFORM 300-EDIT-ACKNOWLEDGEMENT
           IF WS-TRAN-IS-VALID
              IF WS-TRAN-LINE-NUMBER = 0
                 PERFORM 400-POST-ORDER-ACK
              ELSE
                 PERFORM 410-POST-LINE-ACK
              END-IF
              PERFORM 500-RECOMPUTE-HEADER
              MOVE 'ACCEPTED'           TO ACL-RESULT
              ADD 1                     TO WS-ACCEPT-COUNT
           ELSE
              MOVE 'REJECTED'           TO ACL-RESULT
              ADD 1                     TO WS-REJECT-COUNT
           END-IF
           MOVE WS-POACKRPT-DETAIL      TO POACKRPT-LINE
           WRITE POACKRPT-LINE
           IF ACK-SUPPLIER-REASON NOT = SPACES
              MOVE ACK-SUPPLIER-REASON  TO ACS-SUPPLIER-REASON
              MOVE WS-POACKRPT-SUPP-LINE
                                        TO POACKRPT-LINE
              WRITE POACKRPT-LINE
           END-IF
           .
      *
      * ****************************************************************
      * ** 300-EDIT-ACKNOWLEDGEMENT
      * ** The order has to be on file, open, and the answering
      * ** supplier's.  A held order has not been sent, so there is
      * ** nothing yet to acknowledge.  On exit with the answer valid,
      * ** the header is in the POREC work area and WS-PO-FOUND-SUB
      * ** points at it.
      * ****************************************************************
       300-EDIT-ACKNOWLEDGEMENT.
           MOVE 'N'                     TO WS-TRAN-VALID
           EVALUATE TRUE
              WHEN NOT ACK-VALID-STATUS
                 MOVE ' UNKNOWN ACKNOWLEDGEMENT STATUS.'
                                        TO ACL-REASON
              WHEN ACK-PO-NUMBER IS NOT NUMERIC
                 MOVE ' PO NUMBER IS NOT VALID.'
                                        TO ACL-REASON
              WHEN OTHER
                 MOVE ACK-PO-NUMBER     TO WS-TRAN-PO-NUMBER
                 PERFORM 210-FIND-PO
                 EVALUATE TRUE
                    WHEN WS-PO-FOUND-NO
                       MOVE ' PO NUMBER IS NOT ON THE PO FILE.'
                                        TO ACL-REASON
                    WHEN PO-IS-CANCELLED
                       MOVE ' ORDER IS ALREADY CANCELLED.'
                                        TO ACL-REASON
                    WHEN PO-IS-RECEIVED
                       MOVE ' ORDER IS ALREADY RECEIVED.'
                                        TO ACL-REASON
                    WHEN PO-IS-PENDING-APPROVAL
                       MOVE ' ORDER IS HELD - NOT YET SENT.'
                                        TO ACL-REASON
                    WHEN NOT PO-IS-OPEN
                       MOVE ' ORDER IS NOT OPEN.'
                                        TO ACL-REASON
                    WHEN ACK-SUPPLIER-NUMBER NOT = PO-SUPPLIER-NUMBER
                       MOVE ' SUPPLIER DOES NOT MATCH THE ORDER.'
                                        TO ACL-REASON
                    WHEN OTHER
                       PERFORM 310-EDIT-ACK-LINE
                 END-EVALUATE
           END-EVALUATE
           .
      *
      * ****************************************************************
      * ** 310-EDIT-ACK-LINE
      * ** A line number of zeros or spaces answers the whole order;
      * ** any other has to name a live line of it.  A new quantity
      * ** belongs to one line, so a whole-order change can only
      * ** carry a promised date.  The header is back in the POREC
      * ** work area on exit.
      * ****************************************************************
       310-EDIT-ACK-LINE.
           MOVE ZEROS                   TO WS-TRAN-LINE-NUMBER
           MOVE 'Y'                     TO WS-LINE-FOUND
           IF ACK-LINE-NUMBER IS NUMERIC
              MOVE ACK-LINE-NUMBER      TO WS-TRAN-LINE-NUMBER
              IF WS-TRAN-LINE-NUMBER > 0
                 PERFORM 220-FIND-PO-LINE
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN ACK-LINE-NUMBER NOT = SPACES AND
                   ACK-LINE-NUMBER IS NOT NUMERIC
                 MOVE ' LINE NUMBER IS NOT VALID.'
                                        TO ACL-REASON
              WHEN WS-LINE-FOUND-NO
                 MOVE ' LINE IS NOT ON THE ORDER.'
                                        TO ACL-REASON
              WHEN ACK-CHANGED AND
                   WS-TRAN-LINE-NUMBER = 0 AND
                   ACK-CHANGED-QUANTITY NOT = SPACES
                 MOVE ' QUANTITY CHANGE NEEDS A LINE NUMBER.'
                                        TO ACL-REASON
              WHEN OTHER
                 PERFORM 320-EDIT-ACK-VALUES
           END-EVALUATE
           .
      *
      * ****************************************************************
      * ** 320-EDIT-ACK-VALUES
      * ** A change has to carry a usable new quantity, a promised
      * ** date, or both.  A promised date on an acceptance is taken
      * ** too; one on a rejection means nothing and is ignored.  The
      * ** supplier's acknowledgement date is kept when it is given,
      * ** the run date when it is not.
      * ****************************************************************
       320-EDIT-ACK-VALUES.
           MOVE 'Y'                     TO WS-TRAN-VALID
           MOVE ZEROS                   TO WS-NEW-QUANTITY
           MOVE ZEROS                   TO WS-PROMISED-DATE
           IF ACK-CHANGED AND
              ACK-CHANGED-QUANTITY NOT = SPACES
              IF ACK-CHANGED-QUANTITY IS NUMERIC
                 MOVE ACK-CHANGED-QUANTITY
                                        TO WS-NEW-QUANTITY
              END-IF
              IF WS-NEW-QUANTITY = 0
                 MOVE 'N'               TO WS-TRAN-VALID
                 MOVE ' CHANGED QUANTITY IS NOT VALID.'
                                        TO ACL-REASON
              ELSE
                 PERFORM 325-EDIT-CHANGED-QUANTITY
              END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND
              NOT ACK-REJECTED AND
              ACK-PROMISED-SHIP-DATE NOT = SPACES
              PERFORM 330-EDIT-PROMISED-DATE
           END-IF
           IF WS-TRAN-IS-VALID AND
              ACK-CHANGED AND
              WS-NEW-QUANTITY = 0 AND
              WS-PROMISED-DATE = 0
              MOVE 'N'                  TO WS-TRAN-VALID
              MOVE ' CHANGE HAS NO NEW QUANTITY OR DATE.'
                                        TO ACL-REASON
           END-IF
           IF ACK-ACK-DATE IS NUMERIC
              MOVE ACK-ACK-DATE         TO WS-ACK-DATE
           ELSE
              MOVE WS-RUN-START-DATE    TO WS-ACK-DATE
           END-IF
           .
      *
      * ****************************************************************
      * ** 325-EDIT-CHANGED-QUANTITY
      * ** POMAINT's quantity rules applied to the supplier's change:
      * ** not below what the line has already received, and an
      * ** increase inside the approval limits.  A cut needs no
      * ** approval.  The header is back in the POREC work area on
      * ** exit.
      * ****************************************************************
       325-EDIT-CHANGED-QUANTITY.
           SET PO-I                     TO WS-LINE-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           EVALUATE TRUE
              WHEN PO-LINE-RECEIVED-QUANTITY IS NUMERIC AND
                   PO-LINE-RECEIVED-QUANTITY > WS-NEW-QUANTITY
                 MOVE 'N'               TO WS-TRAN-VALID
                 MOVE ' QUANTITY BELOW QUANTITY RECEIVED.'
                                        TO ACL-REASON
              WHEN WS-NEW-QUANTITY > PO-LINE-ORDER-QUANTITY
                 PERFORM 340-CHECK-APPROVAL-LIMITS
                 IF WS-OVER-LIMIT-YES
                    MOVE 'N'            TO WS-TRAN-VALID
                    MOVE ' CHANGE EXCEEDS APPROVAL LIMIT.'
                                        TO ACL-REASON
                 END-IF
           END-EVALUATE
           SET PO-I                     TO WS-PO-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           .
      *
       330-EDIT-PROMISED-DATE.
           MOVE 'N'                     TO WS-TRAN-VALID
           IF ACK-PROMISED-SHIP-DATE IS NUMERIC
              MOVE ACK-PROMISED-SHIP-DATE
                                        TO WS-PROMISED-DATE
              MOVE 8                    TO VSTRING-LENGTH OF IN-DATE
              MOVE WS-PROMISED-DATE     TO VSTRING-TEXT OF IN-DATE(1:8)
              MOVE 8                    TO VSTRING-LENGTH OF PICSTR
              MOVE 'YYYYMMDD'           TO VSTRING-TEXT OF PICSTR(1:8)
              CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
              IF SEVERITY = 0
                 MOVE 'Y'               TO WS-TRAN-VALID
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN NOT WS-TRAN-IS-VALID
                 MOVE ' PROMISED SHIP DATE IS NOT VALID.'
                                        TO ACL-REASON
              WHEN WS-PROMISED-DATE < PO-ORDER-DATE
                 MOVE 'N'               TO WS-TRAN-VALID
                 MOVE ' PROMISED DATE IS BEFORE ORDER DATE.'
                                        TO ACL-REASON
           END-EVALUATE
           .
      *
      * ****************************************************************
      * ** 340-CHECK-APPROVAL-LIMITS
      * ** Prices the line in the POREC work area at the new quantity
      * ** and tests it against its make's line limit, then totals
      * ** the order's live lines with the new cost in place of the
      * ** old and tests that against the lowest order limit among
      * ** their makes - the same test POMAINT makes.  Sets
      * ** WS-OVER-LIMIT when either fails.
      * ****************************************************************
       340-CHECK-APPROVAL-LIMITS.
           MOVE 'N'                     TO WS-OVER-LIMIT
           COMPUTE WS-NEW-EXTENDED-COST =
              WS-NEW-QUANTITY * PO-LINE-UNIT-COST
           MOVE PO-LINE-VEHICLE-MAKE    TO WS-LIMIT-MAKE
           PERFORM 345-FIND-MAKE-LIMITS
           IF WS-MAKE-LINE-LIMIT > 0 AND
              WS-NEW-EXTENDED-COST > WS-MAKE-LINE-LIMIT
              MOVE 'Y'                  TO WS-OVER-LIMIT
           END-IF
           MOVE ZEROS                   TO WS-ORDER-LIMIT
           MOVE ZEROS                   TO WS-NEW-TOTAL-VALUE
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              IF PO-IS-LINE AND
                 PO-NUMBER IS NUMERIC AND
                 PO-NUMBER = WS-TRAN-PO-NUMBER AND
                 NOT PO-LINE-IS-CANCELLED
                 IF PO-I = WS-LINE-FOUND-SUB
                    ADD WS-NEW-EXTENDED-COST
                                        TO WS-NEW-TOTAL-VALUE
                 ELSE
                    ADD PO-LINE-EXTENDED-COST
                                        TO WS-NEW-TOTAL-VALUE
                 END-IF
                 MOVE PO-LINE-VEHICLE-MAKE
                                        TO WS-LIMIT-MAKE
                 PERFORM 345-FIND-MAKE-LIMITS
                 IF WS-MAKE-ORDER-LIMIT > 0 AND
                    (WS-ORDER-LIMIT = 0 OR
                     WS-MAKE-ORDER-LIMIT < WS-ORDER-LIMIT)
                    MOVE WS-MAKE-ORDER-LIMIT
                                        TO WS-ORDER-LIMIT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-ORDER-LIMIT > 0 AND
              WS-NEW-TOTAL-VALUE > WS-ORDER-LIMIT
              MOVE 'Y'                  TO WS-OVER-LIMIT
           END-IF
           .
      *
       345-FIND-MAKE-LIMITS.
           MOVE WS-DEFAULT-ORDER-LIMIT  TO WS-MAKE-ORDER-LIMIT
           MOVE WS-DEFAULT-LINE-LIMIT   TO WS-MAKE-LINE-LIMIT
           MOVE 'N'                     TO WS-LIMIT-FOUND
           PERFORM VARYING LM-I FROM 1 BY 1
              UNTIL LM-I > WS-LIMIT-COUNT OR WS-LIMIT-FOUND-YES
              IF LMT-VEHICLE-MAKE(LM-I) = WS-LIMIT-MAKE
                 MOVE 'Y'               TO WS-LIMIT-FOUND
                 MOVE LMT-ORDER-LIMIT(LM-I)
                                        TO WS-MAKE-ORDER-LIMIT
                 MOVE LMT-LINE-LIMIT(LM-I)
                                        TO WS-MAKE-LINE-LIMIT
              END-IF
           END-PERFORM
           .
      *
      * ****************************************************************
      * ** 210-FIND-PO
      * ** Searches the PO table for WS-TRAN-PO-NUMBER's header - the
      * ** same search POMAINT makes.  When found, the header is left
      * ** in the POREC work area and WS-PO-FOUND-SUB points at it.
      * ****************************************************************
       210-FIND-PO.
           MOVE 'N'                     TO WS-PO-FOUND
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT OR WS-PO-FOUND-YES
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              IF PO-IS-HEADER AND
                 PO-NUMBER IS NUMERIC AND
                 PO-NUMBER = WS-TRAN-PO-NUMBER
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
      * ** Finds the order's live line WS-TRAN-LINE-NUMBER - a line
      * ** already cancelled is treated as not on the order.  The
      * ** header is back in the POREC work area afterward.
      * ****************************************************************
       220-FIND-PO-LINE.
           MOVE 'N'                     TO WS-LINE-FOUND
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT OR WS-LINE-FOUND-YES
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              IF PO-IS-LINE AND
                 PO-NUMBER IS NUMERIC AND
                 PO-NUMBER = WS-TRAN-PO-NUMBER AND
                 PO-LINE-NUMBER = WS-TRAN-LINE-NUMBER AND
                 NOT PO-LINE-IS-CANCELLED
                 MOVE 'Y'               TO WS-LINE-FOUND
                 SET WS-LINE-FOUND-SUB  TO PO-I
              END-IF
           END-PERFORM
           SET PO-I                     TO WS-PO-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           .
      *
      * ****************************************************************
      * ** 400-POST-ORDER-ACK
      * ** A whole-order answer is posted to every live line of it.
      * ****************************************************************
       400-POST-ORDER-ACK.
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              IF PO-IS-LINE AND
                 PO-NUMBER IS NUMERIC AND
                 PO-NUMBER = WS-TRAN-PO-NUMBER AND
                 NOT PO-LINE-IS-CANCELLED
                 PERFORM 420-POST-ACK-TO-LINE
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN ACK-ACCEPTED
                 MOVE ' ORDER ACCEPTED.'
                                        TO ACL-REASON
              WHEN ACK-REJECTED
                 MOVE ' ORDER REJECTED - LINES CANCELLED.'
                                        TO ACL-REASON
              WHEN OTHER
                 MOVE ' ORDER ACCEPTED WITH NEW SHIP DATE.'
                                        TO ACL-REASON
           END-EVALUATE
           .
      *
       410-POST-LINE-ACK.
           SET PO-I                     TO WS-LINE-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           PERFORM 420-POST-ACK-TO-LINE
           EVALUATE TRUE
              WHEN ACK-ACCEPTED
                 MOVE ' LINE ACCEPTED.'
                                        TO ACL-REASON
              WHEN ACK-REJECTED
                 MOVE ' LINE REJECTED - LINE CANCELLED.'
                                        TO ACL-REASON
              WHEN OTHER
                 MOVE ' LINE ACCEPTED WITH CHANGE.'
                                        TO ACL-REASON
           END-EVALUATE
           .
      *
      * ****************************************************************
      * ** 420-POST-ACK-TO-LINE
      * ** Posts the answer to the line in the POREC work area at
      * ** PO-I.  A later answer overwrites an earlier one - the
      * ** supplier's latest word stands - but the quantity first
      * ** ordered is saved only the first time it changes.
      * ****************************************************************
       420-POST-ACK-TO-LINE.
           MOVE ACK-STATUS              TO PO-LINE-ACK-STATUS
           MOVE WS-ACK-DATE             TO PO-LINE-ACK-DATE
           IF PO-LINE-PROMISED-DATE IS NOT NUMERIC
              MOVE ZEROS                TO PO-LINE-PROMISED-DATE
           END-IF
           IF PO-LINE-ORIGINAL-QUANTITY IS NOT NUMERIC
              MOVE ZEROS                TO PO-LINE-ORIGINAL-QUANTITY
           END-IF
           IF WS-PROMISED-DATE > 0
              MOVE WS-PROMISED-DATE     TO PO-LINE-PROMISED-DATE
           END-IF
           EVALUATE TRUE
              WHEN ACK-REJECTED
                 MOVE 'C'               TO PO-LINE-STATUS
                 ADD 1                  TO WS-LINES-CANCELLED
              WHEN ACK-CHANGED AND WS-NEW-QUANTITY > 0
                 IF PO-LINE-ORIGINAL-QUANTITY = 0
                    MOVE PO-LINE-ORDER-QUANTITY
                                        TO PO-LINE-ORIGINAL-QUANTITY
                 END-IF
                 MOVE WS-NEW-QUANTITY   TO PO-LINE-ORDER-QUANTITY
                 COMPUTE PO-LINE-EXTENDED-COST =
                    PO-LINE-ORDER-QUANTITY * PO-LINE-UNIT-COST
                 ADD 1                  TO WS-LINES-CHANGED
           END-EVALUATE
           MOVE PO-RECORD               TO WS-PO-IMAGE(PO-I)
           ADD 1                        TO WS-LINES-POSTED
           .
      *
      * ****************************************************************
      * ** 450-CLOSE-CANCELLED-ORDER
      * ** Marks the header cancelled as of the run date - the state
      * ** POMAINT leaves a cancelled order in.
      * ****************************************************************
       450-CLOSE-CANCELLED-ORDER.
           SET PO-I                     TO WS-PO-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           MOVE 'C'                     TO PO-RECEIVED-FLAG
           MOVE WS-RUN-START-DATE       TO PO-RECEIVED-DATE
           MOVE PO-RECORD               TO WS-PO-IMAGE(PO-I)
           .
      *
      * ****************************************************************
      * ** 500-RECOMPUTE-HEADER
      * ** Rebuilds the header's line count, total value and latest
      * ** required-by date from the order's live lines.  When the
      * ** supplier has just rejected the last live line the whole
      * ** order is closed as cancelled; the required-by date then
      * ** stays as it was.
      * ****************************************************************
       500-RECOMPUTE-HEADER.
           MOVE ZEROS                   TO WS-ACTIVE-LINES
           MOVE ZEROS                   TO WS-ACTIVE-VALUE
           MOVE ZEROS                   TO WS-LATEST-REQUIRED
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              IF PO-IS-LINE AND
                 PO-NUMBER IS NUMERIC AND
                 PO-NUMBER = WS-TRAN-PO-NUMBER AND
                 NOT PO-LINE-IS-CANCELLED
                 ADD 1                  TO WS-ACTIVE-LINES
                 ADD PO-LINE-EXTENDED-COST
                                        TO WS-ACTIVE-VALUE
                 IF PO-LINE-REQUIRED-BY-DATE > WS-LATEST-REQUIRED
                    MOVE PO-LINE-REQUIRED-BY-DATE
                                        TO WS-LATEST-REQUIRED
                 END-IF
              END-IF
           END-PERFORM
           SET PO-I                     TO WS-PO-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           MOVE WS-ACTIVE-LINES         TO PO-LINE-COUNT
           MOVE WS-ACTIVE-VALUE         TO PO-TOTAL-VALUE
           IF WS-ACTIVE-LINES > 0
              MOVE WS-LATEST-REQUIRED   TO PO-REQUIRED-BY-DATE
           END-IF
           MOVE PO-RECORD               TO WS-PO-IMAGE(PO-I)
           IF WS-ACTIVE-LINES = 0 AND PO-IS-OPEN
              PERFORM 450-CLOSE-CANCELLED-ORDER
              MOVE ' LAST LINE REJECTED - ORDER CANCELLED.'
                                        TO ACL-REASON
           END-IF
           .
      *
      * ****************************************************************
      * ** 600-REPORT-UNACKNOWLEDGED
      * ** After the answers are posted, every open order with a live
      * ** line that was sent and has not been answered is counted,
      * ** and any whose earliest such line went out more than
      * ** WS-ACK-DAYS ago is listed for the buyer to chase.  A line
      * ** with no sent date never went out on the transmission file
      * ** and is not waiting on anyone.
      * ****************************************************************
       600-REPORT-UNACKNOWLEDGED.
           MOVE SPACES                  TO POACKRPT-LINE
           WRITE POACKRPT-LINE
           MOVE WS-ACK-DAYS             TO UAH-DAYS
           MOVE WS-UNACK-HEADING        TO POACKRPT-LINE
           WRITE POACKRPT-LINE
           MOVE WS-UNACK-COL-HEADING    TO POACKRPT-LINE
           WRITE POACKRPT-LINE
           PERFORM VARYING WS-HDR-SUB FROM 1 BY 1
              UNTIL WS-HDR-SUB > WS-PO-COUNT
              MOVE WS-PO-IMAGE(WS-HDR-SUB)
                                        TO PO-RECORD
              IF PO-IS-HEADER AND
                 PO-NUMBER IS NUMERIC AND
                 PO-IS-OPEN
                 MOVE PO-NUMBER         TO WS-TRAN-PO-NUMBER
                 PERFORM 610-COUNT-UNACKED-LINES
                 IF WS-UNACKED-LINES > 0
                    ADD 1               TO WS-AWAITING-COUNT
                    PERFORM 620-SET-DAYS-WAITING
                    IF WS-DAYS-WAITING > WS-ACK-DAYS
                       PERFORM 630-PRINT-UNACKED-ORDER
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-UNACKED-COUNT = 0
              MOVE WS-UNACK-NONE-LINE   TO POACKRPT-LINE
              WRITE POACKRPT-LINE
           END-IF
           .
      *
      * ****************************************************************
      * ** 610-COUNT-UNACKED-LINES
      * ** Counts the order's live, sent, unanswered lines and finds
      * ** the earliest date one of them was sent.  The header is
      * ** back in the POREC work area afterward.
      * ****************************************************************
       610-COUNT-UNACKED-LINES.
           MOVE ZEROS                   TO WS-UNACKED-LINES
           MOVE 99999999                TO WS-EARLIEST-SENT
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              IF PO-IS-LINE AND
                 PO-NUMBER IS NUMERIC AND
                 PO-NUMBER = WS-TRAN-PO-NUMBER AND
                 NOT PO-LINE-IS-CANCELLED AND
                 NOT PO-LINE-ACKNOWLEDGED AND
                 PO-LINE-SENT-DATE IS NUMERIC AND
                 PO-LINE-SENT-DATE > 0
                 ADD 1                  TO WS-UNACKED-LINES
                 IF PO-LINE-SENT-DATE < WS-EARLIEST-SENT
                    MOVE PO-LINE-SENT-DATE
                                        TO WS-EARLIEST-SENT
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-PO-IMAGE(WS-HDR-SUB) TO PO-RECORD
           .
      *
      * ****************************************************************
      * ** 620-SET-DAYS-WAITING
      * ** Days from the earliest sent date to the run date.  A date
      * ** that will not convert is reported as waiting zero days
      * ** rather than guessed at - POAPPRV's rule.
      * ****************************************************************
       620-SET-DAYS-WAITING.
           MOVE 0                       TO WS-DAYS-WAITING
           IF WS-RUN-DATE-LILIAN NOT = 0
              MOVE 8                    TO VSTRING-LENGTH OF IN-DATE
              MOVE WS-EARLIEST-SENT     TO VSTRING-TEXT OF IN-DATE(1:8)
              MOVE 8                    TO VSTRING-LENGTH OF PICSTR
              MOVE 'YYYYMMDD'           TO VSTRING-TEXT OF PICSTR(1:8)
              CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
              IF SEVERITY = 0
                 COMPUTE WS-DAYS-WAITING = WS-RUN-DATE-LILIAN - LILIAN
              ELSE
                 DISPLAY 'POACKIN PO ' PO-NUMBER ' SENT DATE '
                    WS-EARLIEST-SENT ' FAILED LILIAN CONVERSION - MSG '
                    MSG-NO
              END-IF
           END-IF
           .
      *
       630-PRINT-UNACKED-ORDER.
           ADD 1                        TO WS-UNACKED-COUNT
           MOVE PO-NUMBER               TO UAD-PO-NUMBER
           MOVE PO-SUPPLIER-NUMBER      TO UAD-SUPPLIER-NUMBER
           MOVE WS-EARLIEST-SENT        TO UAD-SENT-DATE
           MOVE WS-UNACKED-LINES        TO UAD-UNACKED-LINES
           MOVE PO-TOTAL-VALUE          TO UAD-TOTAL-VALUE
           MOVE WS-DAYS-WAITING         TO UAD-DAYS-WAITING
           MOVE WS-UNACK-DETAIL         TO POACKRPT-LINE
           WRITE POACKRPT-LINE
           .
      *
      * ****************************************************************
      * ** 800-REWRITE-POFILE
      * ** Writes the resident table back over POFILE with the
      * ** acknowledgements posted.
      * ****************************************************************
       800-REWRITE-POFILE.
           OPEN OUTPUT POFILE
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT
              MOVE WS-PO-IMAGE(PO-I)    TO POFILE-REC
              WRITE POFILE-REC
           END-PERFORM
           CLOSE POFILE
           .
      *
       900-TERMINATION.
           MOVE WS-TRANS-COUNT          TO TL-TRANS-COUNT
           MOVE WS-ACCEPT-COUNT         TO TL-ACCEPT-COUNT
           MOVE WS-REJECT-COUNT         TO TL-REJECT-COUNT
           MOVE SPACES                  TO POACKRPT-LINE
           WRITE POACKRPT-LINE
           MOVE WS-POACKRPT-TOTAL-LINE  TO POACKRPT-LINE
           WRITE POACKRPT-LINE
           MOVE WS-LINES-POSTED         TO TL-LINES-POSTED
           MOVE WS-LINES-CHANGED        TO TL-LINES-CHANGED
           MOVE WS-LINES-CANCELLED      TO TL-LINES-CANCELLED
           MOVE WS-POACKRPT-RESULT-LINE TO POACKRPT-LINE
           WRITE POACKRPT-LINE
           IF WS-UNACKED-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4                    TO RETURN-CODE
           END-IF
           PERFORM 950-WRITE-RUN-AUDIT
           CLOSE RUNAUDIT
           CLOSE ACKTRANS
           CLOSE POACKRPT
           DISPLAY 'POACKIN ACKS READ        : ' WS-TRANS-COUNT
           DISPLAY 'POACKIN ACCEPTED         : ' WS-ACCEPT-COUNT
           DISPLAY 'POACKIN REJECTED         : ' WS-REJECT-COUNT
           DISPLAY 'POACKIN LINES ANSWERED   : ' WS-LINES-POSTED
           DISPLAY 'POACKIN LINES CHANGED    : ' WS-LINES-CHANGED
           DISPLAY 'POACKIN LINES CANCELLED  : ' WS-LINES-CANCELLED
           DISPLAY 'POACKIN ORDERS AWAITING  : ' WS-AWAITING-COUNT
           DISPLAY 'POACKIN PAST ACK LIMIT   : ' WS-UNACKED-COUNT
           .
      *
      * ****************************************************************
      * ** 950-WRITE-RUN-AUDIT
      * ** One record to the permanent RUNAUDIT file for this run.
      * ****************************************************************
       950-WRITE-RUN-AUDIT.
           MOVE 'POACKIN'               TO RA-PROGRAM-ID
           MOVE 'NORMAL'                TO RA-RUN-MODE
           MOVE 'COLD'                  TO RA-START-TYPE
           MOVE WS-RUN-START-DATE       TO RA-START-DATE
           MOVE WS-RUN-START-TIME       TO RA-START-TIME
           ACCEPT RA-END-DATE           FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK          FROM TIME
           MOVE WS-TIME-WORK(1:6)       TO RA-END-TIME
           MOVE WS-TRANS-COUNT          TO RA-RECORDS-READ
           MOVE WS-ACCEPT-COUNT         TO RA-ACCEPT-COUNT
           MOVE WS-REJECT-COUNT         TO RA-REJECT-COUNT
           MOVE WS-END-STATUS           TO RA-END-STATUS
           WRITE RUN-AUDIT-REC
           .
      *
