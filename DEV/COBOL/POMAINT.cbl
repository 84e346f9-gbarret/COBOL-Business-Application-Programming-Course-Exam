       IDENTIFICATION DIVISION.
       PROGRAM-ID. POMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POMTRANS
              ASSIGN          TO POMTRANS
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POMTRANS-STATUS
           .
           SELECT OPTIONAL POFILE
              ASSIGN          TO POFILE
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POFILE-STATUS
           .
           SELECT POMTRPT
              ASSIGN          TO POMTRPT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POMTRPT-STATUS
           .
           SELECT POCHGRPT
              ASSIGN          TO POCHGRPT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POCHGRPT-STATUS
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
       FD  POMTRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POMTRAN-REC.
       COPY POMTREC.
      *
       FD  POFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 238 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POFILE-REC.
       01  POFILE-REC                   PIC X(238).
      *
       FD  POMTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POMTRPT-LINE.
       01  POMTRPT-LINE                 PIC X(80).
      *
       FD  POCHGRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POCHGRPT-LINE.
       01  POCHGRPT-LINE                PIC X(80).
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
       77  WS-POMTRANS-STATUS       PIC X(02) VALUE SPACES.
       77  WS-POMTRANS-EOF          PIC X(01) VALUE SPACES.
           88 IS-POMTRANS-EOF       VALUE 'Y'.
       77  WS-POFILE-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POFILE-EOF            PIC X(01) VALUE SPACES.
           88 IS-POFILE-EOF         VALUE 'Y'.
       77  WS-POMTRPT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-POCHGRPT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-TRANS-COUNT           PIC 9(06) VALUE ZEROS.
       77  WS-ACCEPT-COUNT          PIC 9(06) VALUE ZEROS.
       77  WS-REJECT-COUNT          PIC 9(06) VALUE ZEROS.
       77  WS-NOTICE-COUNT          PIC 9(06) VALUE ZEROS.
      *
      * ** Run-audit state - captured at start-up, one RUNAUDIT
      * ** record appended at end of run, the same as the master
      * ** maintenance programs, so every batch of order changes is
      * ** on file.
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
       77  WS-ORDER-CHANGED         PIC X(01) VALUE SPACES.
           88 WS-ORDER-CHANGED-YES  VALUE 'Y'.
       77  WS-TRAN-PO-NUMBER        PIC 9(08) VALUE ZEROS.
       77  WS-TRAN-LINE-NUMBER      PIC 9(03) VALUE ZEROS.
       77  WS-NEW-QUANTITY          PIC 9(05) VALUE ZEROS.
       77  WS-NEW-REQUIRED-BY       PIC 9(08) VALUE ZEROS.
       77  WS-PO-TABLE-FULL         PIC X(01) VALUE 'N'.
           88 WS-PO-TABLE-IS-FULL   VALUE 'Y'.
       77  WS-CHG-TABLE-FULL        PIC X(01) VALUE 'N'.
           88 WS-CHG-TABLE-IS-FULL  VALUE 'Y'.
       77  WS-EDIT-QUANTITY         PIC ZZ,ZZ9.
       77  WS-CHANGE-TEXT           PIC X(15) VALUE SPACES.
      *
      * ** Header figures rebuilt from the order's lines after every
      * ** change - cancelled lines are left out of all three.
       77  WS-ACTIVE-LINES          PIC 9(03) VALUE ZEROS.
       77  WS-ACTIVE-VALUE          PIC 9(11)V99 VALUE ZEROS.
       77  WS-LATEST-REQUIRED       PIC 9(08) VALUE ZEROS.
      *
      * ** Approval limits from APPRLIM, tabled the way FINPOGEN
      * ** tables them - the blank-make record is the default for
      * ** every make not listed, and a zero limit is no limit.  A
      * ** quantity increase has to keep the line's new cost within
      * ** its make's line limit and the order's new total within
      * ** the lowest order limit among the order's live makes.
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
      * ** Resident image of POFILE for the run, loaded and written
      * ** back whole the way PORECV holds it.
       01  WS-PO-TABLE.
           05  WS-PO-COUNT              PIC S9(4) BINARY VALUE 0.
           05  WS-PO-ENTRY OCCURS 5000 TIMES
                                     INDEXED BY PO-I.
               10  WS-PO-IMAGE          PIC X(238).
      *
      * ** One entry per change applied, kept until end of run so the
      * ** supplier notices can print one page per order however the
      * ** transactions arrived.  Line number zero is an order-level
      * ** change.
       01  WS-CHG-TABLE.
           05  WS-CHG-COUNT             PIC S9(4) BINARY VALUE 0.
           05  WS-CHG-ENTRY OCCURS 2000 TIMES
                                     INDEXED BY CH-I.
               10  CHT-PO-NUMBER        PIC 9(08).
               10  CHT-LINE-NUMBER      PIC 9(03).
               10  CHT-PART-NUMBER      PIC X(10).
               10  CHT-CHANGE           PIC X(15).
               10  CHT-WAS              PIC X(10).
               10  CHT-NOW              PIC X(10).
               10  CHT-REASON           PIC X(25).
      *
      * ** Work image of one POFILE record - table entries are moved
      * ** here for field access and moved back when updated.
       COPY POREC.
      *
      * ** Language Environment date-conversion areas - same plumbing
      * ** FINPORDR carries.  A new required-by date has to be a real
      * ** calendar date; CEEDAYS is the judge.
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
       01  WS-POMTRPT-HEADING.
           05  FILLER                   PIC X(80) VALUE
               'POMAINT - PURCHASE-ORDER MAINTENANCE TRANSACTION LOG'.
       01  WS-POMTRPT-COL-HEADING.
           05  FILLER                   PIC X(03) VALUE 'ACT'.
           05  FILLER                   PIC X(10) VALUE 'PO NUMBER'.
           05  FILLER                   PIC X(05) VALUE 'LINE'.
           05  FILLER                   PIC X(10) VALUE 'RESULT'.
           05  FILLER                   PIC X(52) VALUE 'REASON'.
       01  WS-POMTRPT-DETAIL.
           05  PML-ACTION               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PML-PO-NUMBER            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PML-LINE-NUMBER          PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PML-RESULT               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PML-REASON               PIC X(40).
           05  FILLER                   PIC X(12) VALUE SPACES.
       01  WS-POMTRPT-TOTAL-LINE.
           05  FILLER                   PIC X(20) VALUE
               'TRANSACTIONS READ.:'.
           05  TL-TRANS-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'ACCEPTED..:'.
           05  TL-ACCEPT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE '  REJECTED..:'.
           05  TL-REJECT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE SPACES.
      *
       01  WS-CHG-RULE-LINE.
           05  FILLER                   PIC X(80) VALUE ALL '='.
       01  WS-CHG-HEADING-1.
           05  FILLER                   PIC X(42) VALUE
               'PURCHASE ORDER CHANGE NOTICE'.
           05  FILLER                   PIC X(06) VALUE 'DATE: '.
           05  CHH-RUN-DATE             PIC 9(08).
           05  FILLER                   PIC X(24) VALUE SPACES.
       01  WS-CHG-HEADING-2.
           05  FILLER                   PIC X(11) VALUE 'PO NUMBER: '.
           05  CHH-PO-NUMBER            PIC 9(08).
           05  FILLER                   PIC X(15) VALUE
               '   ORDER DATE: '.
           05  CHH-ORDER-DATE           PIC 9(08).
           05  FILLER                   PIC X(13) VALUE
               '   SUPPLIER: '.
           05  CHH-SUPPLIER-NUMBER      PIC X(06).
           05  FILLER                   PIC X(19) VALUE SPACES.
       01  WS-CHG-ADDR-TAG-LINE.
           05  FILLER                   PIC X(80) VALUE 'ORDER FROM:'.
       01  WS-CHG-ADDR-TEXT-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  CHA-ADDR-TEXT            PIC X(75).
       01  WS-CHG-CITY-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  CHA-CITY                 PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHA-STATE                PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHA-ZIP-CODE             PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHA-ZIP-CODE-EXT         PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHA-COUNTRY              PIC X(02).
           05  FILLER                   PIC X(30) VALUE SPACES.
       01  WS-CHG-COL-HEADING.
           05  FILLER                   PIC X(05) VALUE 'LINE'.
           05  FILLER                   PIC X(12) VALUE 'PART NO'.
           05  FILLER                   PIC X(16) VALUE 'CHANGE'.
           05  FILLER                   PIC X(11) VALUE 'WAS'.
           05  FILLER                   PIC X(11) VALUE 'NOW'.
           05  FILLER                   PIC X(25) VALUE 'REASON'.
       01  WS-CHG-DETAIL.
           05  CHD-LINE-NUMBER          PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CHD-PART-NUMBER          PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CHD-CHANGE               PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHD-WAS                  PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHD-NOW                  PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHD-REASON               PIC X(25).
       01  WS-CHG-REVISED-LINE.
           05  FILLER                   PIC X(15) VALUE
               'REVISED ORDER: '.
           05  CHR-LINE-COUNT           PIC ZZ9.
           05  FILLER                   PIC X(21) VALUE
               ' LINES   TOTAL VALUE '.
           05  CHR-TOTAL-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(14) VALUE
               '   REQUIRED BY'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHR-REQUIRED-BY          PIC 9(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
       01  WS-CHG-CANCELLED-LINE.
           05  FILLER                   PIC X(80) VALUE
               'THIS ORDER IS CANCELLED IN FULL - PLEASE DO NOT SHIP.'.
      *
      * ** Cancels and amends purchase orders FINPOGEN has already
      * ** cut, from a transaction file, so a wrong or unwanted order
      * ** is closed through the system instead of by a hand edit of
      * ** POFILE.  A whole order or a single line can be cancelled,
      * ** and a line's quantity or required-by date changed; the
      * ** header's line count, total value and required-by date are
      * ** rebuilt from the lines still live.  Only open orders can
      * ** be touched.  A quantity cannot be cut below what has
      * ** already been received, and an increase that would take
      * ** the line past its make's APPRLIM line limit or the order
      * ** past its order limit is rejected - FINPOGEN would have
      * ** held such an order for approval, and an amendment is not
      * ** a way around POAPPRV.  Every transaction is logged
      * ** accepted or rejected, and each order changed gets a
      * ** change notice to send to its supplier.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
      * ** A POFILE too big for the resident table cannot be safely
      * ** rewritten, so no transaction is applied - PORECV's rule.
           IF WS-PO-TABLE-IS-FULL
              MOVE 12                   TO RETURN-CODE
              MOVE 'PO-TABLE-FULL'      TO WS-END-STATUS
           ELSE
              PERFORM 100-PROCESS-TRANSACTIONS
              PERFORM 800-REWRITE-POFILE
              PERFORM 700-PRINT-CHANGE-NOTICES
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
           OPEN INPUT POMTRANS
           OPEN OUTPUT POMTRPT
           OPEN OUTPUT POCHGRPT
           MOVE WS-POMTRPT-HEADING      TO POMTRPT-LINE
           WRITE POMTRPT-LINE
           MOVE WS-POMTRPT-COL-HEADING  TO POMTRPT-LINE
           WRITE POMTRPT-LINE
           PERFORM 010-LOAD-PO-TABLE
           PERFORM 020-LOAD-APPROVAL-LIMITS
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
              DISPLAY 'POMAINT PO TABLE IS FULL - POFILE HOLDS MORE '
                 'THAN 5000 RECORDS.  NO TRANSACTIONS APPLIED.'
           END-IF
           .
      *
      * ****************************************************************
      * ** 020-LOAD-APPROVAL-LIMITS
      * ** Tables the per-make limits and keeps the blank-make record
      * ** as the default for every other make - FINPOGEN's load.
      * ** No APPRLIM leaves every limit zero and no increase is
      * ** limited.
      * ****************************************************************
       020-LOAD-APPROVAL-LIMITS.
           OPEN INPUT APPRLIM
           IF WS-APPRLIM-STATUS = '00' OR WS-APPRLIM-STATUS = '05'
              PERFORM UNTIL IS-APPRLIM-EOF
                 READ APPRLIM
                    AT END
                       MOVE 'Y'         TO WS-APPRLIM-EOF
                    NOT AT END
                       PERFORM 025-TABLE-APPROVAL-LIMIT
                 END-READ
              END-PERFORM
              CLOSE APPRLIM
           ELSE
              DISPLAY 'POMAINT APPROVAL LIMITS NOT AVAILABLE - STATUS '
                 WS-APPRLIM-STATUS ' - NO INCREASE WILL BE LIMITED.'
           END-IF
           .
      *
       025-TABLE-APPROVAL-LIMIT.
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
                 DISPLAY 'POMAINT APPROVAL LIMIT TABLE IS FULL - '
                    APL-VEHICLE-MAKE ' TAKES THE DEFAULT LIMITS.'
           END-EVALUATE
           .
      *
       100-PROCESS-TRANSACTIONS.
           PERFORM UNTIL IS-POMTRANS-EOF
              READ POMTRANS
                 AT END
                    MOVE 'Y'            TO WS-POMTRANS-EOF
                 NOT AT END
                    ADD 1               TO WS-TRANS-COUNT
                    PERFORM 200-APPLY-TRANSACTION
              END-READ
           END-PERFORM
           .
      *
      * ****************************************************************
      * ** 200-APPLY-TRANSACTION
      * ** Edits the transaction against the order it names, applies
      * ** it when clean, and logs the outcome either way.
      * ****************************************************************
       200-APPLY-TRANSACTION.
           MOVE POMT-ACTION             TO PML-ACTION
           MOVE POMT-PO-NUMBER          TO PML-PO-NUMBER
           MOVE POMT-LINE-NUMBER        TO PML-LINE-NUMBER
           MOVE SPACES                  TO PML-REASON
           PERFORM 300-EDIT-TRANSACTION
           IF WS-TRAN-IS-VALID
              EVALUATE TRUE
                 WHEN POMT-CANCEL-ORDER
                    PERFORM 400-CANCEL-ORDER
                 WHEN POMT-CANCEL-LINE
                    PERFORM 410-CANCEL-LINE
                 WHEN POMT-CHANGE-QUANTITY
                    PERFORM 420-CHANGE-QUANTITY
                 WHEN POMT-CHANGE-DATE
                    PERFORM 430-CHANGE-REQUIRED-BY
              END-EVALUATE
              PERFORM 500-RECOMPUTE-HEADER
              MOVE 'ACCEPTED'           TO PML-RESULT
              ADD 1                     TO WS-ACCEPT-COUNT
           ELSE
              MOVE 'REJECTED'           TO PML-RESULT
              ADD 1                     TO WS-REJECT-COUNT
           END-IF
           MOVE WS-POMTRPT-DETAIL       TO POMTRPT-LINE
           WRITE POMTRPT-LINE
           .
      *
      * ****************************************************************
      * ** 300-EDIT-TRANSACTION
      * ** The order has to be on file and still open - a received
      * ** or already-cancelled order is history and is not changed.
      * ** On exit with the transaction valid, the header is in the
      * ** POREC work area and WS-PO-FOUND-SUB points at it.
      * ****************************************************************
       300-EDIT-TRANSACTION.
           MOVE 'N'                     TO WS-TRAN-VALID
           EVALUATE TRUE
              WHEN NOT POMT-VALID-ACTION
                 MOVE ' UNKNOWN ACTION CODE.'
                                        TO PML-REASON
              WHEN POMT-PO-NUMBER IS NOT NUMERIC
                 MOVE ' PO NUMBER IS NOT VALID.'
                                        TO PML-REASON
              WHEN OTHER
                 MOVE POMT-PO-NUMBER    TO WS-TRAN-PO-NUMBER
                 PERFORM 210-FIND-PO
                 EVALUATE TRUE
                    WHEN WS-PO-FOUND-NO
                       MOVE ' PO NUMBER IS NOT ON THE PO FILE.'
                                        TO PML-REASON
                    WHEN PO-IS-CANCELLED
                       MOVE ' ORDER IS ALREADY CANCELLED.'
                                        TO PML-REASON
                    WHEN PO-IS-RECEIVED
                       MOVE ' ORDER IS ALREADY RECEIVED.'
                                        TO PML-REASON
                    WHEN PO-IS-PENDING-APPROVAL
                       MOVE ' ORDER IS HELD FOR APPROVAL.'
                                        TO PML-REASON
                    WHEN NOT PO-IS-OPEN
                       MOVE ' ORDER IS NOT OPEN.'
                                        TO PML-REASON
                    WHEN POMT-CANCEL-ORDER
                       MOVE 'Y'         TO WS-TRAN-VALID
                    WHEN OTHER
                       PERFORM 310-EDIT-LINE-TRANSACTION
                 END-EVALUATE
           END-EVALUATE
           .
      *
      * ****************************************************************
      * ** 310-EDIT-LINE-TRANSACTION
      * ** A line action has to name a live line of the order and
      * ** carry a usable new value.  The header is back in the
      * ** POREC work area on exit.
      * ****************************************************************
       310-EDIT-LINE-TRANSACTION.
           IF POMT-LINE-NUMBER IS NUMERIC
              MOVE POMT-LINE-NUMBER     TO WS-TRAN-LINE-NUMBER
              PERFORM 220-FIND-PO-LINE
           ELSE
              MOVE 'N'                  TO WS-LINE-FOUND
           END-IF
           EVALUATE TRUE
              WHEN POMT-LINE-NUMBER IS NOT NUMERIC
                 MOVE ' LINE NUMBER IS NOT VALID.'
                                        TO PML-REASON
              WHEN WS-LINE-FOUND-NO
                 MOVE ' LINE IS NOT ON THE ORDER.'
                                        TO PML-REASON
              WHEN POMT-CANCEL-LINE
                 MOVE 'Y'               TO WS-TRAN-VALID
              WHEN POMT-CHANGE-QUANTITY
                 IF POMT-NEW-QUANTITY IS NUMERIC
                    MOVE POMT-NEW-QUANTITY
                                        TO WS-NEW-QUANTITY
                 ELSE
                    MOVE ZEROS          TO WS-NEW-QUANTITY
                 END-IF
                 IF WS-NEW-QUANTITY > 0
                    PERFORM 330-EDIT-NEW-QUANTITY
                 ELSE
                    MOVE ' NEW QUANTITY IS NOT VALID.'
                                        TO PML-REASON
                 END-IF
              WHEN POMT-CHANGE-DATE
                 PERFORM 320-EDIT-NEW-REQUIRED-BY
           END-EVALUATE
           .
      *
       320-EDIT-NEW-REQUIRED-BY.
           MOVE 'N'                     TO WS-TRAN-VALID
           IF POMT-NEW-REQUIRED-BY IS NUMERIC
              MOVE POMT-NEW-REQUIRED-BY TO WS-NEW-REQUIRED-BY
              MOVE 8                    TO VSTRING-LENGTH OF IN-DATE
              MOVE WS-NEW-REQUIRED-BY   TO VSTRING-TEXT OF IN-DATE(1:8)
              MOVE 8                    TO VSTRING-LENGTH OF PICSTR
              MOVE 'YYYYMMDD'           TO VSTRING-TEXT OF PICSTR(1:8)
              CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
              IF SEVERITY = 0
                 MOVE 'Y'               TO WS-TRAN-VALID
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN NOT WS-TRAN-IS-VALID
                 MOVE ' NEW REQUIRED-BY DATE IS NOT VALID.'
                                        TO PML-REASON
              WHEN WS-NEW-REQUIRED-BY < PO-ORDER-DATE
                 MOVE 'N'               TO WS-TRAN-VALID
                 MOVE ' NEW REQUIRED-BY IS BEFORE ORDER DATE.'
                                        TO PML-REASON
           END-EVALUATE
           .
      *
      * ****************************************************************
      * ** 330-EDIT-NEW-QUANTITY
      * ** The new quantity cannot fall below what the line has
      * ** already received, and an increase has to stay inside the
      * ** approval limits.  A cut needs no approval - it adds no
      * ** spend, and an order POAPPRV released over its limits can
      * ** still be brought down.  The header is back in the POREC
      * ** work area on exit.
      * ****************************************************************
       330-EDIT-NEW-QUANTITY.
           SET PO-I                     TO WS-LINE-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           EVALUATE TRUE
              WHEN PO-LINE-RECEIVED-QUANTITY IS NUMERIC AND
                   PO-LINE-RECEIVED-QUANTITY > WS-NEW-QUANTITY
                 MOVE ' QUANTITY BELOW QUANTITY RECEIVED.'
                                        TO PML-REASON
              WHEN WS-NEW-QUANTITY > PO-LINE-ORDER-QUANTITY
                 PERFORM 340-CHECK-APPROVAL-LIMITS
                 IF WS-OVER-LIMIT-YES
                    MOVE ' CHANGE EXCEEDS APPROVAL LIMIT.'
                                        TO PML-REASON
                 ELSE
                    MOVE 'Y'            TO WS-TRAN-VALID
                 END-IF
              WHEN OTHER
                 MOVE 'Y'               TO WS-TRAN-VALID
           END-EVALUATE
           SET PO-I                     TO WS-PO-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           .
      *
      * ****************************************************************
      * ** 340-CHECK-APPROVAL-LIMITS
      * ** Prices the line in the POREC work area at the new quantity
      * ** and tests it against its make's line limit, then totals
      * ** the order's live lines with the new cost in place of the
      * ** old and tests that against the lowest order limit among
      * ** their makes - FINPOGEN's 205/208 tests, run on the order
      * ** as it would stand.  Sets WS-OVER-LIMIT when either fails.
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
      * ** same search PORECV makes.  When found, the header is left
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
      * ** 400-CANCEL-ORDER
      * ** Every live line of the order is cancelled with it, and the
      * ** header is closed with the cancel date where the received
      * ** date would go.
      * ****************************************************************
       400-CANCEL-ORDER.
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              IF PO-IS-LINE AND
                 PO-NUMBER IS NUMERIC AND
                 PO-NUMBER = WS-TRAN-PO-NUMBER AND
                 NOT PO-LINE-IS-CANCELLED
                 MOVE 'C'               TO PO-LINE-STATUS
                 MOVE PO-RECORD         TO WS-PO-IMAGE(PO-I)
              END-IF
           END-PERFORM
           PERFORM 450-CLOSE-CANCELLED-ORDER
           MOVE ' ORDER CANCELLED.'     TO PML-REASON
           .
      *
       410-CANCEL-LINE.
           SET PO-I                     TO WS-LINE-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           MOVE 'C'                     TO PO-LINE-STATUS
           MOVE PO-RECORD               TO WS-PO-IMAGE(PO-I)
           MOVE 'LINE CANCELLED'        TO WS-CHANGE-TEXT
           PERFORM 600-RECORD-LINE-CHANGE
           IF NOT WS-CHG-TABLE-IS-FULL
              MOVE PO-LINE-ORDER-QUANTITY
                                        TO WS-EDIT-QUANTITY
              MOVE WS-EDIT-QUANTITY     TO CHT-WAS(CH-I)
              MOVE 'CANCELLED'          TO CHT-NOW(CH-I)
           END-IF
           MOVE ' LINE CANCELLED.'      TO PML-REASON
           .
      *
       420-CHANGE-QUANTITY.
           SET PO-I                     TO WS-LINE-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           MOVE 'QUANTITY'              TO WS-CHANGE-TEXT
           PERFORM 600-RECORD-LINE-CHANGE
           IF NOT WS-CHG-TABLE-IS-FULL
              MOVE PO-LINE-ORDER-QUANTITY
                                        TO WS-EDIT-QUANTITY
              MOVE WS-EDIT-QUANTITY     TO CHT-WAS(CH-I)
              MOVE WS-NEW-QUANTITY      TO WS-EDIT-QUANTITY
              MOVE WS-EDIT-QUANTITY     TO CHT-NOW(CH-I)
           END-IF
           MOVE WS-NEW-QUANTITY         TO PO-LINE-ORDER-QUANTITY
           COMPUTE PO-LINE-EXTENDED-COST =
              PO-LINE-ORDER-QUANTITY * PO-LINE-UNIT-COST
           MOVE PO-RECORD               TO WS-PO-IMAGE(PO-I)
           MOVE ' QUANTITY CHANGED.'    TO PML-REASON
           .
      *
       430-CHANGE-REQUIRED-BY.
           SET PO-I                     TO WS-LINE-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           MOVE 'REQUIRED-BY'           TO WS-CHANGE-TEXT
           PERFORM 600-RECORD-LINE-CHANGE
           IF NOT WS-CHG-TABLE-IS-FULL
              MOVE PO-LINE-REQUIRED-BY-DATE
                                        TO CHT-WAS(CH-I)
              MOVE WS-NEW-REQUIRED-BY   TO CHT-NOW(CH-I)
           END-IF
           MOVE WS-NEW-REQUIRED-BY      TO PO-LINE-REQUIRED-BY-DATE
           MOVE PO-RECORD               TO WS-PO-IMAGE(PO-I)
           MOVE ' REQUIRED-BY DATE CHANGED.'
                                        TO PML-REASON
           .
      *
      * ****************************************************************
      * ** 450-CLOSE-CANCELLED-ORDER
      * ** Marks the header cancelled as of the run date and records
      * ** the order-level change for the supplier notice.
      * ****************************************************************
       450-CLOSE-CANCELLED-ORDER.
           SET PO-I                     TO WS-PO-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           MOVE 'C'                     TO PO-RECEIVED-FLAG
           MOVE WS-RUN-START-DATE       TO PO-RECEIVED-DATE
           MOVE PO-RECORD               TO WS-PO-IMAGE(PO-I)
           PERFORM 610-ADD-CHANGE-ENTRY
           IF NOT WS-CHG-TABLE-IS-FULL
              MOVE ZEROS                TO CHT-LINE-NUMBER(CH-I)
              MOVE SPACES               TO CHT-PART-NUMBER(CH-I)
              MOVE 'ORDER CANCELLED'    TO CHT-CHANGE(CH-I)
              MOVE 'OPEN'               TO CHT-WAS(CH-I)
              MOVE 'CANCELLED'          TO CHT-NOW(CH-I)
           END-IF
           .
      *
      * ****************************************************************
      * ** 500-RECOMPUTE-HEADER
      * ** Rebuilds the header's line count, total value and latest
      * ** required-by date from the order's live lines.  When the
      * ** last live line has just been cancelled the whole order is
      * ** closed as cancelled; the required-by date then stays as
      * ** it was.
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
              MOVE ' LAST LINE CANCELLED - ORDER CANCELLED.'
                                        TO PML-REASON
           END-IF
           .
      *
      * ****************************************************************
      * ** 600-RECORD-LINE-CHANGE
      * ** Adds a change entry, described by WS-CHANGE-TEXT, for the
      * ** line in the POREC work area; CH-I is left on the new entry
      * ** for the caller to fill in the was and now columns.
      * ****************************************************************
       600-RECORD-LINE-CHANGE.
           PERFORM 610-ADD-CHANGE-ENTRY
           IF NOT WS-CHG-TABLE-IS-FULL
              MOVE PO-LINE-NUMBER       TO CHT-LINE-NUMBER(CH-I)
              MOVE PO-LINE-PART-NUMBER  TO CHT-PART-NUMBER(CH-I)
              MOVE WS-CHANGE-TEXT       TO CHT-CHANGE(CH-I)
           END-IF
           .
      *
       610-ADD-CHANGE-ENTRY.
           IF WS-CHG-COUNT < 2000
              ADD 1                     TO WS-CHG-COUNT
              SET CH-I                  TO WS-CHG-COUNT
              MOVE WS-TRAN-PO-NUMBER    TO CHT-PO-NUMBER(CH-I)
              MOVE SPACES               TO CHT-WAS(CH-I)
                                           CHT-NOW(CH-I)
              MOVE POMT-REASON          TO CHT-REASON(CH-I)
           ELSE
              MOVE 'Y'                  TO WS-CHG-TABLE-FULL
           END-IF
           .
      *
      * ****************************************************************
      * ** 700-PRINT-CHANGE-NOTICES
      * ** One notice per order changed this run, in POFILE order,
      * ** addressed to the supplier's ORDER address on the header -
      * ** what was changed, why, and the order as it now stands.
      * ****************************************************************
       700-PRINT-CHANGE-NOTICES.
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              IF PO-IS-HEADER AND
                 PO-NUMBER IS NUMERIC
                 MOVE PO-NUMBER         TO WS-TRAN-PO-NUMBER
                 MOVE 'N'               TO WS-ORDER-CHANGED
                 PERFORM VARYING CH-I FROM 1 BY 1
                    UNTIL CH-I > WS-CHG-COUNT OR WS-ORDER-CHANGED-YES
                    IF CHT-PO-NUMBER(CH-I) = WS-TRAN-PO-NUMBER
                       MOVE 'Y'         TO WS-ORDER-CHANGED
                    END-IF
                 END-PERFORM
                 IF WS-ORDER-CHANGED-YES
                    PERFORM 710-PRINT-ONE-NOTICE
                 END-IF
              END-IF
           END-PERFORM
           .
      *
       710-PRINT-ONE-NOTICE.
           ADD 1                        TO WS-NOTICE-COUNT
           MOVE WS-CHG-RULE-LINE        TO POCHGRPT-LINE
           WRITE POCHGRPT-LINE
           MOVE WS-RUN-START-DATE       TO CHH-RUN-DATE
           MOVE WS-CHG-HEADING-1        TO POCHGRPT-LINE
           WRITE POCHGRPT-LINE
           MOVE PO-NUMBER               TO CHH-PO-NUMBER
           MOVE PO-ORDER-DATE           TO CHH-ORDER-DATE
           MOVE PO-SUPPLIER-NUMBER      TO CHH-SUPPLIER-NUMBER
           MOVE WS-CHG-HEADING-2        TO POCHGRPT-LINE
           WRITE POCHGRPT-LINE
           MOVE WS-CHG-ADDR-TAG-LINE    TO POCHGRPT-LINE
           WRITE POCHGRPT-LINE
           MOVE PO-ORD-ADDRESS-1        TO CHA-ADDR-TEXT
           MOVE WS-CHG-ADDR-TEXT-LINE   TO POCHGRPT-LINE
           WRITE POCHGRPT-LINE
           IF PO-ORD-ADDRESS-2 NOT = SPACES
              MOVE PO-ORD-ADDRESS-2     TO CHA-ADDR-TEXT
              MOVE WS-CHG-ADDR-TEXT-LINE
                                        TO POCHGRPT-LINE
              WRITE POCHGRPT-LINE
           END-IF
           MOVE PO-ORD-CITY             TO CHA-CITY
           MOVE PO-ORD-STATE            TO CHA-STATE
           MOVE PO-ORD-ZIP-CODE         TO CHA-ZIP-CODE
           MOVE PO-ORD-ZIP-CODE-EXT     TO CHA-ZIP-CODE-EXT
           MOVE PO-ORD-COUNTRY          TO CHA-COUNTRY
           MOVE WS-CHG-CITY-LINE        TO POCHGRPT-LINE
           WRITE POCHGRPT-LINE
           MOVE SPACES                  TO POCHGRPT-LINE
           WRITE POCHGRPT-LINE
           MOVE WS-CHG-COL-HEADING      TO POCHGRPT-LINE
           WRITE POCHGRPT-LINE
           PERFORM VARYING CH-I FROM 1 BY 1
              UNTIL CH-I > WS-CHG-COUNT
              IF CHT-PO-NUMBER(CH-I) = WS-TRAN-PO-NUMBER
                 IF CHT-LINE-NUMBER(CH-I) = 0
                    MOVE SPACES         TO CHD-LINE-NUMBER
                 ELSE
                    MOVE CHT-LINE-NUMBER(CH-I)
                                        TO CHD-LINE-NUMBER
                 END-IF
                 MOVE CHT-PART-NUMBER(CH-I)
                                        TO CHD-PART-NUMBER
                 MOVE CHT-CHANGE(CH-I)  TO CHD-CHANGE
                 MOVE CHT-WAS(CH-I)     TO CHD-WAS
                 MOVE CHT-NOW(CH-I)     TO CHD-NOW
                 MOVE CHT-REASON(CH-I)  TO CHD-REASON
                 MOVE WS-CHG-DETAIL     TO POCHGRPT-LINE
                 WRITE POCHGRPT-LINE
              END-IF
           END-PERFORM
           MOVE SPACES                  TO POCHGRPT-LINE
           WRITE POCHGRPT-LINE
           IF PO-IS-CANCELLED
              MOVE WS-CHG-CANCELLED-LINE
                                        TO POCHGRPT-LINE
           ELSE
              MOVE PO-LINE-COUNT        TO CHR-LINE-COUNT
              MOVE PO-TOTAL-VALUE       TO CHR-TOTAL-VALUE
              MOVE PO-REQUIRED-BY-DATE  TO CHR-REQUIRED-BY
              MOVE WS-CHG-REVISED-LINE  TO POCHGRPT-LINE
           END-IF
           WRITE POCHGRPT-LINE
           .
      *
      * ****************************************************************
      * ** 800-REWRITE-POFILE
      * ** Writes the resident table back over POFILE with the
      * ** changes applied.
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
           MOVE WS-POMTRPT-TOTAL-LINE   TO POMTRPT-LINE
           WRITE POMTRPT-LINE
           IF WS-CHG-TABLE-IS-FULL
              DISPLAY 'POMAINT CHANGE TABLE IS FULL - MORE THAN 2000 '
                 'CHANGES.  CHANGE NOTICES ARE INCOMPLETE.'
              IF RETURN-CODE < 4
                 MOVE 4                 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM 950-WRITE-RUN-AUDIT
           CLOSE RUNAUDIT
           CLOSE POMTRANS
           CLOSE POMTRPT
           CLOSE POCHGRPT
           DISPLAY 'POMAINT TRANSACTIONS READ: ' WS-TRANS-COUNT
           DISPLAY 'POMAINT ACCEPTED         : ' WS-ACCEPT-COUNT
           DISPLAY 'POMAINT REJECTED         : ' WS-REJECT-COUNT
           DISPLAY 'POMAINT CHANGE NOTICES   : ' WS-NOTICE-COUNT
           .
      *
      * ****************************************************************
      * ** 950-WRITE-RUN-AUDIT
      * ** One record to the permanent RUNAUDIT file for this run.
      * ****************************************************************
       950-WRITE-RUN-AUDIT.
           MOVE 'POMAINT'               TO RA-PROGRAM-ID
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
