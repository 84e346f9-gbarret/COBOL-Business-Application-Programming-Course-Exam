       IDENTIFICATION DIVISION.
       PROGRAM-ID. POAPPRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APRTRANS
              ASSIGN          TO APRTRANS
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-APRTRANS-STATUS
           .
           SELECT OPTIONAL POFILE
              ASSIGN          TO POFILE
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POFILE-STATUS
           .
           SELECT APRRPT
              ASSIGN          TO APRRPT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-APRRPT-STATUS
           .
           SELECT POPRINT
              ASSIGN          TO POPRINT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POPRINT-STATUS
           .
           SELECT POXMIT
              ASSIGN          TO POXMIT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POXMIT-STATUS
           .
           SELECT OPTIONAL RUNAUDIT
              ASSIGN          TO RUNAUDIT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-RUNAUDIT-STATUS
           .
       DATA DIVISION.
       FILE SECTION.
       FD  APRTRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APRTRAN-REC.
       COPY APRTREC.
      *
       FD  POFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 238 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POFILE-REC.
       01  POFILE-REC                   PIC X(238).
      *
       FD  APRRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APRRPT-LINE.
       01  APRRPT-LINE                  PIC X(80).
      *
       FD  POPRINT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POPRINT-LINE.
       01  POPRINT-LINE                 PIC X(80).
      *
       FD  POXMIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-TRANSMIT-REC.
       COPY POXREC.
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
       77  WS-APRTRANS-STATUS       PIC X(02) VALUE SPACES.
       77  WS-APRTRANS-EOF          PIC X(01) VALUE SPACES.
           88 IS-APRTRANS-EOF       VALUE 'Y'.
       77  WS-POFILE-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POFILE-EOF            PIC X(01) VALUE SPACES.
           88 IS-POFILE-EOF         VALUE 'Y'.
       77  WS-APRRPT-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POPRINT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-POXMIT-STATUS         PIC X(02) VALUE SPACES.
       77  WS-TRANS-COUNT           PIC 9(06) VALUE ZEROS.
       77  WS-ACCEPT-COUNT          PIC 9(06) VALUE ZEROS.
       77  WS-REJECT-COUNT          PIC 9(06) VALUE ZEROS.
       77  WS-RELEASED-COUNT        PIC 9(06) VALUE ZEROS.
       77  WS-VOIDED-COUNT          PIC 9(06) VALUE ZEROS.
       77  WS-STILL-HELD-COUNT      PIC 9(06) VALUE ZEROS.
       77  WS-OVERDUE-COUNT         PIC 9(06) VALUE ZEROS.
       77  WS-RELEASED-VALUE        PIC 9(13)V99 VALUE ZEROS.
       77  WS-SENT-COUNT            PIC 9(06) VALUE ZEROS.
       77  WS-XMIT-RECORDS          PIC 9(05) VALUE ZEROS.
       77  WS-XMIT-LINES            PIC 9(03) VALUE ZEROS.
       77  WS-XMIT-SUPPLIER         PIC X(06) VALUE SPACES.
      *
      * ** Run-audit state - captured at start-up, one RUNAUDIT
      * ** record appended at end of run, the same as POMAINT, so
      * ** every batch of approval decisions is on file.
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
       77  WS-TRAN-PO-NUMBER        PIC 9(08) VALUE ZEROS.
       77  WS-PO-TABLE-FULL         PIC X(01) VALUE 'N'.
           88 WS-PO-TABLE-IS-FULL   VALUE 'Y'.
       77  WS-RUN-DATE-LILIAN       PIC S9(9) BINARY VALUE 0.
       77  WS-DAYS-HELD             PIC S9(5) VALUE 0.
      *
      * ** Control card on SYSIN: columns 1-3 the number of days an
      * ** order may sit held before it is reported overdue for a
      * ** decision (default 3).  The nightly run needs no card.
       01  WS-APPROVAL-CARD.
           05  APC-OVERDUE-DAYS         PIC X(03).
           05  FILLER                   PIC X(77).
       77  WS-OVERDUE-DAYS          PIC 9(03) VALUE 3.
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
      * ** POAGERPT carries: an order's days held is the run date's
      * ** Lilian day less its order date's.
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
       01  WS-APRRPT-HEADING.
           05  FILLER                   PIC X(80) VALUE
               'POAPPRV - PURCHASE-ORDER APPROVAL DECISION LOG'.
       01  WS-APRRPT-COL-HEADING.
           05  FILLER                   PIC X(04) VALUE 'ACT'.
           05  FILLER                   PIC X(10) VALUE 'PO NUMBER'.
           05  FILLER                   PIC X(10) VALUE 'APPROVER'.
           05  FILLER                   PIC X(10) VALUE 'RESULT'.
           05  FILLER                   PIC X(46) VALUE 'REASON'.
       01  WS-APRRPT-DETAIL.
           05  APG-ACTION               PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  APG-PO-NUMBER            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  APG-APPROVER-ID          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  APG-RESULT               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  APG-REASON               PIC X(40).
           05  FILLER                   PIC X(06) VALUE SPACES.
       01  WS-APRRPT-TOTAL-LINE.
           05  FILLER                   PIC X(20) VALUE
               'DECISIONS READ....:'.
           05  TL-TRANS-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'ACCEPTED..:'.
           05  TL-ACCEPT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE '  REJECTED..:'.
           05  TL-REJECT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE SPACES.
       01  WS-APRRPT-RESULT-LINE.
           05  FILLER                   PIC X(20) VALUE
               'ORDERS RELEASED...:'.
           05  TL-RELEASED-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'VOIDED....:'.
           05  TL-VOIDED-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE '  STILL HELD:'.
           05  TL-STILL-HELD-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE SPACES.
       01  WS-OVERDUE-HEADING.
           05  FILLER                   PIC X(35) VALUE
               'ORDERS HELD FOR APPROVAL MORE THAN '.
           05  OVH-DAYS                 PIC ZZ9.
           05  FILLER                   PIC X(42) VALUE ' DAYS'.
       01  WS-OVERDUE-COL-HEADING.
           05  FILLER                   PIC X(10) VALUE 'PO NUMBER'.
           05  FILLER                   PIC X(12) VALUE 'ORDER DATE'.
           05  FILLER                   PIC X(10) VALUE 'SUPPLIER'.
           05  FILLER                   PIC X(06) VALUE 'LINES'.
           05  FILLER                   PIC X(19) VALUE
               '        TOTAL VALUE'.
           05  FILLER                   PIC X(23) VALUE
               '  DAYS HELD'.
       01  WS-OVERDUE-DETAIL.
           05  OVD-PO-NUMBER            PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OVD-ORDER-DATE           PIC 9(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  OVD-SUPPLIER-NUMBER      PIC X(06).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  OVD-LINE-COUNT           PIC ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  OVD-TOTAL-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  OVD-DAYS-HELD            PIC ZZ,ZZ9.
           05  FILLER                   PIC X(14) VALUE SPACES.
       01  WS-OVERDUE-NONE-LINE.
           05  FILLER                   PIC X(80) VALUE '    NONE.'.
      *
      * ** Supplier print lines - the same document FINPOGEN prints,
      * ** so a released order reaches the supplier looking like any
      * ** other.
       01  WS-PO-HEADING-1.
           05  FILLER               PIC X(19) VALUE
               'PURCHASE ORDER NO. '.
           05  POH-PO-NUMBER        PIC 9(08).
           05  FILLER               PIC X(14) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'ORDER DATE: '.
           05  POH-ORDER-DATE       PIC 9(08).
           05  FILLER               PIC X(19) VALUE SPACES.
       01  WS-PO-REQUIRED-LINE.
           05  FILLER               PIC X(19) VALUE
               'REQUIRED BY DATE.: '.
           05  POR-REQUIRED-DATE    PIC 9(08).
           05  FILLER               PIC X(03) VALUE '  ('.
           05  FILLER               PIC X(10) VALUE 'LATEST OF '.
           05  POR-LINE-COUNT       PIC ZZ9.
           05  FILLER               PIC X(07) VALUE ' LINES)'.
           05  FILLER               PIC X(30) VALUE SPACES.
       01  WS-PO-LINE-HEADER.
           05  FILLER               PIC X(05) VALUE 'LINE '.
           05  POL-LINE-NUMBER      PIC 9(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  POL-PART-NUMBER      PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  POL-PART-NAME        PIC X(20).
           05  FILLER               PIC X(38) VALUE SPACES.
       01  WS-PO-VEHICLE-LINE.
           05  FILLER               PIC X(19) VALUE
               '     VEHICLE.....: '.
           05  POV-VEHICLE-MAKE     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  POV-VEHICLE-MODEL    PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  POV-VEHICLE-YEAR     PIC 9(04).
           05  FILLER               PIC X(30) VALUE SPACES.
       01  WS-PO-LINE-VAL-LINE.
           05  FILLER               PIC X(19) VALUE
               '     QTY / COST..: '.
           05  POY-QUANTITY         PIC ZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE ' @ '.
           05  POY-UNIT-COST        PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(03) VALUE ' = '.
           05  POY-EXTENDED-COST    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(24) VALUE SPACES.
       01  WS-PO-TOTAL-LINE.
           05  FILLER               PIC X(19) VALUE
               'ORDER TOTAL......: '.
           05  POG-TOTAL-VALUE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(44) VALUE SPACES.
       01  WS-PO-LINE-REQ-LINE.
           05  FILLER               PIC X(19) VALUE
               '     REQUIRED BY.: '.
           05  POQ-REQUIRED-DATE    PIC 9(08).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE '('.
           05  POQ-LEAD-WEEKS       PIC Z9.
           05  FILLER               PIC X(18) VALUE
               ' WEEKS LEAD TIME)'.
           05  FILLER               PIC X(29) VALUE SPACES.
       01  WS-PO-ADDR-TAG-LINE.
           05  POT-ADDR-TAG         PIC X(11).
           05  FILLER               PIC X(69) VALUE SPACES.
       01  WS-PO-ADDR-TEXT-LINE.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  POA-ADDR-TEXT        PIC X(75).
       01  WS-PO-CITY-LINE.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  POC-CITY             PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  POC-STATE            PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  POC-ZIP-CODE         PIC X(10).
           05  FILLER               PIC X(01) VALUE '-'.
           05  POC-ZIP-CODE-EXT     PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  POC-COUNTRY          PIC X(02).
           05  FILLER               PIC X(30) VALUE SPACES.
       01  WS-PO-RULE-LINE.
           05  FILLER               PIC X(80) VALUE ALL '='.
       01  WS-VALUE-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               'ORDERS RELEASED...:'.
           05  TL-ORDERS-RELEASED   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               'DOLLARS RELEASED..:'.
           05  TL-DOLLARS-RELEASED  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(05) VALUE SPACES.
      *
      * ** Decides the purchase orders FINPOGEN held for approval
      * ** because they passed the APPRLIM dollar limits.  Each
      * ** decision names the order and the approver: an approved
      * ** order is opened and printed on POPRINT for the supplier,
      * ** exactly as FINPOGEN would have printed it, and sent on
      * ** POXMIT when the supplier is on the SUPPLIER master; a
      * ** rejected order is voided - cancelled with its lines, as
      * ** POMAINT cancels an order - and never goes out.  Every
      * ** decision is logged with its approver, accepted or
      * ** rejected.  Orders still held afterward that have waited
      * ** longer than the SYSIN day limit are listed for follow-up
      * ** and end the run with return code 4.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
      * ** A POFILE too big for the resident table cannot be safely
      * ** rewritten, so no decision is applied - POMAINT's rule.
           IF WS-PO-TABLE-IS-FULL
              MOVE 12                   TO RETURN-CODE
              MOVE 'PO-TABLE-FULL'      TO WS-END-STATUS
           ELSE
              PERFORM 100-PROCESS-DECISIONS
              PERFORM 800-REWRITE-POFILE
              PERFORM 600-REPORT-OVERDUE-ORDERS
           END-IF
           PERFORM 900-TERMINATION
           STOP RUN
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-RUN-START-DATE     FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK          FROM TIME
           MOVE WS-TIME-WORK(1:6)       TO WS-RUN-START-TIME
           MOVE SPACES                  TO WS-APPROVAL-CARD
           ACCEPT WS-APPROVAL-CARD
           IF APC-OVERDUE-DAYS IS NUMERIC
              MOVE APC-OVERDUE-DAYS     TO WS-OVERDUE-DAYS
           END-IF
           OPEN EXTEND RUNAUDIT
           OPEN INPUT APRTRANS
           OPEN OUTPUT APRRPT
           OPEN OUTPUT POPRINT
           OPEN OUTPUT POXMIT
           MOVE WS-APRRPT-HEADING       TO APRRPT-LINE
           WRITE APRRPT-LINE
           MOVE WS-APRRPT-COL-HEADING   TO APRRPT-LINE
           WRITE APRRPT-LINE
           PERFORM 020-SET-RUN-DATE-LILIAN
           PERFORM 010-LOAD-PO-TABLE
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
              DISPLAY 'POAPPRV PO TABLE IS FULL - POFILE HOLDS MORE '
                 'THAN 5000 RECORDS.  NO DECISIONS APPLIED.'
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
              DISPLAY 'POAPPRV RUN DATE ' WS-RUN-START-DATE
                 ' FAILED LILIAN CONVERSION - MSG ' MSG-NO
              MOVE 0                    TO WS-RUN-DATE-LILIAN
           END-IF
           .
      *
       100-PROCESS-DECISIONS.
           PERFORM UNTIL IS-APRTRANS-EOF
              READ APRTRANS
                 AT END
                    MOVE 'Y'            TO WS-APRTRANS-EOF
                 NOT AT END
                    ADD 1               TO WS-TRANS-COUNT
                    PERFORM 200-APPLY-DECISION
              END-READ
           END-PERFORM
           .
      *
      * ****************************************************************
      * ** 200-APPLY-DECISION
      * ** Edits the decision against the order it names, applies it
      * ** when clean, and logs the outcome either way.
      * ****************************************************************
       200-APPLY-DECISION.
           MOVE APR-ACTION              TO APG-ACTION
           MOVE APR-PO-NUMBER           TO APG-PO-NUMBER
           MOVE APR-APPROVER-ID         TO APG-APPROVER-ID
           MOVE SPACES                  TO APG-REASON
           PERFORM 300-EDIT-DECISION
           IF WS-TRAN-IS-VALID
              EVALUATE TRUE
                 WHEN APR-APPROVE
                    PERFORM 400-RELEASE-ORDER
                 WHEN APR-REJECT
                    PERFORM 450-VOID-ORDER
              END-EVALUATE
              MOVE 'ACCEPTED'           TO APG-RESULT
              ADD 1                     TO WS-ACCEPT-COUNT
           ELSE
              MOVE 'REJECTED'           TO APG-RESULT
              ADD 1                     TO WS-REJECT-COUNT
           END-IF
           MOVE WS-APRRPT-DETAIL        TO APRRPT-LINE
           WRITE APRRPT-LINE
           .
      *
      * ****************************************************************
      * ** 300-EDIT-DECISION
      * ** The decision has to carry an approver and name an order on
      * ** file that is still held - an order already released,
      * ** received or cancelled has had its decision.  On exit with
      * ** the decision valid, the header is in the POREC work area
      * ** and WS-PO-FOUND-SUB points at it.
      * ****************************************************************
       300-EDIT-DECISION.
           MOVE 'N'                     TO WS-TRAN-VALID
           EVALUATE TRUE
              WHEN NOT APR-VALID-ACTION
                 MOVE ' UNKNOWN ACTION CODE.'
                                        TO APG-REASON
              WHEN APR-APPROVER-ID = SPACES
                 MOVE ' APPROVER ID IS REQUIRED.'
                                        TO APG-REASON
              WHEN APR-PO-NUMBER IS NOT NUMERIC
                 MOVE ' PO NUMBER IS NOT VALID.'
                                        TO APG-REASON
              WHEN OTHER
                 MOVE APR-PO-NUMBER     TO WS-TRAN-PO-NUMBER
                 PERFORM 210-FIND-PO
                 EVALUATE TRUE
                    WHEN WS-PO-FOUND-NO
                       MOVE ' PO NUMBER IS NOT ON THE PO FILE.'
                                        TO APG-REASON
                    WHEN NOT PO-IS-PENDING-APPROVAL
                       MOVE ' ORDER IS NOT HELD FOR APPROVAL.'
                                        TO APG-REASON
                    WHEN OTHER
                       MOVE 'Y'         TO WS-TRAN-VALID
                 END-EVALUATE
           END-EVALUATE
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
      * ** 400-RELEASE-ORDER
      * ** Opens the held order and prints it for the supplier, and
      * ** transmits it when the supplier is on the SUPPLIER master.
      * ** The order keeps the date FINPOGEN cut it and its
      * ** required-by dates; receiving and aging take it up from
      * ** here.
      * ****************************************************************
       400-RELEASE-ORDER.
           MOVE 'N'                     TO PO-RECEIVED-FLAG
           MOVE PO-RECORD               TO WS-PO-IMAGE(PO-I)
           ADD 1                        TO WS-RELEASED-COUNT
           ADD PO-TOTAL-VALUE           TO WS-RELEASED-VALUE
           PERFORM 700-PRINT-ORDER
           IF PO-SUPPLIER-NUMBER NOT = SPACES
              PERFORM 750-TRANSMIT-ORDER
              MOVE ' ORDER APPROVED - RELEASED AND SENT.'
                                        TO APG-REASON
           ELSE
              MOVE ' ORDER APPROVED - RELEASED TO PRINT.'
                                        TO APG-REASON
           END-IF
           .
      *
      * ****************************************************************
      * ** 450-VOID-ORDER
      * ** Cancels the held order and every line on it as of the run
      * ** date - the state POMAINT leaves a cancelled order in, so
      * ** every reader already passes it by.
      * ****************************************************************
       450-VOID-ORDER.
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
           SET PO-I                     TO WS-PO-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           MOVE 'C'                     TO PO-RECEIVED-FLAG
           MOVE WS-RUN-START-DATE       TO PO-RECEIVED-DATE
           MOVE PO-RECORD               TO WS-PO-IMAGE(PO-I)
           ADD 1                        TO WS-VOIDED-COUNT
           MOVE ' ORDER REJECTED - VOIDED.'
                                        TO APG-REASON
           .
      *
      * ****************************************************************
      * ** 600-REPORT-OVERDUE-ORDERS
      * ** After the decisions, every order still held is counted and
      * ** any held longer than WS-OVERDUE-DAYS since its order date
      * ** is listed for purchasing management to chase.
      * ****************************************************************
       600-REPORT-OVERDUE-ORDERS.
           MOVE SPACES                  TO APRRPT-LINE
           WRITE APRRPT-LINE
           MOVE WS-OVERDUE-DAYS         TO OVH-DAYS
           MOVE WS-OVERDUE-HEADING      TO APRRPT-LINE
           WRITE APRRPT-LINE
           MOVE WS-OVERDUE-COL-HEADING  TO APRRPT-LINE
           WRITE APRRPT-LINE
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              IF PO-IS-HEADER AND
                 PO-IS-PENDING-APPROVAL
                 ADD 1                  TO WS-STILL-HELD-COUNT
                 PERFORM 610-SET-DAYS-HELD
                 IF WS-DAYS-HELD > WS-OVERDUE-DAYS
                    PERFORM 620-PRINT-OVERDUE-ORDER
                 END-IF
              END-IF
           END-PERFORM
           IF WS-OVERDUE-COUNT = 0
              MOVE WS-OVERDUE-NONE-LINE TO APRRPT-LINE
              WRITE APRRPT-LINE
           END-IF
           .
      *
      * ****************************************************************
      * ** 610-SET-DAYS-HELD
      * ** Days from the order date to the run date.  An order date
      * ** that will not convert is reported as held zero days
      * ** rather than guessed at.
      * ****************************************************************
       610-SET-DAYS-HELD.
           MOVE 0                       TO WS-DAYS-HELD
           IF WS-RUN-DATE-LILIAN NOT = 0 AND
              PO-ORDER-DATE IS NUMERIC
              MOVE 8                    TO VSTRING-LENGTH OF IN-DATE
              MOVE PO-ORDER-DATE        TO VSTRING-TEXT OF IN-DATE(1:8)
              MOVE 8                    TO VSTRING-LENGTH OF PICSTR
              MOVE 'YYYYMMDD'           TO VSTRING-TEXT OF PICSTR(1:8)
              CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
              IF SEVERITY = 0
                 COMPUTE WS-DAYS-HELD = WS-RUN-DATE-LILIAN - LILIAN
              ELSE
                 DISPLAY 'POAPPRV PO ' PO-NUMBER ' ORDER DATE '
                    PO-ORDER-DATE ' FAILED LILIAN CONVERSION - MSG '
                    MSG-NO
              END-IF
           END-IF
           .
      *
       620-PRINT-OVERDUE-ORDER.
           ADD 1                        TO WS-OVERDUE-COUNT
           MOVE PO-NUMBER               TO OVD-PO-NUMBER
           MOVE PO-ORDER-DATE           TO OVD-ORDER-DATE
           MOVE PO-SUPPLIER-NUMBER      TO OVD-SUPPLIER-NUMBER
           MOVE PO-LINE-COUNT           TO OVD-LINE-COUNT
           MOVE PO-TOTAL-VALUE          TO OVD-TOTAL-VALUE
           MOVE WS-DAYS-HELD            TO OVD-DAYS-HELD
           MOVE WS-OVERDUE-DETAIL       TO APRRPT-LINE
           WRITE APRRPT-LINE
           .
      *
      * ****************************************************************
      * ** 700-PRINT-ORDER
      * ** Prints the released order in the POREC work area - heading,
      * ** ORDER and REMIT addresses, each live line, and the order
      * ** total - the layout FINPOGEN's 240/260/280 paragraphs use.
      * ** The header is back in the POREC work area afterward.
      * ****************************************************************
       700-PRINT-ORDER.
           MOVE WS-PO-RULE-LINE         TO POPRINT-LINE
           WRITE POPRINT-LINE
           MOVE PO-NUMBER               TO POH-PO-NUMBER
           MOVE PO-ORDER-DATE           TO POH-ORDER-DATE
           MOVE WS-PO-HEADING-1         TO POPRINT-LINE
           WRITE POPRINT-LINE
           MOVE PO-REQUIRED-BY-DATE     TO POR-REQUIRED-DATE
           MOVE PO-LINE-COUNT           TO POR-LINE-COUNT
           MOVE WS-PO-REQUIRED-LINE     TO POPRINT-LINE
           WRITE POPRINT-LINE
           MOVE 'ORDER FROM:'           TO POT-ADDR-TAG
           MOVE WS-PO-ADDR-TAG-LINE     TO POPRINT-LINE
           WRITE POPRINT-LINE
           MOVE PO-ORD-ADDRESS-1        TO POA-ADDR-TEXT
           MOVE WS-PO-ADDR-TEXT-LINE    TO POPRINT-LINE
           WRITE POPRINT-LINE
           IF PO-ORD-ADDRESS-2 NOT = SPACES
              MOVE PO-ORD-ADDRESS-2     TO POA-ADDR-TEXT
              MOVE WS-PO-ADDR-TEXT-LINE TO POPRINT-LINE
              WRITE POPRINT-LINE
           END-IF
           MOVE PO-ORD-CITY             TO POC-CITY
           MOVE PO-ORD-STATE            TO POC-STATE
           MOVE PO-ORD-ZIP-CODE         TO POC-ZIP-CODE
           MOVE PO-ORD-ZIP-CODE-EXT     TO POC-ZIP-CODE-EXT
           MOVE PO-ORD-COUNTRY          TO POC-COUNTRY
           MOVE WS-PO-CITY-LINE         TO POPRINT-LINE
           WRITE POPRINT-LINE
           MOVE 'REMIT TO:  '           TO POT-ADDR-TAG
           MOVE WS-PO-ADDR-TAG-LINE     TO POPRINT-LINE
           WRITE POPRINT-LINE
           MOVE PO-RMT-ADDRESS-1        TO POA-ADDR-TEXT
           MOVE WS-PO-ADDR-TEXT-LINE    TO POPRINT-LINE
           WRITE POPRINT-LINE
           IF PO-RMT-ADDRESS-2 NOT = SPACES
              MOVE PO-RMT-ADDRESS-2     TO POA-ADDR-TEXT
              MOVE WS-PO-ADDR-TEXT-LINE TO POPRINT-LINE
              WRITE POPRINT-LINE
           END-IF
           MOVE PO-RMT-CITY             TO POC-CITY
           MOVE PO-RMT-STATE            TO POC-STATE
           MOVE PO-RMT-ZIP-CODE         TO POC-ZIP-CODE
           MOVE PO-RMT-ZIP-CODE-EXT     TO POC-ZIP-CODE-EXT
           MOVE PO-RMT-COUNTRY          TO POC-COUNTRY
           MOVE WS-PO-CITY-LINE         TO POPRINT-LINE
           WRITE POPRINT-LINE
           MOVE PO-TOTAL-VALUE          TO POG-TOTAL-VALUE
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              IF PO-IS-LINE AND
                 PO-NUMBER IS NUMERIC AND
                 PO-NUMBER = WS-TRAN-PO-NUMBER AND
                 NOT PO-LINE-IS-CANCELLED
                 PERFORM 710-PRINT-ORDER-LINE
              END-IF
           END-PERFORM
           MOVE WS-PO-TOTAL-LINE        TO POPRINT-LINE
           WRITE POPRINT-LINE
           SET PO-I                     TO WS-PO-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           .
      *
       710-PRINT-ORDER-LINE.
           MOVE PO-LINE-NUMBER          TO POL-LINE-NUMBER
           MOVE PO-LINE-PART-NUMBER     TO POL-PART-NUMBER
           MOVE PO-LINE-PART-NAME       TO POL-PART-NAME
           MOVE WS-PO-LINE-HEADER       TO POPRINT-LINE
           WRITE POPRINT-LINE
           MOVE PO-LINE-VEHICLE-MAKE    TO POV-VEHICLE-MAKE
           MOVE PO-LINE-VEHICLE-MODEL   TO POV-VEHICLE-MODEL
           MOVE PO-LINE-VEHICLE-YEAR    TO POV-VEHICLE-YEAR
           MOVE WS-PO-VEHICLE-LINE      TO POPRINT-LINE
           WRITE POPRINT-LINE
           MOVE PO-LINE-REQUIRED-BY-DATE
                                        TO POQ-REQUIRED-DATE
           MOVE PO-LINE-WEEKS-LEAD-TIME TO POQ-LEAD-WEEKS
           MOVE WS-PO-LINE-REQ-LINE     TO POPRINT-LINE
           WRITE POPRINT-LINE
           MOVE PO-LINE-ORDER-QUANTITY  TO POY-QUANTITY
           MOVE PO-LINE-UNIT-COST       TO POY-UNIT-COST
           MOVE PO-LINE-EXTENDED-COST   TO POY-EXTENDED-COST
           MOVE WS-PO-LINE-VAL-LINE     TO POPRINT-LINE
           WRITE POPRINT-LINE
           .
      *
      * ****************************************************************
      * ** 750-TRANSMIT-ORDER
      * ** Sends the released order on POXMIT in the layout FINPOGEN
      * ** sends an unheld order in - header, each live line and a
      * ** trailer - and dates each live line sent as of the run, so
      * ** the acknowledgement clock starts at release, not at the
      * ** date the order was cut.  The header is back in the POREC
      * ** work area afterward.
      * ****************************************************************
       750-TRANSMIT-ORDER.
           ADD 1                        TO WS-SENT-COUNT
           MOVE ZEROS                   TO WS-XMIT-RECORDS
           MOVE ZEROS                   TO WS-XMIT-LINES
           MOVE PO-SUPPLIER-NUMBER      TO WS-XMIT-SUPPLIER
           MOVE SPACES                  TO PO-TRANSMIT-REC
           MOVE 'H'                     TO PTX-RECORD-TYPE
           MOVE PO-SUPPLIER-NUMBER      TO PTX-SUPPLIER-NUMBER
           MOVE PO-NUMBER               TO PTX-PO-NUMBER
           MOVE PO-ORDER-DATE           TO PTX-ORDER-DATE
           MOVE WS-RUN-START-DATE       TO PTX-SENT-DATE
           MOVE PO-REQUIRED-BY-DATE     TO PTX-REQUIRED-BY-DATE
           MOVE PO-LINE-COUNT           TO PTX-LINE-COUNT
           MOVE PO-ORDER-ADDRESS        TO PTX-ORDER-ADDRESS
           MOVE PO-TOTAL-VALUE          TO PTX-TOTAL-VALUE
           WRITE PO-TRANSMIT-REC
           ADD 1                        TO WS-XMIT-RECORDS
           PERFORM VARYING PO-I FROM 1 BY 1
              UNTIL PO-I > WS-PO-COUNT
              MOVE WS-PO-IMAGE(PO-I)    TO PO-RECORD
              IF PO-IS-LINE AND
                 PO-NUMBER IS NUMERIC AND
                 PO-NUMBER = WS-TRAN-PO-NUMBER AND
                 NOT PO-LINE-IS-CANCELLED
                 PERFORM 760-TRANSMIT-LINE
              END-IF
           END-PERFORM
           SET PO-I                     TO WS-PO-FOUND-SUB
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           MOVE SPACES                  TO PO-TRANSMIT-REC
           MOVE 'T'                     TO PTX-RECORD-TYPE
           MOVE PO-SUPPLIER-NUMBER      TO PTX-SUPPLIER-NUMBER
           MOVE PO-NUMBER               TO PTX-PO-NUMBER
           ADD 1                        TO WS-XMIT-RECORDS
           MOVE WS-XMIT-RECORDS         TO PTX-RECORD-COUNT
           MOVE WS-XMIT-LINES           TO PTX-TRAILER-LINES
           MOVE PO-TOTAL-VALUE          TO PTX-TRAILER-VALUE
           WRITE PO-TRANSMIT-REC
           .
      *
       760-TRANSMIT-LINE.
           MOVE WS-RUN-START-DATE       TO PO-LINE-SENT-DATE
           MOVE PO-RECORD               TO WS-PO-IMAGE(PO-I)
           MOVE SPACES                  TO PO-TRANSMIT-REC
           MOVE 'L'                     TO PTX-RECORD-TYPE
           MOVE WS-XMIT-SUPPLIER        TO PTX-SUPPLIER-NUMBER
           MOVE PO-NUMBER               TO PTX-PO-NUMBER
           MOVE PO-LINE-NUMBER          TO PTX-LINE-NUMBER
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
           ADD 1                        TO WS-XMIT-LINES
           .
      *
      * ****************************************************************
      * ** 800-REWRITE-POFILE
      * ** Writes the resident table back over POFILE with the
      * ** decisions applied.
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
           MOVE SPACES                  TO APRRPT-LINE
           WRITE APRRPT-LINE
           MOVE WS-APRRPT-TOTAL-LINE    TO APRRPT-LINE
           WRITE APRRPT-LINE
           MOVE WS-RELEASED-COUNT       TO TL-RELEASED-COUNT
           MOVE WS-VOIDED-COUNT         TO TL-VOIDED-COUNT
           MOVE WS-STILL-HELD-COUNT     TO TL-STILL-HELD-COUNT
           MOVE WS-APRRPT-RESULT-LINE   TO APRRPT-LINE
           WRITE APRRPT-LINE
           MOVE WS-PO-RULE-LINE         TO POPRINT-LINE
           WRITE POPRINT-LINE
           MOVE WS-RELEASED-COUNT       TO TL-ORDERS-RELEASED
           MOVE WS-RELEASED-VALUE       TO TL-DOLLARS-RELEASED
           MOVE WS-VALUE-TOTAL-LINE     TO POPRINT-LINE
           WRITE POPRINT-LINE
           IF WS-OVERDUE-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4                    TO RETURN-CODE
           END-IF
           PERFORM 950-WRITE-RUN-AUDIT
           CLOSE RUNAUDIT
           CLOSE APRTRANS
           CLOSE APRRPT
           CLOSE POPRINT
           CLOSE POXMIT
           DISPLAY 'POAPPRV DECISIONS READ   : ' WS-TRANS-COUNT
           DISPLAY 'POAPPRV ACCEPTED         : ' WS-ACCEPT-COUNT
           DISPLAY 'POAPPRV REJECTED         : ' WS-REJECT-COUNT
           DISPLAY 'POAPPRV ORDERS RELEASED  : ' WS-RELEASED-COUNT
           DISPLAY 'POAPPRV ORDERS SENT      : ' WS-SENT-COUNT
           DISPLAY 'POAPPRV ORDERS VOIDED    : ' WS-VOIDED-COUNT
           DISPLAY 'POAPPRV STILL HELD       : ' WS-STILL-HELD-COUNT
           DISPLAY 'POAPPRV HELD PAST LIMIT  : ' WS-OVERDUE-COUNT
           .
      *
      * ****************************************************************
      * ** 950-WRITE-RUN-AUDIT
      * ** One record to the permanent RUNAUDIT file for this run.
      * ****************************************************************
       950-WRITE-RUN-AUDIT.
           MOVE 'POAPPRV'               TO RA-PROGRAM-ID
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
