       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVREPL.
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
           SELECT REPLBAT
              ASSIGN          TO REPLBAT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-REPLBAT-STATUS
           .
           SELECT REPLRPT
              ASSIGN          TO REPLRPT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-REPLRPT-STATUS
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
           DATA RECORD IS INV-BALANCE-REC.
       COPY INVBLREC.
      *
       FD  PARTMAST
           RECORD CONTAINS 367 CHARACTERS
           DATA RECORD IS PARTS-MASTER-REC.
       COPY PARTMAST.
      *
      * ** The reorder batch - the PARTSIN layout, control records
      * ** and all, so it goes through FINAL01 like any other feed.
       FD  REPLBAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 376 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PART-SUPP-ADDR-PO.
       COPY PARTSUPP.
       COPY BATCHCTL.
      *
       FD  REPLRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPLRPT-LINE.
       01  REPLRPT-LINE                 PIC X(80).
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
       77  WS-REPLBAT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-REPLRPT-STATUS        PIC X(02) VALUE SPACES.
      *
       77  WS-PARTS-READ            PIC 9(08) VALUE ZEROS.
       77  WS-NO-BALANCE-COUNT      PIC 9(08) VALUE ZEROS.
       77  WS-BELOW-COUNT           PIC 9(08) VALUE ZEROS.
       77  WS-DETAIL-COUNT          PIC 9(08) VALUE ZEROS.
       77  WS-NO-QUANTITY-COUNT     PIC 9(08) VALUE ZEROS.
       77  WS-CAPPED-COUNT          PIC 9(08) VALUE ZEROS.
      *
      * ** Run-audit state - captured at start-up, one RUNAUDIT
      * ** record appended at end of run, the same as POMAINT.
       77  WS-RUNAUDIT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RUN-START-DATE        PIC 9(08) VALUE ZEROS.
       77  WS-RUN-START-TIME        PIC 9(06) VALUE ZEROS.
       77  WS-TIME-WORK             PIC 9(08) VALUE ZEROS.
       77  WS-END-STATUS            PIC X(14) VALUE 'NORMAL'.
      *
      * ** Without balances or the parts master there is nothing to
      * ** suggest - the batch is left empty and the run ends RC 12.
       77  WS-RUN-STOPPED           PIC X(01) VALUE 'N'.
           88 WS-RUN-IS-STOPPED     VALUE 'Y'.
      *
      * ** SYSIN control card - the most standard order lots one
      * ** part may be suggested in a single run.  A shortfall
      * ** bigger than that is a reorder point or a usage figure to
      * ** look at, not a quantity to order blind.
       01  WS-REPL-CARD.
           05  RPC-MAX-LOTS             PIC X(02).
           05  FILLER                   PIC X(78).
       77  WS-MAX-LOTS              PIC 9(02) VALUE 5.
      *
      * ** Batch ID for FINAL01's batch registry - RP and the run
      * ** date, so one reorder batch is accepted per day and a
      * ** second run the same day is refused as a duplicate.
       01  WS-BATCH-ID.
           05  FILLER                   PIC X(02) VALUE 'RP'.
           05  WS-BATCH-ID-DATE         PIC X(06) VALUE SPACES.
      *
      * ** Old INVBAL key for the match against PARTMAST - HIGH-VALUES
      * ** once the balance file is exhausted.
       77  WS-INVBAL-KEY            PIC X(10) VALUE SPACES.
      *
      * ** Replenishment arithmetic for the part in hand.
       77  WS-AVAILABLE             PIC S9(08) VALUE ZEROS.
       77  WS-SHORTFALL             PIC 9(08) VALUE ZEROS.
       77  WS-LOTS                  PIC 9(08) VALUE ZEROS.
       77  WS-LOTS-REMAINDER        PIC 9(05) VALUE ZEROS.
       77  WS-SUGGESTED-QUANTITY    PIC 9(07) VALUE ZEROS.
      *
      * ** Required delivery date for the part's records - the run
      * ** date plus the part's weeks of lead time, the earliest date
      * ** FINPORDR's delivery-date edit accepts.  Worked in Lilian
      * ** days with the Language Environment date services, the
      * ** same plumbing FINPORDR carries.
       77  WS-RUN-DATE-LILIAN       PIC S9(9) BINARY VALUE 0.
       77  WS-DELIVERY-DATE         PIC X(08) VALUE SPACES.
       77  WS-NO-DATE-COUNT         PIC 9(08) VALUE ZEROS.
      *
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
       01  OUT-DATE                PIC X(80).
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
       01  WS-REPLRPT-HEADING.
           05  FILLER               PIC X(80) VALUE
               'INVREPL - REORDER SUGGESTIONS'.
       01  WS-REPLRPT-BATCH-HEADING.
           05  FILLER               PIC X(06) VALUE 'BATCH '.
           05  RPH-BATCH-ID         PIC X(08).
           05  FILLER               PIC X(09) VALUE ' CREATED '.
           05  RPH-CREATION-DATE    PIC 9(08).
           05  FILLER               PIC X(16) VALUE ' MAXIMUM LOTS : '.
           05  RPH-MAX-LOTS         PIC Z9.
           05  FILLER               PIC X(31) VALUE SPACES.
       01  WS-REPLRPT-COL-HEADING.
           05  FILLER               PIC X(11) VALUE 'PART'.
           05  FILLER               PIC X(11) VALUE 'MAKE'.
           05  FILLER               PIC X(03) VALUE 'LT'.
           05  FILLER               PIC X(08) VALUE ' ON HAND'.
           05  FILLER               PIC X(08) VALUE 'ON ORDER'.
           05  FILLER               PIC X(08) VALUE 'REORDER'.
           05  FILLER               PIC X(03) VALUE 'LOT'.
           05  FILLER               PIC X(10) VALUE 'SUGGESTED'.
           05  FILLER               PIC X(18) VALUE 'MESSAGE'.
       01  WS-REPLRPT-DETAIL.
           05  RPL-PART-NUMBER      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPL-VEHICLE-MAKE     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPL-LEAD-TIME        PIC Z9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPL-ON-HAND          PIC -(6)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPL-ON-ORDER         PIC Z(6)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPL-REORDER-POINT    PIC Z(6)9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPL-LOTS             PIC Z9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPL-SUGGESTED        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPL-MESSAGE          PIC X(18).
       01  WS-REPLRPT-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               'PARTS READ........:'.
           05  TL-PARTS-READ        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE 'BELOW RP..:'.
           05  TL-BELOW-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE ' RECORDS..:'.
           05  TL-DETAIL-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
       01  WS-REPLRPT-EXCEPT-LINE.
           05  FILLER               PIC X(20) VALUE
               'NO BALANCE........:'.
           05  TL-NO-BALANCE        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE 'NO ORD QTY:'.
           05  TL-NO-QUANTITY       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE ' CAPPED...:'.
           05  TL-CAPPED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
      *
      * ** Finds the parts whose stock on hand plus stock already on
      * ** order has fallen below the reorder point - the cover the
      * ** buyer wants over the part's lead time - and writes each
      * ** one to REPLBAT as a PARTSIN change record built from its
      * ** own PARTMAST entry, inside a *HDR* / *TRL* batch.  The
      * ** records carry the master's data unchanged, so FINAL01's
      * ** edits pass them, its rewrite leaves the master as it was,
      * ** and they reach FINPOGEN on PARTSACC to be ordered like
      * ** any other part.  Each record orders one standard lot
      * ** (PM-ORDER-QUANTITY) - a change record carrying any other
      * ** quantity would rewrite the master's lot size - so a
      * ** shortfall of more than one lot is written as that many
      * ** records, up to the control card's maximum.  Run after
      * ** INVPOST so the on-order figures are the day's.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           IF WS-RUN-IS-STOPPED
              MOVE 12                   TO RETURN-CODE
           ELSE
              PERFORM 100-FIND-REORDER-PARTS
              PERFORM 800-WRITE-BATCH-TRAILER
           END-IF
           PERFORM 900-TERMINATION
           STOP RUN
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-RUN-START-DATE     FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK          FROM TIME
           MOVE WS-TIME-WORK(1:6)       TO WS-RUN-START-TIME
           MOVE SPACES                  TO WS-REPL-CARD
           ACCEPT WS-REPL-CARD
           IF RPC-MAX-LOTS IS NUMERIC AND RPC-MAX-LOTS > '00'
              MOVE RPC-MAX-LOTS         TO WS-MAX-LOTS
           END-IF
           MOVE WS-RUN-START-DATE(3:6)  TO WS-BATCH-ID-DATE
           PERFORM 010-SET-RUN-DATE-LILIAN
           OPEN EXTEND RUNAUDIT
           OPEN OUTPUT REPLBAT
           OPEN OUTPUT REPLRPT
           MOVE WS-REPLRPT-HEADING      TO REPLRPT-LINE
           WRITE REPLRPT-LINE
           MOVE WS-BATCH-ID             TO RPH-BATCH-ID
           MOVE WS-RUN-START-DATE       TO RPH-CREATION-DATE
           MOVE WS-MAX-LOTS             TO RPH-MAX-LOTS
           MOVE WS-REPLRPT-BATCH-HEADING
                                        TO REPLRPT-LINE
           WRITE REPLRPT-LINE
           MOVE WS-REPLRPT-COL-HEADING  TO REPLRPT-LINE
           WRITE REPLRPT-LINE
           OPEN INPUT INVBAL
           IF WS-INVBAL-STATUS NOT = '00'
              DISPLAY 'INVREPL BALANCE FILE NOT AVAILABLE - STATUS '
                 WS-INVBAL-STATUS '.  NO BATCH WRITTEN.'
              MOVE 'Y'                  TO WS-RUN-STOPPED
              MOVE 'NO-BALANCES'        TO WS-END-STATUS
           END-IF
           OPEN INPUT PARTMAST
           IF WS-PARTMAST-STATUS NOT = '00'
              DISPLAY 'INVREPL PARTS MASTER NOT AVAILABLE - STATUS '
                 WS-PARTMAST-STATUS '.  NO BATCH WRITTEN.'
              MOVE 'Y'                  TO WS-RUN-STOPPED
              MOVE 'NO-PART-MASTER'     TO WS-END-STATUS
           END-IF
           IF NOT WS-RUN-IS-STOPPED
              MOVE SPACES               TO BATCH-HEADER-REC
              MOVE '*HDR*'              TO BH-RECORD-ID
              MOVE WS-BATCH-ID          TO BH-BATCH-ID
              MOVE WS-RUN-START-DATE    TO BH-CREATION-DATE
              WRITE BATCH-HEADER-REC
           END-IF
           .
      *
      * ****************************************************************
      * ** 010-SET-RUN-DATE-LILIAN
      * ** The run date as a Lilian day number, converted once.  A
      * ** run date that will not convert stops the run - every
      * ** record would go out undated and be rejected by FINPORDR.
      * ****************************************************************
       010-SET-RUN-DATE-LILIAN.
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE WS-RUN-START-DATE       TO VSTRING-TEXT OF IN-DATE(1:8)
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'              TO VSTRING-TEXT OF PICSTR(1:8)
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY = 0
              MOVE LILIAN               TO WS-RUN-DATE-LILIAN
           ELSE
              DISPLAY 'INVREPL RUN DATE ' WS-RUN-START-DATE
                 ' FAILED LILIAN CONVERSION - MSG ' MSG-NO
                 '.  NO BATCH WRITTEN.'
              MOVE 'Y'                  TO WS-RUN-STOPPED
              MOVE 'BAD-RUN-DATE'       TO WS-END-STATUS
           END-IF
           .
      *
      * ****************************************************************
      * ** 100-FIND-REORDER-PARTS
      * ** Matches PARTMAST against INVBAL, both in part-number
      * ** order.  INVPOST builds INVBAL from the master, so a part
      * ** without a balance was added since the last posting - it
      * ** is counted and passed by until it has one.
      * ****************************************************************
       100-FIND-REORDER-PARTS.
           PERFORM 110-READ-BALANCE
           PERFORM UNTIL IS-PARTMAST-EOF
              READ PARTMAST NEXT RECORD
                 AT END
                    MOVE 'Y'            TO WS-PARTMAST-EOF
                 NOT AT END
                    ADD 1               TO WS-PARTS-READ
                    PERFORM UNTIL WS-INVBAL-KEY NOT < PM-PART-NUMBER
                       PERFORM 110-READ-BALANCE
                    END-PERFORM
                    IF WS-INVBAL-KEY = PM-PART-NUMBER
                       PERFORM 200-CHECK-REORDER-POINT
                    ELSE
                       ADD 1            TO WS-NO-BALANCE-COUNT
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       110-READ-BALANCE.
           READ INVBAL
              AT END
                 MOVE 'Y'               TO WS-INVBAL-EOF
                 MOVE HIGH-VALUES       TO WS-INVBAL-KEY
              NOT AT END
                 MOVE IB-PART-NUMBER    TO WS-INVBAL-KEY
           END-READ
           .
      *
      * ****************************************************************
      * ** 200-CHECK-REORDER-POINT
      * ** A part with a reorder point whose on hand plus on order
      * ** is below it is short by the difference; the shortfall is
      * ** rounded up to whole standard lots.  A part with no
      * ** standard order quantity on the master cannot be ordered
      * ** from here and is listed for the buyer instead.
      * ****************************************************************
       200-CHECK-REORDER-POINT.
           IF IB-REORDER-POINT > 0
              COMPUTE WS-AVAILABLE = IB-ON-HAND + IB-ON-ORDER
              IF WS-AVAILABLE < IB-REORDER-POINT
                 ADD 1                  TO WS-BELOW-COUNT
                 COMPUTE WS-SHORTFALL =
                    IB-REORDER-POINT - WS-AVAILABLE
                 MOVE SPACES            TO RPL-MESSAGE
                 MOVE ZEROS             TO WS-LOTS
                 MOVE ZEROS             TO WS-SUGGESTED-QUANTITY
                 IF PM-ORDER-QUANTITY IS NOT NUMERIC OR
                    PM-ORDER-QUANTITY = 0
                    MOVE 'NO ORDER QUANTITY'
                                        TO RPL-MESSAGE
                    ADD 1               TO WS-NO-QUANTITY-COUNT
                 ELSE
                    DIVIDE WS-SHORTFALL BY PM-ORDER-QUANTITY
                       GIVING WS-LOTS REMAINDER WS-LOTS-REMAINDER
                    IF WS-LOTS-REMAINDER > 0
                       ADD 1            TO WS-LOTS
                    END-IF
                    IF WS-LOTS > WS-MAX-LOTS
                       MOVE WS-MAX-LOTS TO WS-LOTS
                       MOVE 'CAPPED AT MAX LOTS'
                                        TO RPL-MESSAGE
                       ADD 1            TO WS-CAPPED-COUNT
                    END-IF
                    COMPUTE WS-SUGGESTED-QUANTITY =
                       WS-LOTS * PM-ORDER-QUANTITY
                    PERFORM 250-SET-DELIVERY-DATE
                    IF WS-DELIVERY-DATE = SPACES
                       MOVE 'NO DELIVERY DATE'
                                        TO RPL-MESSAGE
                       ADD 1            TO WS-NO-DATE-COUNT
                    ELSE
                       PERFORM 300-WRITE-REORDER-RECORD WS-LOTS TIMES
                    END-IF
                 END-IF
                 PERFORM 400-PRINT-SUGGESTION
              END-IF
           END-IF
           .
      *
      * ****************************************************************
      * ** 250-SET-DELIVERY-DATE
      * ** The run date plus the part's lead time in weeks, back to
      * ** YYYYMMDD.  A part whose lead time is not numeric, or a
      * ** date that will not convert, leaves WS-DELIVERY-DATE blank
      * ** and the part is listed for the buyer instead of written.
      * ****************************************************************
       250-SET-DELIVERY-DATE.
           MOVE SPACES                  TO WS-DELIVERY-DATE
           IF PM-WEEKS-LEAD-TIME IS NUMERIC
              COMPUTE LILIAN =
                 WS-RUN-DATE-LILIAN + PM-WEEKS-LEAD-TIME * 7
              MOVE 8                    TO VSTRING-LENGTH OF PICSTR
              MOVE 'YYYYMMDD'           TO VSTRING-TEXT OF PICSTR(1:8)
              CALL 'CEEDATE' USING LILIAN, PICSTR, OUT-DATE, FC
              IF SEVERITY = 0
                 MOVE OUT-DATE(1:8)     TO WS-DELIVERY-DATE
              END-IF
           END-IF
           .
      *
      * ****************************************************************
      * ** 300-WRITE-REORDER-RECORD
      * ** One standard lot of the part as a PARTSIN change record,
      * ** every field taken from the master.  The required delivery
      * ** date is the run date plus the part's lead time, so it
      * ** passes FINPORDR's delivery-date edit when FINAL01 edits
      * ** the batch the same day.
      * ****************************************************************
       300-WRITE-REORDER-RECORD.
           MOVE SPACES                  TO PART-SUPP-ADDR-PO
           MOVE PM-PART-NUMBER          TO PART-NUMBER
           MOVE PM-PART-NAME            TO PART-NAME
           MOVE PM-VEHICLE-MAKE         TO VEHICLE-MAKE
           MOVE PM-VEHICLE-MODEL        TO VEHICLE-MODEL
           MOVE PM-VEHICLE-YEAR         TO VEHICLE-YEAR
           MOVE PM-WEEKS-LEAD-TIME      TO WEEKS-LEAD-TIME
           MOVE PM-PART-SUPP-ADDRESS(1) TO PART-SUPP-ADDRESS(1)
           MOVE PM-PART-SUPP-ADDRESS(2) TO PART-SUPP-ADDRESS(2)
           MOVE PM-PART-SUPP-ADDRESS(3) TO PART-SUPP-ADDRESS(3)
           MOVE 'C'                     TO PART-ACTION-CODE
           MOVE PM-SUPPLIER-NUMBER      TO SUPPLIER-NUMBER
           MOVE WS-DELIVERY-DATE        TO REQUIRED-DELIVERY-DATE
           MOVE PM-ORDER-QUANTITY       TO ORDER-QUANTITY
           MOVE PM-UNIT-COST            TO UNIT-COST
           WRITE PART-SUPP-ADDR-PO
           ADD 1                        TO WS-DETAIL-COUNT
           .
      *
       400-PRINT-SUGGESTION.
           MOVE PM-PART-NUMBER          TO RPL-PART-NUMBER
           MOVE PM-VEHICLE-MAKE         TO RPL-VEHICLE-MAKE
           MOVE PM-WEEKS-LEAD-TIME      TO RPL-LEAD-TIME
           MOVE IB-ON-HAND              TO RPL-ON-HAND
           MOVE IB-ON-ORDER             TO RPL-ON-ORDER
           MOVE IB-REORDER-POINT        TO RPL-REORDER-POINT
           MOVE WS-LOTS                 TO RPL-LOTS
           MOVE WS-SUGGESTED-QUANTITY   TO RPL-SUGGESTED
           MOVE WS-REPLRPT-DETAIL       TO REPLRPT-LINE
           WRITE REPLRPT-LINE
           .
      *
       800-WRITE-BATCH-TRAILER.
           MOVE SPACES                  TO BATCH-TRAILER-REC
           MOVE '*TRL*'                 TO BT-RECORD-ID
           MOVE WS-DETAIL-COUNT         TO BT-DETAIL-COUNT
           WRITE BATCH-TRAILER-REC
           .
      *
       900-TERMINATION.
           MOVE WS-PARTS-READ           TO TL-PARTS-READ
           MOVE WS-BELOW-COUNT          TO TL-BELOW-COUNT
           MOVE WS-DETAIL-COUNT         TO TL-DETAIL-COUNT
           MOVE SPACES                  TO REPLRPT-LINE
           WRITE REPLRPT-LINE
           MOVE WS-REPLRPT-TOTAL-LINE   TO REPLRPT-LINE
           WRITE REPLRPT-LINE
           MOVE WS-NO-BALANCE-COUNT     TO TL-NO-BALANCE
           MOVE WS-NO-QUANTITY-COUNT    TO TL-NO-QUANTITY
           MOVE WS-CAPPED-COUNT         TO TL-CAPPED
           MOVE WS-REPLRPT-EXCEPT-LINE  TO REPLRPT-LINE
           WRITE REPLRPT-LINE
           IF (WS-NO-QUANTITY-COUNT > 0 OR WS-CAPPED-COUNT > 0 OR
               WS-NO-DATE-COUNT > 0) AND
              RETURN-CODE < 4
              MOVE 4                    TO RETURN-CODE
           END-IF
           PERFORM 950-WRITE-RUN-AUDIT
           CLOSE RUNAUDIT
           IF WS-INVBAL-STATUS = '00' OR WS-INVBAL-STATUS = '10'
              CLOSE INVBAL
           END-IF
           IF WS-PARTMAST-STATUS = '00' OR WS-PARTMAST-STATUS = '10'
              CLOSE PARTMAST
           END-IF
           CLOSE REPLBAT
           CLOSE REPLRPT
           DISPLAY 'INVREPL BATCH ID         : ' WS-BATCH-ID
           DISPLAY 'INVREPL PARTS READ       : ' WS-PARTS-READ
           DISPLAY 'INVREPL BELOW REORDER PT : ' WS-BELOW-COUNT
           DISPLAY 'INVREPL RECORDS WRITTEN  : ' WS-DETAIL-COUNT
           DISPLAY 'INVREPL NO BALANCE       : ' WS-NO-BALANCE-COUNT
           DISPLAY 'INVREPL NO ORDER QUANTITY: ' WS-NO-QUANTITY-COUNT
           DISPLAY 'INVREPL CAPPED           : ' WS-CAPPED-COUNT
           DISPLAY 'INVREPL NO DELIVERY DATE : ' WS-NO-DATE-COUNT
           .
      *
      * ****************************************************************
      * ** 950-WRITE-RUN-AUDIT
      * ** One record to the permanent RUNAUDIT file for this run.
      * ****************************************************************
       950-WRITE-RUN-AUDIT.
           MOVE 'INVREPL'               TO RA-PROGRAM-ID
           MOVE 'NORMAL'                TO RA-RUN-MODE
           MOVE 'COLD'                  TO RA-START-TYPE
           MOVE WS-RUN-START-DATE       TO RA-START-DATE
           MOVE WS-RUN-START-TIME       TO RA-START-TIME
           ACCEPT RA-END-DATE           FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK          FROM TIME
           MOVE WS-TIME-WORK(1:6)       TO RA-END-TIME
           MOVE WS-PARTS-READ           TO RA-RECORDS-READ
           MOVE WS-DETAIL-COUNT         TO RA-ACCEPT-COUNT
           COMPUTE RA-REJECT-COUNT =
              WS-NO-QUANTITY-COUNT + WS-NO-DATE-COUNT
           MOVE WS-END-STATUS           TO RA-END-STATUS
           WRITE RUN-AUDIT-REC
           .
      *
