       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPSCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POFILE
              ASSIGN          TO POFILE
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POFILE-STATUS
           .
           SELECT OPTIONAL POARCH
              ASSIGN          TO POARCH
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-POARCH-STATUS
           .
           SELECT OPTIONAL VEHMAKE
              ASSIGN          TO VEHMAKE
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-VEHMAKE-STATUS
           .
           SELECT SCORERPT
              ASSIGN          TO SCORERPT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-SCORERPT-STATUS
           .
       DATA DIVISION.
       FILE SECTION.
       FD  POFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 238 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POFILE-REC.
       01  POFILE-REC                   PIC X(238).
      *
       FD  POARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 238 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POARCH-REC.
       01  POARCH-REC                   PIC X(238).
      *
       FD  VEHMAKE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 15 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEHMAKE-REC.
       COPY VEHMAKER.
      *
       FD  SCORERPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SCORERPT-LINE.
       01  SCORERPT-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  WS-POFILE-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POFILE-EOF            PIC X(01) VALUE SPACES.
           88 IS-POFILE-EOF         VALUE 'Y'.
       77  WS-POARCH-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POARCH-EOF            PIC X(01) VALUE SPACES.
           88 IS-POARCH-EOF         VALUE 'Y'.
       77  WS-VEHMAKE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-VEHMAKE-EOF           PIC X(01) VALUE SPACES.
           88 IS-VEHMAKE-EOF        VALUE 'Y'.
       77  WS-SCORERPT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RUN-DATE              PIC 9(08) VALUE ZEROS.
       77  WS-RECORDS-READ          PIC 9(08) VALUE ZEROS.
       77  WS-ORDERS-SCORED         PIC 9(08) VALUE ZEROS.
       77  WS-LINES-SCORED          PIC 9(08) VALUE ZEROS.
       77  WS-BAD-DATE-ORDERS       PIC 9(08) VALUE ZEROS.
       77  WS-SUPPLIERS-FLAGGED     PIC 9(06) VALUE ZEROS.
       77  WS-MAKES-FLAGGED         PIC 9(06) VALUE ZEROS.
       77  WS-PICK-SUB              PIC S9(4) BINARY VALUE 0.
       77  WS-PICK-KEY              PIC X(10) VALUE SPACES.
       77  WS-SUP-TABLE-FULL        PIC X(01) VALUE 'N'.
           88 WS-SUP-TABLE-IS-FULL  VALUE 'Y'.
       77  WS-MAKE-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 WS-MAKE-TABLE-IS-FULL VALUE 'Y'.
       77  WS-SUP-FOUND             PIC X(01) VALUE 'N'.
           88 WS-SUP-FOUND-YES      VALUE 'Y'.
           88 WS-SUP-FOUND-NO       VALUE 'N'.
       77  WS-SUP-FOUND-SUB         PIC S9(4) BINARY VALUE 0.
       77  WS-MAKE-FOUND            PIC X(01) VALUE 'N'.
           88 WS-MAKE-FOUND-YES     VALUE 'Y'.
           88 WS-MAKE-FOUND-NO      VALUE 'N'.
       77  WS-MAKE-FOUND-SUB        PIC S9(4) BINARY VALUE 0.
      *
      * ** Control card on SYSIN: columns 1-3 the on-time percent a
      * ** supplier must reach not to be flagged (default 90),
      * ** columns 4-11 and 12-19 the FROM and TO received dates
      * ** scored.  Blank dates score the previous calendar month -
      * ** the monthly run needs no card; a quarterly review keys
      * ** its own range.
       01  WS-SCORE-CARD.
           05  SCC-THRESHOLD            PIC X(03).
           05  SCC-FROM-DATE            PIC X(08).
           05  SCC-TO-DATE              PIC X(08).
           05  FILLER                   PIC X(61).
       77  WS-THRESHOLD-PCT         PIC 9(03) VALUE 90.
       77  WS-FROM-DATE             PIC 9(08) VALUE ZEROS.
       77  WS-TO-DATE               PIC 9(08) VALUE ZEROS.
      *
      * ** The order being scored.  Its lines follow the header on
      * ** both files, so each line is scored against the receipt of
      * ** the header before it.
       77  WS-ORDER-SCORED          PIC X(01) VALUE 'N'.
           88 WS-ORDER-IS-SCORED    VALUE 'Y'.
       77  WS-RECEIVED-LILIAN       PIC S9(9) BINARY VALUE 0.
       77  WS-ORDER-LILIAN          PIC S9(9) BINARY VALUE 0.
       77  WS-REQUIRED-LILIAN       PIC S9(9) BINARY VALUE 0.
       77  WS-DAYS-LATE             PIC S9(5) BINARY VALUE 0.
       77  WS-LEAD-DAYS             PIC S9(5) BINARY VALUE 0.
       77  WS-DATE-OK               PIC X(01) VALUE 'N'.
           88 WS-DATE-IS-OK         VALUE 'Y'.
       77  WS-CONVERT-DATE          PIC 9(08) VALUE ZEROS.
      *
      * ** Figures for one print line, computed from an entry's sums.
       77  WS-ON-TIME-PCT           PIC S9(3)V9 VALUE 0.
       77  WS-AVG-DAYS-LATE         PIC S9(4)V9 VALUE 0.
       77  WS-AVG-ACTUAL-WEEKS      PIC S9(3)V9 VALUE 0.
       77  WS-AVG-QUOTED-WEEKS      PIC S9(3)V9 VALUE 0.
      *
      * ** One entry per supplier with a received order in the
      * ** period.  Days late is received date minus required-by -
      * ** negative is early.  Actual lead time is order date to
      * ** received date; quoted lead time is the WEEKS-LEAD-TIME
      * ** carried on the order's lines.
       01  WS-SUP-TABLE.
           05  WS-SUP-COUNT             PIC S9(4) BINARY VALUE 0.
           05  WS-SUP-ENTRY OCCURS 1000 TIMES
                                     INDEXED BY SU-I.
               10  SUP-NUMBER           PIC X(06).
               10  SUP-ORDERS           PIC S9(7) BINARY.
               10  SUP-ON-TIME          PIC S9(7) BINARY.
               10  SUP-SUM-DAYS-LATE    PIC S9(9) BINARY.
               10  SUP-SUM-LEAD-DAYS    PIC S9(9) BINARY.
               10  SUP-LINES            PIC S9(7) BINARY.
               10  SUP-SUM-QUOTED-WEEKS PIC S9(9) BINARY.
               10  SUP-PRINTED          PIC X(01).
      *
      * ** One entry per vehicle make - every VEHMAKE make is loaded
      * ** first so its lead-time range is on hand, and a make seen
      * ** only on order lines joins with no range.  A make is scored
      * ** line by line: each line's required-by against the order's
      * ** receipt.
       01  WS-MAKE-TABLE.
           05  WS-MAKE-COUNT            PIC S9(4) BINARY VALUE 0.
           05  WS-MAKE-ENTRY OCCURS 200 TIMES
                                     INDEXED BY MK-I.
               10  MAK-NAME             PIC X(10).
               10  MAK-ON-VEHMAKE       PIC X(01).
               10  MAK-LEAD-TIME-LOW    PIC 9(02).
               10  MAK-LEAD-TIME-HIGH   PIC 9(02).
               10  MAK-LINES            PIC S9(7) BINARY.
               10  MAK-ON-TIME          PIC S9(7) BINARY.
               10  MAK-SUM-DAYS-LATE    PIC S9(9) BINARY.
               10  MAK-SUM-LEAD-DAYS    PIC S9(9) BINARY.
               10  MAK-SUM-QUOTED-WEEKS PIC S9(9) BINARY.
               10  MAK-PRINTED          PIC X(01).
      *
      * ** Work image of one POFILE / POARCH record for field access.
       COPY POREC.
      *
      * ** Language Environment date-conversion areas - same plumbing
      * ** POAGERPT carries.  Day differences are Lilian day numbers
      * ** subtracted.
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
       01  WS-SCORERPT-HEADING.
           05  FILLER               PIC X(42) VALUE
               'SUPSCORE - SUPPLIER DELIVERY SCORECARD'.
           05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05  SCH-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(20) VALUE SPACES.
       01  WS-PERIOD-HEADING.
           05  FILLER               PIC X(24) VALUE
               'ORDERS RECEIVED FROM '.
           05  SCP-FROM-DATE        PIC 9(08).
           05  FILLER               PIC X(09) VALUE ' THROUGH '.
           05  SCP-TO-DATE          PIC 9(08).
           05  FILLER               PIC X(21) VALUE
               '   ON-TIME TARGET: '.
           05  SCP-THRESHOLD        PIC ZZ9.
           05  FILLER               PIC X(07) VALUE '%'.
       01  WS-NOTE-LINE.
           05  FILLER               PIC X(43) VALUE
               'AVG DAYS: + LATE / - EARLY.  WEEKS: ACTUAL '.
           05  FILLER               PIC X(37) VALUE
               'ORDER-TO-RECEIPT VS QUOTED.'.
       01  WS-SECTION-HEADING.
           05  SEC-TITLE            PIC X(80).
       01  WS-SUP-COL-HEADING.
           05  FILLER               PIC X(08) VALUE 'SUPPLR'.
           05  FILLER               PIC X(08) VALUE 'ORDERS'.
           05  FILLER               PIC X(07) VALUE 'ONTM%'.
           05  FILLER               PIC X(09) VALUE ' AVG DY'.
           05  FILLER               PIC X(07) VALUE 'ACTWK'.
           05  FILLER               PIC X(07) VALUE 'QUOWK'.
           05  FILLER               PIC X(08) VALUE '  DIFF'.
           05  FILLER               PIC X(26) VALUE SPACES.
       01  WS-SUP-DETAIL.
           05  SCS-SUPPLIER-NUMBER  PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SCS-ORDERS           PIC ZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SCS-ON-TIME-PCT      PIC ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SCS-AVG-DAYS         PIC -ZZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SCS-ACTUAL-WEEKS     PIC ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SCS-QUOTED-WEEKS     PIC ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SCS-DIFF-WEEKS       PIC -ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SCS-FLAG             PIC X(24).
       01  WS-MAKE-COL-HEADING.
           05  FILLER               PIC X(12) VALUE 'MAKE'.
           05  FILLER               PIC X(08) VALUE ' LINES'.
           05  FILLER               PIC X(07) VALUE 'ONTM%'.
           05  FILLER               PIC X(09) VALUE ' AVG DY'.
           05  FILLER               PIC X(07) VALUE 'ACTWK'.
           05  FILLER               PIC X(07) VALUE 'QUOWK'.
           05  FILLER               PIC X(07) VALUE 'RANGE'.
           05  FILLER               PIC X(23) VALUE SPACES.
       01  WS-MAKE-DETAIL.
           05  SCM-MAKE-NAME        PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SCM-LINES            PIC ZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SCM-ON-TIME-PCT      PIC ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SCM-AVG-DAYS         PIC -ZZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SCM-ACTUAL-WEEKS     PIC ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SCM-QUOTED-WEEKS     PIC ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SCM-RANGE.
               10  SCM-LEAD-TIME-LOW
                                    PIC Z9.
               10  SCM-RANGE-DASH   PIC X(01).
               10  SCM-LEAD-TIME-HIGH
                                    PIC 99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SCM-FLAG             PIC X(21).
       01  WS-NONE-LINE.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  FILLER               PIC X(75) VALUE
               'NO RECEIVED ORDERS IN THE PERIOD.'.
       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(20) VALUE
               'PO RECORDS READ...:'.
           05  TL-RECORDS-READ      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               'ORDERS SCORED.....:'.
           05  TL-ORDERS-SCORED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(08) VALUE SPACES.
       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(20) VALUE
               'LINES SCORED......:'.
           05  TL-LINES-SCORED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               'SKIPPED - BAD DATE:'.
           05  TL-BAD-DATE-ORDERS   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(08) VALUE SPACES.
       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(20) VALUE
               'SUPPLIERS FLAGGED.:'.
           05  TL-SUPPLIERS-FLAGGED PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               'MAKES FLAGGED.....:'.
           05  TL-MAKES-FLAGGED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(08) VALUE SPACES.
      *
      * ** Scores suppliers on how they actually deliver.  Every
      * ** order PORECV marked received inside the period - on the
      * ** live POFILE or already moved to POARCH by FILEARCH - is
      * ** measured: received against required-by for on-time and
      * ** days early/late, order date to receipt for the actual lead
      * ** time, set beside the WEEKS-LEAD-TIME the lines were quoted
      * ** at.  Suppliers under the on-time target are flagged for
      * ** the purchasing review; by make, a make whose actual lead
      * ** time has left its VEHMAKE range is flagged so the range
      * ** can be put back in line with reality.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 050-LOAD-VEHMAKE
           PERFORM 100-SCORE-POFILE
           PERFORM 150-SCORE-POARCH
           PERFORM 500-PRINT-SUPPLIERS
           PERFORM 600-PRINT-MAKES
           PERFORM 900-TERMINATION
           STOP RUN
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD
           MOVE SPACES                  TO WS-SCORE-CARD
           ACCEPT WS-SCORE-CARD
           IF SCC-THRESHOLD IS NUMERIC
              MOVE SCC-THRESHOLD        TO WS-THRESHOLD-PCT
           END-IF
           IF SCC-FROM-DATE IS NUMERIC AND
              SCC-TO-DATE IS NUMERIC
              MOVE SCC-FROM-DATE        TO WS-FROM-DATE
              MOVE SCC-TO-DATE          TO WS-TO-DATE
           ELSE
              PERFORM 010-SET-PRIOR-MONTH
           END-IF
           OPEN OUTPUT SCORERPT
           MOVE WS-RUN-DATE             TO SCH-RUN-DATE
           MOVE WS-SCORERPT-HEADING     TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE WS-FROM-DATE            TO SCP-FROM-DATE
           MOVE WS-TO-DATE              TO SCP-TO-DATE
           MOVE WS-THRESHOLD-PCT        TO SCP-THRESHOLD
           MOVE WS-PERIOD-HEADING       TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE WS-NOTE-LINE            TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           .
      *
      * ****************************************************************
      * ** 010-SET-PRIOR-MONTH
      * ** The first of the run month, back one day, is the last day
      * ** of the month before; its day set to 01 is the first.  If
      * ** the conversion fails the run scores everything through
      * ** the run date rather than nothing.
      * ****************************************************************
       010-SET-PRIOR-MONTH.
           MOVE ZEROS                   TO WS-FROM-DATE
           MOVE WS-RUN-DATE             TO WS-TO-DATE
           MOVE WS-RUN-DATE             TO WS-CONVERT-DATE
           MOVE '01'                    TO WS-CONVERT-DATE(7:2)
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE WS-CONVERT-DATE         TO VSTRING-TEXT OF IN-DATE(1:8)
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'              TO VSTRING-TEXT OF PICSTR(1:8)
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY = 0
              SUBTRACT 1              FROM LILIAN
              CALL 'CEEDATE' USING LILIAN, PICSTR, OUT-DATE, FC
              IF SEVERITY = 0
                 MOVE OUT-DATE(1:8)     TO WS-TO-DATE
                 MOVE WS-TO-DATE        TO WS-FROM-DATE
                 MOVE '01'              TO WS-FROM-DATE(7:2)
              END-IF
           END-IF
           .
      *
      * ****************************************************************
      * ** 050-LOAD-VEHMAKE
      * ** Every make on file gets a table entry with its lead-time
      * ** range before any order is scored.
      * ****************************************************************
       050-LOAD-VEHMAKE.
           OPEN INPUT VEHMAKE
           PERFORM UNTIL IS-VEHMAKE-EOF
              READ VEHMAKE
                 AT END
                    MOVE 'Y'            TO WS-VEHMAKE-EOF
                 NOT AT END
                    MOVE VM-MAKE-NAME   TO PO-LINE-VEHICLE-MAKE
                    PERFORM 420-FIND-MAKE
                    IF WS-MAKE-FOUND-YES
                       MOVE 'Y'         TO MAK-ON-VEHMAKE(MK-I)
                       MOVE VM-LEAD-TIME-LOW
                                        TO MAK-LEAD-TIME-LOW(MK-I)
                       MOVE VM-LEAD-TIME-HIGH
                                        TO MAK-LEAD-TIME-HIGH(MK-I)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VEHMAKE
           .
      *
       100-SCORE-POFILE.
           OPEN INPUT POFILE
           PERFORM UNTIL IS-POFILE-EOF
              READ POFILE
                 AT END
                    MOVE 'Y'            TO WS-POFILE-EOF
                 NOT AT END
                    MOVE POFILE-REC     TO PO-RECORD
                    PERFORM 200-SCORE-PO-RECORD
              END-READ
           END-PERFORM
           CLOSE POFILE
           .
      *
       150-SCORE-POARCH.
           MOVE 'N'                     TO WS-ORDER-SCORED
           OPEN INPUT POARCH
           PERFORM UNTIL IS-POARCH-EOF
              READ POARCH
                 AT END
                    MOVE 'Y'            TO WS-POARCH-EOF
                 NOT AT END
                    MOVE POARCH-REC     TO PO-RECORD
                    PERFORM 200-SCORE-PO-RECORD
              END-READ
           END-PERFORM
           CLOSE POARCH
           .
      *
       200-SCORE-PO-RECORD.
           ADD 1                        TO WS-RECORDS-READ
           EVALUATE TRUE
              WHEN PO-IS-HEADER
                 MOVE 'N'               TO WS-ORDER-SCORED
                 IF PO-IS-RECEIVED AND
                    PO-RECEIVED-DATE IS NUMERIC AND
                    PO-RECEIVED-DATE NOT < WS-FROM-DATE AND
                    PO-RECEIVED-DATE NOT > WS-TO-DATE
                    PERFORM 300-SCORE-ORDER
                 END-IF
              WHEN PO-IS-LINE
                 IF WS-ORDER-IS-SCORED AND
                    NOT PO-LINE-IS-CANCELLED
                    PERFORM 350-SCORE-LINE
                 END-IF
           END-EVALUATE
           .
      *
      * ****************************************************************
      * ** 300-SCORE-ORDER
      * ** A received header in the period.  All three dates must
      * ** convert or the order is counted as skipped and its lines
      * ** ignored - a guessed date would skew the averages.
      * ****************************************************************
       300-SCORE-ORDER.
           MOVE PO-RECEIVED-DATE        TO WS-CONVERT-DATE
           PERFORM 700-CONVERT-DATE
           IF WS-DATE-IS-OK
              MOVE LILIAN               TO WS-RECEIVED-LILIAN
              MOVE PO-ORDER-DATE        TO WS-CONVERT-DATE
              PERFORM 700-CONVERT-DATE
           END-IF
           IF WS-DATE-IS-OK
              MOVE LILIAN               TO WS-ORDER-LILIAN
              MOVE PO-REQUIRED-BY-DATE  TO WS-CONVERT-DATE
              PERFORM 700-CONVERT-DATE
           END-IF
           IF WS-DATE-IS-OK
              MOVE LILIAN               TO WS-REQUIRED-LILIAN
              MOVE 'Y'                  TO WS-ORDER-SCORED
              ADD 1                     TO WS-ORDERS-SCORED
              COMPUTE WS-DAYS-LATE =
                 WS-RECEIVED-LILIAN - WS-REQUIRED-LILIAN
              COMPUTE WS-LEAD-DAYS =
                 WS-RECEIVED-LILIAN - WS-ORDER-LILIAN
              PERFORM 410-FIND-SUPPLIER
              IF WS-SUP-FOUND-YES
                 ADD 1                  TO SUP-ORDERS(SU-I)
                 IF WS-DAYS-LATE NOT > 0
                    ADD 1               TO SUP-ON-TIME(SU-I)
                 END-IF
                 ADD WS-DAYS-LATE       TO SUP-SUM-DAYS-LATE(SU-I)
                 ADD WS-LEAD-DAYS       TO SUP-SUM-LEAD-DAYS(SU-I)
              END-IF
           ELSE
              ADD 1                     TO WS-BAD-DATE-ORDERS
              DISPLAY 'SUPSCORE PO ' PO-NUMBER
                 ' HAS A DATE THAT FAILED LILIAN CONVERSION - '
                 'NOT SCORED.'
           END-IF
           .
      *
      * ****************************************************************
      * ** 350-SCORE-LINE
      * ** A line of a scored order.  Its quoted weeks go to both the
      * ** supplier and the make; the make is judged on the line's
      * ** own required-by date, falling back to the header's when
      * ** the line's will not convert.
      * ****************************************************************
       350-SCORE-LINE.
           ADD 1                        TO WS-LINES-SCORED
           SET SU-I                     TO WS-SUP-FOUND-SUB
           IF WS-SUP-FOUND-YES AND
              PO-LINE-WEEKS-LEAD-TIME IS NUMERIC
              ADD 1                     TO SUP-LINES(SU-I)
              ADD PO-LINE-WEEKS-LEAD-TIME
                                        TO SUP-SUM-QUOTED-WEEKS(SU-I)
           END-IF
           MOVE PO-LINE-REQUIRED-BY-DATE
                                        TO WS-CONVERT-DATE
           PERFORM 700-CONVERT-DATE
           IF WS-DATE-IS-OK
              COMPUTE WS-DAYS-LATE = WS-RECEIVED-LILIAN - LILIAN
           ELSE
              COMPUTE WS-DAYS-LATE =
                 WS-RECEIVED-LILIAN - WS-REQUIRED-LILIAN
           END-IF
           PERFORM 420-FIND-MAKE
           IF WS-MAKE-FOUND-YES
              ADD 1                     TO MAK-LINES(MK-I)
              IF WS-DAYS-LATE NOT > 0
                 ADD 1                  TO MAK-ON-TIME(MK-I)
              END-IF
              ADD WS-DAYS-LATE          TO MAK-SUM-DAYS-LATE(MK-I)
              ADD WS-LEAD-DAYS          TO MAK-SUM-LEAD-DAYS(MK-I)
              IF PO-LINE-WEEKS-LEAD-TIME IS NUMERIC
                 ADD PO-LINE-WEEKS-LEAD-TIME
                                        TO MAK-SUM-QUOTED-WEEKS(MK-I)
              END-IF
           END-IF
           .
      *
      * ****************************************************************
      * ** 410-FIND-SUPPLIER
      * ** Finds PO-SUPPLIER-NUMBER in the supplier table, adding it
      * ** when new.  A full table leaves WS-SUP-FOUND-NO and the
      * ** order goes unscored for the supplier section.
      * ****************************************************************
       410-FIND-SUPPLIER.
           SET WS-SUP-FOUND-NO          TO TRUE
           PERFORM VARYING SU-I FROM 1 BY 1
              UNTIL SU-I > WS-SUP-COUNT OR WS-SUP-FOUND-YES
              IF SUP-NUMBER(SU-I) = PO-SUPPLIER-NUMBER
                 SET WS-SUP-FOUND-YES   TO TRUE
                 SET WS-SUP-FOUND-SUB   TO SU-I
              END-IF
           END-PERFORM
           IF WS-SUP-FOUND-NO
              IF WS-SUP-COUNT < 1000
                 ADD 1                  TO WS-SUP-COUNT
                 SET SU-I               TO WS-SUP-COUNT
                 MOVE PO-SUPPLIER-NUMBER
                                        TO SUP-NUMBER(SU-I)
                 MOVE 0                 TO SUP-ORDERS(SU-I)
                                           SUP-ON-TIME(SU-I)
                                           SUP-SUM-DAYS-LATE(SU-I)
                                           SUP-SUM-LEAD-DAYS(SU-I)
                                           SUP-LINES(SU-I)
                                           SUP-SUM-QUOTED-WEEKS(SU-I)
                 MOVE 'N'               TO SUP-PRINTED(SU-I)
                 SET WS-SUP-FOUND-YES   TO TRUE
                 SET WS-SUP-FOUND-SUB   TO SU-I
              ELSE
                 MOVE 'Y'               TO WS-SUP-TABLE-FULL
              END-IF
           END-IF
           SET SU-I                     TO WS-SUP-FOUND-SUB
           .
      *
      * ****************************************************************
      * ** 420-FIND-MAKE
      * ** Same for PO-LINE-VEHICLE-MAKE in the make table.  A make
      * ** added here is not on VEHMAKE unless 050 marks it so.
      * ****************************************************************
       420-FIND-MAKE.
           SET WS-MAKE-FOUND-NO         TO TRUE
           PERFORM VARYING MK-I FROM 1 BY 1
              UNTIL MK-I > WS-MAKE-COUNT OR WS-MAKE-FOUND-YES
              IF MAK-NAME(MK-I) = PO-LINE-VEHICLE-MAKE
                 SET WS-MAKE-FOUND-YES  TO TRUE
                 SET WS-MAKE-FOUND-SUB  TO MK-I
              END-IF
           END-PERFORM
           IF WS-MAKE-FOUND-NO
              IF WS-MAKE-COUNT < 200
                 ADD 1                  TO WS-MAKE-COUNT
                 SET MK-I               TO WS-MAKE-COUNT
                 MOVE PO-LINE-VEHICLE-MAKE
                                        TO MAK-NAME(MK-I)
                 MOVE 'N'               TO MAK-ON-VEHMAKE(MK-I)
                 MOVE ZEROS             TO MAK-LEAD-TIME-LOW(MK-I)
                                           MAK-LEAD-TIME-HIGH(MK-I)
                 MOVE 0                 TO MAK-LINES(MK-I)
                                           MAK-ON-TIME(MK-I)
                                           MAK-SUM-DAYS-LATE(MK-I)
                                           MAK-SUM-LEAD-DAYS(MK-I)
                                           MAK-SUM-QUOTED-WEEKS(MK-I)
                 MOVE 'N'               TO MAK-PRINTED(MK-I)
                 SET WS-MAKE-FOUND-YES  TO TRUE
                 SET WS-MAKE-FOUND-SUB  TO MK-I
              ELSE
                 MOVE 'Y'               TO WS-MAKE-TABLE-FULL
              END-IF
           END-IF
           SET MK-I                     TO WS-MAKE-FOUND-SUB
           .
      *
      * ****************************************************************
      * ** 500-PRINT-SUPPLIERS
      * ** Supplier section in supplier-number order, picked the way
      * ** POAGERPT picks its print order.
      * ****************************************************************
       500-PRINT-SUPPLIERS.
           MOVE SPACES                  TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE 'BY SUPPLIER'           TO SEC-TITLE
           MOVE WS-SECTION-HEADING      TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE WS-SUP-COL-HEADING      TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           IF WS-SUP-COUNT = 0
              MOVE WS-NONE-LINE         TO SCORERPT-LINE
              WRITE SCORERPT-LINE
           END-IF
           PERFORM 510-PICK-NEXT-SUPPLIER
           PERFORM UNTIL WS-PICK-SUB = 0
              PERFORM 520-PRINT-SUPPLIER
              PERFORM 510-PICK-NEXT-SUPPLIER
           END-PERFORM
           .
      *
       510-PICK-NEXT-SUPPLIER.
           MOVE 0                       TO WS-PICK-SUB
           MOVE HIGH-VALUES             TO WS-PICK-KEY
           PERFORM VARYING SU-I FROM 1 BY 1
              UNTIL SU-I > WS-SUP-COUNT
              IF SUP-PRINTED(SU-I) NOT = 'Y' AND
                 SUP-NUMBER(SU-I) < WS-PICK-KEY
                 MOVE SUP-NUMBER(SU-I)  TO WS-PICK-KEY
                 SET WS-PICK-SUB        TO SU-I
              END-IF
           END-PERFORM
           .
      *
       520-PRINT-SUPPLIER.
           SET SU-I                     TO WS-PICK-SUB
           MOVE 'Y'                     TO SUP-PRINTED(SU-I)
           MOVE SPACES                  TO SCS-FLAG
           COMPUTE WS-ON-TIME-PCT ROUNDED =
              SUP-ON-TIME(SU-I) * 100 / SUP-ORDERS(SU-I)
           COMPUTE WS-AVG-DAYS-LATE ROUNDED =
              SUP-SUM-DAYS-LATE(SU-I) / SUP-ORDERS(SU-I)
           COMPUTE WS-AVG-ACTUAL-WEEKS ROUNDED =
              SUP-SUM-LEAD-DAYS(SU-I) / SUP-ORDERS(SU-I) / 7
           MOVE 0                       TO WS-AVG-QUOTED-WEEKS
           IF SUP-LINES(SU-I) > 0
              COMPUTE WS-AVG-QUOTED-WEEKS ROUNDED =
                 SUP-SUM-QUOTED-WEEKS(SU-I) / SUP-LINES(SU-I)
           END-IF
           MOVE SUP-NUMBER(SU-I)        TO SCS-SUPPLIER-NUMBER
           MOVE SUP-ORDERS(SU-I)        TO SCS-ORDERS
           MOVE WS-ON-TIME-PCT          TO SCS-ON-TIME-PCT
           MOVE WS-AVG-DAYS-LATE        TO SCS-AVG-DAYS
           MOVE WS-AVG-ACTUAL-WEEKS     TO SCS-ACTUAL-WEEKS
           MOVE WS-AVG-QUOTED-WEEKS     TO SCS-QUOTED-WEEKS
           COMPUTE SCS-DIFF-WEEKS =
              WS-AVG-ACTUAL-WEEKS - WS-AVG-QUOTED-WEEKS
           IF WS-ON-TIME-PCT < WS-THRESHOLD-PCT
              MOVE '*** BELOW ON-TIME TARGET'
                                        TO SCS-FLAG
              ADD 1                     TO WS-SUPPLIERS-FLAGGED
           END-IF
           MOVE WS-SUP-DETAIL           TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           .
      *
      * ****************************************************************
      * ** 600-PRINT-MAKES
      * ** Make section in make-name order.  Only makes with scored
      * ** lines print.  A make whose average actual lead time has
      * ** left its VEHMAKE LOW-HIGH weeks, or that VEHMAKE does not
      * ** carry, is flagged.
      * ****************************************************************
       600-PRINT-MAKES.
           MOVE SPACES                  TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE 'BY VEHICLE MAKE'       TO SEC-TITLE
           MOVE WS-SECTION-HEADING      TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE WS-MAKE-COL-HEADING     TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           IF WS-LINES-SCORED = 0
              MOVE WS-NONE-LINE         TO SCORERPT-LINE
              WRITE SCORERPT-LINE
           END-IF
           PERFORM 610-PICK-NEXT-MAKE
           PERFORM UNTIL WS-PICK-SUB = 0
              PERFORM 620-PRINT-MAKE
              PERFORM 610-PICK-NEXT-MAKE
           END-PERFORM
           .
      *
       610-PICK-NEXT-MAKE.
           MOVE 0                       TO WS-PICK-SUB
           MOVE HIGH-VALUES             TO WS-PICK-KEY
           PERFORM VARYING MK-I FROM 1 BY 1
              UNTIL MK-I > WS-MAKE-COUNT
              IF MAK-PRINTED(MK-I) NOT = 'Y' AND
                 MAK-LINES(MK-I) > 0 AND
                 MAK-NAME(MK-I) < WS-PICK-KEY
                 MOVE MAK-NAME(MK-I)    TO WS-PICK-KEY
                 SET WS-PICK-SUB        TO MK-I
              END-IF
           END-PERFORM
           .
      *
       620-PRINT-MAKE.
           SET MK-I                     TO WS-PICK-SUB
           MOVE 'Y'                     TO MAK-PRINTED(MK-I)
           MOVE SPACES                  TO SCM-FLAG
           COMPUTE WS-ON-TIME-PCT ROUNDED =
              MAK-ON-TIME(MK-I) * 100 / MAK-LINES(MK-I)
           COMPUTE WS-AVG-DAYS-LATE ROUNDED =
              MAK-SUM-DAYS-LATE(MK-I) / MAK-LINES(MK-I)
           COMPUTE WS-AVG-ACTUAL-WEEKS ROUNDED =
              MAK-SUM-LEAD-DAYS(MK-I) / MAK-LINES(MK-I) / 7
           COMPUTE WS-AVG-QUOTED-WEEKS ROUNDED =
              MAK-SUM-QUOTED-WEEKS(MK-I) / MAK-LINES(MK-I)
           MOVE MAK-NAME(MK-I)          TO SCM-MAKE-NAME
           MOVE MAK-LINES(MK-I)         TO SCM-LINES
           MOVE WS-ON-TIME-PCT          TO SCM-ON-TIME-PCT
           MOVE WS-AVG-DAYS-LATE        TO SCM-AVG-DAYS
           MOVE WS-AVG-ACTUAL-WEEKS     TO SCM-ACTUAL-WEEKS
           MOVE WS-AVG-QUOTED-WEEKS     TO SCM-QUOTED-WEEKS
           IF MAK-ON-VEHMAKE(MK-I) = 'Y'
              MOVE MAK-LEAD-TIME-LOW(MK-I)
                                        TO SCM-LEAD-TIME-LOW
              MOVE '-'                  TO SCM-RANGE-DASH
              MOVE MAK-LEAD-TIME-HIGH(MK-I)
                                        TO SCM-LEAD-TIME-HIGH
              IF WS-AVG-ACTUAL-WEEKS < MAK-LEAD-TIME-LOW(MK-I) OR
                 WS-AVG-ACTUAL-WEEKS > MAK-LEAD-TIME-HIGH(MK-I)
                 MOVE '*** OUTSIDE RANGE'
                                        TO SCM-FLAG
                 ADD 1                  TO WS-MAKES-FLAGGED
              END-IF
           ELSE
              MOVE SPACES               TO SCM-RANGE
              MOVE '*** NOT ON VEHMAKE' TO SCM-FLAG
              ADD 1                     TO WS-MAKES-FLAGGED
           END-IF
           MOVE WS-MAKE-DETAIL          TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           .
      *
      * ****************************************************************
      * ** 700-CONVERT-DATE
      * ** WS-CONVERT-DATE to its Lilian day number in LILIAN.
      * ** WS-DATE-OK says whether it converted.
      * ****************************************************************
       700-CONVERT-DATE.
           MOVE 'N'                     TO WS-DATE-OK
           IF WS-CONVERT-DATE IS NUMERIC
              MOVE 8                    TO VSTRING-LENGTH OF IN-DATE
              MOVE WS-CONVERT-DATE      TO VSTRING-TEXT OF IN-DATE(1:8)
              MOVE 8                    TO VSTRING-LENGTH OF PICSTR
              MOVE 'YYYYMMDD'           TO VSTRING-TEXT OF PICSTR(1:8)
              CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
              IF SEVERITY = 0
                 MOVE 'Y'               TO WS-DATE-OK
              END-IF
           END-IF
           .
      *
       900-TERMINATION.
           MOVE SPACES                  TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE WS-RECORDS-READ         TO TL-RECORDS-READ
           MOVE WS-ORDERS-SCORED        TO TL-ORDERS-SCORED
           MOVE WS-TOTAL-LINE-1         TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE WS-LINES-SCORED         TO TL-LINES-SCORED
           MOVE WS-BAD-DATE-ORDERS      TO TL-BAD-DATE-ORDERS
           MOVE WS-TOTAL-LINE-2         TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           MOVE WS-SUPPLIERS-FLAGGED    TO TL-SUPPLIERS-FLAGGED
           MOVE WS-MAKES-FLAGGED        TO TL-MAKES-FLAGGED
           MOVE WS-TOTAL-LINE-3         TO SCORERPT-LINE
           WRITE SCORERPT-LINE
           CLOSE SCORERPT
           IF WS-SUP-TABLE-IS-FULL OR WS-MAKE-TABLE-IS-FULL
              DISPLAY 'SUPSCORE SUPPLIER OR MAKE TABLE IS FULL - '
                 'SCORECARD IS INCOMPLETE.'
              MOVE 8                    TO RETURN-CODE
           END-IF
           DISPLAY 'SUPSCORE PO RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'SUPSCORE ORDERS SCORED  : ' WS-ORDERS-SCORED
           DISPLAY 'SUPSCORE LINES SCORED   : ' WS-LINES-SCORED
           DISPLAY 'SUPSCORE SUPPLIERS FLAG : ' WS-SUPPLIERS-FLAGGED
           DISPLAY 'SUPSCORE MAKES FLAGGED  : ' WS-MAKES-FLAGGED
           .
      *
