       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMTSPEND.
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
           SELECT OPTIONAL SPNDBUDG
              ASSIGN          TO SPNDBUDG
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-SPNDBUDG-STATUS
           .
           SELECT SPENDRPT
              ASSIGN          TO SPENDRPT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-SPENDRPT-STATUS
           .
           SELECT SPENDEXT
              ASSIGN          TO SPENDEXT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-SPENDEXT-STATUS
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
       FD  SPNDBUDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPEND-BUDGET-REC.
       COPY BUDGREC.
      *
       FD  SPENDRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPENDRPT-LINE.
       01  SPENDRPT-LINE                PIC X(80).
      *
       FD  SPENDEXT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPEND-EXTRACT-REC.
       COPY SPNDXREC.
      *
       WORKING-STORAGE SECTION.
       77  WS-POFILE-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POFILE-EOF            PIC X(01) VALUE SPACES.
           88 IS-POFILE-EOF         VALUE 'Y'.
       77  WS-POARCH-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POARCH-EOF            PIC X(01) VALUE SPACES.
           88 IS-POARCH-EOF         VALUE 'Y'.
       77  WS-SPNDBUDG-STATUS       PIC X(02) VALUE SPACES.
       77  WS-SPNDBUDG-EOF          PIC X(01) VALUE SPACES.
           88 IS-SPNDBUDG-EOF       VALUE 'Y'.
       77  WS-SPENDRPT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-SPENDEXT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RUN-DATE              PIC 9(08) VALUE ZEROS.
       77  WS-RECORDS-READ          PIC 9(08) VALUE ZEROS.
       77  WS-ORDERS-COUNTED        PIC 9(08) VALUE ZEROS.
       77  WS-LINES-COUNTED         PIC 9(08) VALUE ZEROS.
       77  WS-HELD-ORDERS           PIC 9(08) VALUE ZEROS.
       77  WS-BUDGET-READ           PIC 9(06) VALUE ZEROS.
       77  WS-BUDGET-REFUSED        PIC 9(06) VALUE ZEROS.
       77  WS-MAKES-OVER            PIC 9(06) VALUE ZEROS.
       77  WS-EXTRACT-WRITTEN       PIC 9(06) VALUE ZEROS.
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
       77  WS-FIND-MAKE             PIC X(10) VALUE SPACES.
       77  WS-BUDGET-REASON         PIC X(30) VALUE SPACES.
      *
      * ** Control card on SYSIN: columns 1-6 the report month as
      * ** YYYYMM.  No usable card reports the calendar month before
      * ** the run date - the monthly run after month end needs no
      * ** card.  The year to date runs from January of the report
      * ** month's year through the report month.
       01  WS-SPEND-CARD.
           05  SPC-REPORT-MONTH         PIC X(06).
           05  SPC-REPORT-MONTH-N REDEFINES SPC-REPORT-MONTH.
               10  SPC-REPORT-YEAR      PIC 9(04).
               10  SPC-REPORT-MM        PIC 9(02).
           05  FILLER                   PIC X(74).
       01  WS-REPORT-MONTH              PIC 9(06) VALUE ZEROS.
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YEAR           PIC 9(04).
           05  WS-REPORT-MM             PIC 9(02).
       77  WS-YTD-START-MONTH       PIC 9(06) VALUE ZEROS.
      *
      * ** The order being counted.  Its lines follow the header on
      * ** both files, so each line is counted in the header's order
      * ** month, supplier and open / received column.
       77  WS-ORDER-COUNTED         PIC X(01) VALUE 'N'.
           88 WS-ORDER-IS-COUNTED   VALUE 'Y'.
       77  WS-ORDER-RECEIVED        PIC X(01) VALUE 'N'.
           88 WS-ORDER-IS-RECEIVED  VALUE 'Y'.
       77  WS-ORDER-MONTH           PIC 9(06) VALUE ZEROS.
       77  WS-ORDER-MM-SUB          PIC S9(4) BINARY VALUE 0.
      *
      * ** Figures for one report line and one half of an extract
      * ** record, set from a table entry by the section printing it.
       77  WS-FIG-OPEN              PIC 9(13)V99 VALUE ZEROS.
       77  WS-FIG-RECEIVED          PIC 9(13)V99 VALUE ZEROS.
       77  WS-FIG-TOTAL             PIC 9(13)V99 VALUE ZEROS.
       77  WS-FIG-BUDGET            PIC 9(13)V99 VALUE ZEROS.
       77  WS-FIG-VARIANCE          PIC S9(13)V99 VALUE ZEROS.
       77  WS-FIG-PCT               PIC 9(05)V9 VALUE ZEROS.
       77  WS-FIG-BUDGETED          PIC X(01) VALUE 'N'.
           88 WS-FIG-IS-BUDGETED    VALUE 'Y'.
       77  WS-FIG-OVER              PIC X(01) VALUE 'N'.
           88 WS-FIG-IS-OVER        VALUE 'Y'.
       77  WS-MAKE-IS-OVER          PIC X(01) VALUE 'N'.
       77  WS-RUN-OPEN              PIC 9(13)V99 VALUE ZEROS.
       77  WS-RUN-RECEIVED          PIC 9(13)V99 VALUE ZEROS.
       77  WS-RUN-BUDGET            PIC 9(13)V99 VALUE ZEROS.
      *
      * ** One entry per supplier with committed spend in the year
      * ** to date: the report month and the year to date, each
      * ** split open / received.
       01  WS-SUP-TABLE.
           05  WS-SUP-COUNT             PIC S9(4) BINARY VALUE 0.
           05  WS-SUP-ENTRY OCCURS 1000 TIMES
                                     INDEXED BY SU-I.
               10  SUP-NUMBER           PIC X(06).
               10  SUP-MTH-OPEN         PIC 9(11)V99.
               10  SUP-MTH-RECEIVED     PIC 9(11)V99.
               10  SUP-YTD-OPEN         PIC 9(11)V99.
               10  SUP-YTD-RECEIVED     PIC 9(11)V99.
               10  SUP-PRINTED          PIC X(01).
      *
      * ** One entry per vehicle make with a budget or committed
      * ** spend in the year to date, carrying each month of the
      * ** year January through the report month - the month and
      * ** year-to-date figures are summed from it when printed.
       01  WS-MAKE-TABLE.
           05  WS-MAKE-COUNT            PIC S9(4) BINARY VALUE 0.
           05  WS-MAKE-ENTRY OCCURS 200 TIMES
                                     INDEXED BY MK-I.
               10  MAK-NAME             PIC X(10).
               10  MAK-PRINTED          PIC X(01).
               10  MAK-MONTH OCCURS 12 TIMES
                                     INDEXED BY MM-I.
                   15  MAK-OPEN         PIC 9(11)V99.
                   15  MAK-RECEIVED     PIC 9(11)V99.
                   15  MAK-BUDGET       PIC 9(11)V99.
                   15  MAK-BUDGET-SET   PIC X(01).
      *
      * ** The year to date by order month, all makes together; the
      * ** budget is the sum of every make's budget for the month.
       01  WS-MONTH-TABLE.
           05  WS-MON-ENTRY OCCURS 12 TIMES
                                     INDEXED BY MN-I.
               10  MON-OPEN             PIC 9(11)V99.
               10  MON-RECEIVED         PIC 9(11)V99.
               10  MON-BUDGET           PIC 9(11)V99.
      *
      * ** Work image of one POFILE / POARCH record for field access.
       COPY POREC.
      *
       01  WS-SPENDRPT-HEADING.
           05  FILLER               PIC X(42) VALUE
               'CMTSPEND - COMMITTED SPEND AGAINST BUDGET'.
           05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05  SPH-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(20) VALUE SPACES.
       01  WS-PERIOD-HEADING.
           05  FILLER               PIC X(14) VALUE
               'REPORT MONTH '.
           05  SPP-REPORT-MONTH     PIC 9(06).
           05  FILLER               PIC X(24) VALUE
               '    YEAR TO DATE FROM '.
           05  SPP-YTD-FROM         PIC 9(06).
           05  FILLER               PIC X(09) VALUE ' THROUGH '.
           05  SPP-YTD-TO           PIC 9(06).
           05  FILLER               PIC X(15) VALUE SPACES.
       01  WS-NOTE-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'COMMITTED = OPEN + RECEIVED ORDERS BY OR'.
           05  FILLER               PIC X(40) VALUE
               'DER DATE; HELD/CANCELLED NOT COUNTED.'.
       01  WS-NOTE-LINE-2.
           05  FILLER               PIC X(40) VALUE
               'WHOLE DOLLARS.  VARIANCE = BUDGET LESS C'.
           05  FILLER               PIC X(40) VALUE
               'OMMITTED, - IS OVER BUDGET.'.
       01  WS-SECTION-HEADING.
           05  SEC-TITLE            PIC X(80).
       01  WS-COL-HEADING.
           05  SCH-KEY-TITLE        PIC X(11).
           05  FILLER               PIC X(04) VALUE 'PER'.
           05  FILLER               PIC X(11) VALUE '      OPEN'.
           05  FILLER               PIC X(11) VALUE '  RECEIVED'.
           05  FILLER               PIC X(11) VALUE '     TOTAL'.
           05  FILLER               PIC X(11) VALUE '    BUDGET'.
           05  FILLER               PIC X(12) VALUE '   VARIANCE'.
           05  FILLER               PIC X(05) VALUE '%USED'.
           05  FILLER               PIC X(04) VALUE SPACES.
       01  WS-SPEND-DETAIL.
           05  SPD-KEY              PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SPD-PERIOD           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SPD-OPEN             PIC ZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SPD-RECEIVED         PIC ZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SPD-TOTAL            PIC ZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SPD-BUDGET-AREA.
               10  SPD-BUDGET       PIC ZZ,ZZZ,ZZ9.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  SPD-VARIANCE     PIC --,---,--9.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  SPD-PCT          PIC ZZZ9.
               10  SPD-PCT-X REDEFINES SPD-PCT
                                    PIC X(04).
               10  FILLER           PIC X(01) VALUE SPACES.
               10  SPD-FLAG         PIC X(04).
       01  WS-NONE-LINE.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  FILLER               PIC X(75) VALUE
               'NO COMMITTED SPEND IN THE YEAR TO DATE.'.
       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(20) VALUE
               'PO RECORDS READ...:'.
           05  TL-RECORDS-READ      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               'ORDERS COUNTED....:'.
           05  TL-ORDERS-COUNTED    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(08) VALUE SPACES.
       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(20) VALUE
               'LINES COUNTED.....:'.
           05  TL-LINES-COUNTED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               'HELD - NOT COUNTED:'.
           05  TL-HELD-ORDERS       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(08) VALUE SPACES.
       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(20) VALUE
               'BUDGET RECORDS....:'.
           05  TL-BUDGET-READ       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               'BUDGETS REFUSED...:'.
           05  TL-BUDGET-REFUSED    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(08) VALUE SPACES.
       01  WS-TOTAL-LINE-4.
           05  FILLER               PIC X(20) VALUE
               'MAKES OVER BUDGET.:'.
           05  TL-MAKES-OVER        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               'EXTRACT RECORDS...:'.
           05  TL-EXTRACT-WRITTEN   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(08) VALUE SPACES.
      *
      * ** Committed spend for finance.  Every order placed in the
      * ** year to date - open or received, on the live POFILE or
      * ** already moved to POARCH by FILEARCH - is summed line by
      * ** line from its extended costs, by supplier, by vehicle make
      * ** and by order month, each for the report month and the year
      * ** to date and split open from received.  A held order has
      * ** not been placed and a cancelled order or line is no longer
      * ** owed, so neither counts.  Makes and order months are set
      * ** against finance's SPNDBUDG budget for variance and percent
      * ** used, and a make over its budget for the month or the year
      * ** to date is flagged.  The same figures go to the SPENDEXT
      * ** extract for the finance spreadsheet.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 050-LOAD-BUDGET
           PERFORM 100-SPEND-POFILE
           PERFORM 150-SPEND-POARCH
           PERFORM 500-PRINT-SUPPLIERS
           PERFORM 600-PRINT-MAKES
           PERFORM 650-PRINT-MONTHS
           PERFORM 900-TERMINATION
           STOP RUN
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD
           MOVE SPACES                  TO WS-SPEND-CARD
           ACCEPT WS-SPEND-CARD
           IF SPC-REPORT-MONTH IS NUMERIC AND
              SPC-REPORT-MM > 0 AND
              SPC-REPORT-MM < 13
              MOVE SPC-REPORT-MONTH     TO WS-REPORT-MONTH
           ELSE
              PERFORM 010-SET-PRIOR-MONTH
           END-IF
           COMPUTE WS-YTD-START-MONTH = WS-REPORT-YEAR * 100 + 1
           PERFORM VARYING MN-I FROM 1 BY 1 UNTIL MN-I > 12
              MOVE 0                    TO MON-OPEN(MN-I)
                                           MON-RECEIVED(MN-I)
                                           MON-BUDGET(MN-I)
           END-PERFORM
           OPEN OUTPUT SPENDRPT
           OPEN OUTPUT SPENDEXT
           MOVE WS-RUN-DATE             TO SPH-RUN-DATE
           MOVE WS-SPENDRPT-HEADING     TO SPENDRPT-LINE
           WRITE SPENDRPT-LINE
           MOVE WS-REPORT-MONTH         TO SPP-REPORT-MONTH
                                           SPP-YTD-TO
           MOVE WS-YTD-START-MONTH      TO SPP-YTD-FROM
           MOVE WS-PERIOD-HEADING       TO SPENDRPT-LINE
           WRITE SPENDRPT-LINE
           MOVE WS-NOTE-LINE-1          TO SPENDRPT-LINE
           WRITE SPENDRPT-LINE
           MOVE WS-NOTE-LINE-2          TO SPENDRPT-LINE
           WRITE SPENDRPT-LINE
           .
      *
      * ****************************************************************
      * ** 010-SET-PRIOR-MONTH
      * ** The calendar month before the run date's month - December
      * ** of the year before for a January run.
      * ****************************************************************
       010-SET-PRIOR-MONTH.
           COMPUTE WS-REPORT-MONTH = WS-RUN-DATE / 100
           IF WS-REPORT-MM = 1
              SUBTRACT 1              FROM WS-REPORT-YEAR
              MOVE 12                   TO WS-REPORT-MM
           ELSE
              SUBTRACT 1              FROM WS-REPORT-MM
           END-IF
           .
      *
      * ****************************************************************
      * ** 050-LOAD-BUDGET
      * ** Every budget for a month of the year to date is placed on
      * ** its make before any order is counted, so a make with a
      * ** budget and no spend still reports.
      * ****************************************************************
       050-LOAD-BUDGET.
           OPEN INPUT SPNDBUDG
           PERFORM UNTIL IS-SPNDBUDG-EOF
              READ SPNDBUDG
                 AT END
                    MOVE 'Y'            TO WS-SPNDBUDG-EOF
                 NOT AT END
                    ADD 1               TO WS-BUDGET-READ
                    PERFORM 060-APPLY-BUDGET
              END-READ
           END-PERFORM
           CLOSE SPNDBUDG
           .
      *
      * ****************************************************************
      * ** 060-APPLY-BUDGET
      * ** A budget outside the year to date is passed by - finance
      * ** keeps the whole year, and earlier years, on the file.  One
      * ** that will not edit, or that repeats a make and month
      * ** already loaded, is refused and named on the console.
      * ****************************************************************
       060-APPLY-BUDGET.
           MOVE SPACES                  TO WS-BUDGET-REASON
           EVALUATE TRUE
              WHEN BGT-BUDGET-MONTH IS NOT NUMERIC OR
                   BGT-BUDGET-AMOUNT IS NOT NUMERIC OR
                   BGT-VEHICLE-MAKE = SPACES
                 MOVE 'IS NOT VALID'    TO WS-BUDGET-REASON
              WHEN BGT-BUDGET-MM < 1 OR
                   BGT-BUDGET-MM > 12
                 MOVE 'HAS A BAD MONTH' TO WS-BUDGET-REASON
              WHEN BGT-BUDGET-YEAR NOT = WS-REPORT-YEAR OR
                   BGT-BUDGET-MM > WS-REPORT-MM
                 CONTINUE
              WHEN OTHER
                 MOVE BGT-VEHICLE-MAKE  TO WS-FIND-MAKE
                 PERFORM 420-FIND-MAKE
                 IF WS-MAKE-FOUND-YES
                    SET MM-I            TO BGT-BUDGET-MM
                    IF MAK-BUDGET-SET(MK-I, MM-I) = 'Y'
                       MOVE 'REPEATS A MAKE AND MONTH'
                                        TO WS-BUDGET-REASON
                    ELSE
                       MOVE 'Y'         TO MAK-BUDGET-SET(MK-I, MM-I)
                       MOVE BGT-BUDGET-AMOUNT
                                        TO MAK-BUDGET(MK-I, MM-I)
                       SET MN-I         TO BGT-BUDGET-MM
                       ADD BGT-BUDGET-AMOUNT
                                        TO MON-BUDGET(MN-I)
                    END-IF
                 END-IF
           END-EVALUATE
           IF WS-BUDGET-REASON NOT = SPACES
              ADD 1                     TO WS-BUDGET-REFUSED
              DISPLAY 'CMTSPEND BUDGET ' BGT-VEHICLE-MAKE ' '
                 BGT-BUDGET-MONTH ' ' WS-BUDGET-REASON
                 ' - REFUSED.'
           END-IF
           .
      *
       100-SPEND-POFILE.
           OPEN INPUT POFILE
           PERFORM UNTIL IS-POFILE-EOF
              READ POFILE
                 AT END
                    MOVE 'Y'            TO WS-POFILE-EOF
                 NOT AT END
                    MOVE POFILE-REC     TO PO-RECORD
                    PERFORM 200-SPEND-PO-RECORD
              END-READ
           END-PERFORM
           CLOSE POFILE
           .
      *
       150-SPEND-POARCH.
           MOVE 'N'                     TO WS-ORDER-COUNTED
           OPEN INPUT POARCH
           PERFORM UNTIL IS-POARCH-EOF
              READ POARCH
                 AT END
                    MOVE 'Y'            TO WS-POARCH-EOF
                 NOT AT END
                    MOVE POARCH-REC     TO PO-RECORD
                    PERFORM 200-SPEND-PO-RECORD
              END-READ
           END-PERFORM
           CLOSE POARCH
           .
      *
      * ****************************************************************
      * ** 200-SPEND-PO-RECORD
      * ** A header ordered in the year to date, and placed - open or
      * ** received - starts an order to count; a held one is only
      * ** tallied.  Each live line of a counted order adds its
      * ** extended cost.
      * ****************************************************************
       200-SPEND-PO-RECORD.
           ADD 1                        TO WS-RECORDS-READ
           EVALUATE TRUE
              WHEN PO-IS-HEADER
                 MOVE 'N'               TO WS-ORDER-COUNTED
                 IF PO-ORDER-DATE IS NUMERIC
                    COMPUTE WS-ORDER-MONTH = PO-ORDER-DATE / 100
                    IF WS-ORDER-MONTH NOT < WS-YTD-START-MONTH AND
                       WS-ORDER-MONTH NOT > WS-REPORT-MONTH
                       EVALUATE TRUE
                          WHEN PO-IS-OPEN OR PO-IS-RECEIVED
                             PERFORM 300-COUNT-ORDER
                          WHEN PO-IS-PENDING-APPROVAL
                             ADD 1      TO WS-HELD-ORDERS
                       END-EVALUATE
                    END-IF
                 END-IF
              WHEN PO-IS-LINE
                 IF WS-ORDER-IS-COUNTED AND
                    NOT PO-LINE-IS-CANCELLED AND
                    PO-LINE-EXTENDED-COST IS NUMERIC
                    PERFORM 350-COUNT-LINE
                 END-IF
           END-EVALUATE
           .
      *
       300-COUNT-ORDER.
           MOVE 'Y'                     TO WS-ORDER-COUNTED
           ADD 1                        TO WS-ORDERS-COUNTED
           COMPUTE WS-ORDER-MM-SUB =
              WS-ORDER-MONTH - WS-YTD-START-MONTH + 1
           IF PO-IS-RECEIVED
              MOVE 'Y'                  TO WS-ORDER-RECEIVED
           ELSE
              MOVE 'N'                  TO WS-ORDER-RECEIVED
           END-IF
           PERFORM 410-FIND-SUPPLIER
           .
      *
      * ****************************************************************
      * ** 350-COUNT-LINE
      * ** A live line of a counted order.  Its extended cost goes to
      * ** the order month, the order's supplier and the line's make,
      * ** in the open or the received column as the order stands.
      * ****************************************************************
       350-COUNT-LINE.
           ADD 1                        TO WS-LINES-COUNTED
           SET MN-I                     TO WS-ORDER-MM-SUB
           IF WS-ORDER-IS-RECEIVED
              ADD PO-LINE-EXTENDED-COST TO MON-RECEIVED(MN-I)
           ELSE
              ADD PO-LINE-EXTENDED-COST TO MON-OPEN(MN-I)
           END-IF
           IF WS-SUP-FOUND-YES
              SET SU-I                  TO WS-SUP-FOUND-SUB
              IF WS-ORDER-IS-RECEIVED
                 ADD PO-LINE-EXTENDED-COST
                                        TO SUP-YTD-RECEIVED(SU-I)
              ELSE
                 ADD PO-LINE-EXTENDED-COST
                                        TO SUP-YTD-OPEN(SU-I)
              END-IF
              IF WS-ORDER-MONTH = WS-REPORT-MONTH
                 IF WS-ORDER-IS-RECEIVED
                    ADD PO-LINE-EXTENDED-COST
                                        TO SUP-MTH-RECEIVED(SU-I)
                 ELSE
                    ADD PO-LINE-EXTENDED-COST
                                        TO SUP-MTH-OPEN(SU-I)
                 END-IF
              END-IF
           END-IF
           MOVE PO-LINE-VEHICLE-MAKE    TO WS-FIND-MAKE
           PERFORM 420-FIND-MAKE
           IF WS-MAKE-FOUND-YES
              SET MM-I                  TO WS-ORDER-MM-SUB
              IF WS-ORDER-IS-RECEIVED
                 ADD PO-LINE-EXTENDED-COST
                                        TO MAK-RECEIVED(MK-I, MM-I)
              ELSE
                 ADD PO-LINE-EXTENDED-COST
                                        TO MAK-OPEN(MK-I, MM-I)
              END-IF
           END-IF
           .
      *
      * ****************************************************************
      * ** 410-FIND-SUPPLIER
      * ** Finds PO-SUPPLIER-NUMBER in the supplier table, adding it
      * ** when new.  A full table leaves WS-SUP-FOUND-NO and the
      * ** order goes uncounted for the supplier section.
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
                 MOVE 0                 TO SUP-MTH-OPEN(SU-I)
                                           SUP-MTH-RECEIVED(SU-I)
                                           SUP-YTD-OPEN(SU-I)
                                           SUP-YTD-RECEIVED(SU-I)
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
      * ** Same for WS-FIND-MAKE in the make table, a new make
      * ** starting every month at zero with no budget.
      * ****************************************************************
       420-FIND-MAKE.
           SET WS-MAKE-FOUND-NO         TO TRUE
           PERFORM VARYING MK-I FROM 1 BY 1
              UNTIL MK-I > WS-MAKE-COUNT OR WS-MAKE-FOUND-YES
              IF MAK-NAME(MK-I) = WS-FIND-MAKE
                 SET WS-MAKE-FOUND-YES  TO TRUE
                 SET WS-MAKE-FOUND-SUB  TO MK-I
              END-IF
           END-PERFORM
           IF WS-MAKE-FOUND-NO
              IF WS-MAKE-COUNT < 200
                 ADD 1                  TO WS-MAKE-COUNT
                 SET MK-I               TO WS-MAKE-COUNT
                 MOVE WS-FIND-MAKE      TO MAK-NAME(MK-I)
                 MOVE 'N'               TO MAK-PRINTED(MK-I)
                 PERFORM VARYING MM-I FROM 1 BY 1 UNTIL MM-I > 12
                    MOVE 0              TO MAK-OPEN(MK-I, MM-I)
                                           MAK-RECEIVED(MK-I, MM-I)
                                           MAK-BUDGET(MK-I, MM-I)
                    MOVE 'N'            TO MAK-BUDGET-SET(MK-I, MM-I)
                 END-PERFORM
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
      * ** POAGERPT picks its print order.  Suppliers carry no budget.
      * ****************************************************************
       500-PRINT-SUPPLIERS.
           MOVE 'SUPPLIER'              TO SCH-KEY-TITLE
           MOVE 'COMMITTED SPEND BY SUPPLIER'
                                        TO SEC-TITLE
           PERFORM 550-PRINT-SECTION-HEAD
           IF WS-SUP-COUNT = 0
              MOVE WS-NONE-LINE         TO SPENDRPT-LINE
              WRITE SPENDRPT-LINE
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
      * ****************************************************************
      * ** 520-PRINT-SUPPLIER
      * ** The month line, then the year-to-date line, then the
      * ** extract record carrying both.  A legacy order with its
      * ** address inline has no supplier number and reports under
      * ** INLINE.
      * ****************************************************************
       520-PRINT-SUPPLIER.
           SET SU-I                     TO WS-PICK-SUB
           MOVE 'Y'                     TO SUP-PRINTED(SU-I)
           MOVE SPACES                  TO SPEND-EXTRACT-REC
           MOVE 'S'                     TO SPX-RECORD-TYPE
           IF SUP-NUMBER(SU-I) = SPACES
              MOVE 'INLINE'             TO SPD-KEY
           ELSE
              MOVE SUP-NUMBER(SU-I)     TO SPD-KEY
           END-IF
           MOVE SPD-KEY                 TO SPX-KEY
           MOVE 'N'                     TO WS-FIG-BUDGETED
           MOVE 0                       TO WS-FIG-BUDGET
           MOVE SUP-MTH-OPEN(SU-I)      TO WS-FIG-OPEN
           MOVE SUP-MTH-RECEIVED(SU-I)  TO WS-FIG-RECEIVED
           MOVE 'MTH'                   TO SPD-PERIOD
           PERFORM 700-FIGURE-LINE
           PERFORM 710-EXTRACT-MONTH
           MOVE SUP-YTD-OPEN(SU-I)      TO WS-FIG-OPEN
           MOVE SUP-YTD-RECEIVED(SU-I)  TO WS-FIG-RECEIVED
           MOVE SPACES                  TO SPD-KEY
           MOVE 'YTD'                   TO SPD-PERIOD
           PERFORM 700-FIGURE-LINE
           PERFORM 720-EXTRACT-YTD
           PERFORM 730-WRITE-EXTRACT
           .
      *
       550-PRINT-SECTION-HEAD.
           MOVE SPACES                  TO SPENDRPT-LINE
           WRITE SPENDRPT-LINE
           MOVE WS-SECTION-HEADING      TO SPENDRPT-LINE
           WRITE SPENDRPT-LINE
           MOVE WS-COL-HEADING          TO SPENDRPT-LINE
           WRITE SPENDRPT-LINE
           .
      *
      * ****************************************************************
      * ** 600-PRINT-MAKES
      * ** Make section in make-name order, every make with a budget
      * ** or spend in the year to date.
      * ****************************************************************
       600-PRINT-MAKES.
           MOVE 'MAKE'                  TO SCH-KEY-TITLE
           MOVE 'COMMITTED SPEND BY VEHICLE MAKE AGAINST BUDGET'
                                        TO SEC-TITLE
           PERFORM 550-PRINT-SECTION-HEAD
           IF WS-MAKE-COUNT = 0
              MOVE WS-NONE-LINE         TO SPENDRPT-LINE
              WRITE SPENDRPT-LINE
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
                 MAK-NAME(MK-I) < WS-PICK-KEY
                 MOVE MAK-NAME(MK-I)    TO WS-PICK-KEY
                 SET WS-PICK-SUB        TO MK-I
              END-IF
           END-PERFORM
           .
      *
      * ****************************************************************
      * ** 620-PRINT-MAKE
      * ** The report month's figures straight from the make's month
      * ** entry, the year to date summed over January through the
      * ** report month.  A make over budget on either line counts
      * ** once in the makes-over total.
      * ****************************************************************
       620-PRINT-MAKE.
           SET MK-I                     TO WS-PICK-SUB
           MOVE 'Y'                     TO MAK-PRINTED(MK-I)
           MOVE 'N'                     TO WS-MAKE-IS-OVER
           MOVE SPACES                  TO SPEND-EXTRACT-REC
           MOVE 'M'                     TO SPX-RECORD-TYPE
           MOVE MAK-NAME(MK-I)          TO SPD-KEY
                                           SPX-KEY
           MOVE 'Y'                     TO WS-FIG-BUDGETED
           SET MM-I                     TO WS-REPORT-MM
           MOVE MAK-OPEN(MK-I, MM-I)    TO WS-FIG-OPEN
           MOVE MAK-RECEIVED(MK-I, MM-I)
                                        TO WS-FIG-RECEIVED
           MOVE MAK-BUDGET(MK-I, MM-I)  TO WS-FIG-BUDGET
           MOVE 'MTH'                   TO SPD-PERIOD
           PERFORM 700-FIGURE-LINE
           PERFORM 710-EXTRACT-MONTH
           IF WS-FIG-IS-OVER
              MOVE 'Y'                  TO WS-MAKE-IS-OVER
           END-IF
           MOVE 0                       TO WS-FIG-OPEN
                                           WS-FIG-RECEIVED
                                           WS-FIG-BUDGET
           PERFORM VARYING MM-I FROM 1 BY 1
              UNTIL MM-I > WS-REPORT-MM
              ADD MAK-OPEN(MK-I, MM-I)  TO WS-FIG-OPEN
              ADD MAK-RECEIVED(MK-I, MM-I)
                                        TO WS-FIG-RECEIVED
              ADD MAK-BUDGET(MK-I, MM-I)
                                        TO WS-FIG-BUDGET
           END-PERFORM
           MOVE SPACES                  TO SPD-KEY
           MOVE 'YTD'                   TO SPD-PERIOD
           PERFORM 700-FIGURE-LINE
           PERFORM 720-EXTRACT-YTD
           PERFORM 730-WRITE-EXTRACT
           IF WS-FIG-IS-OVER
              MOVE 'Y'                  TO WS-MAKE-IS-OVER
           END-IF
           IF WS-MAKE-IS-OVER = 'Y'
              ADD 1                     TO WS-MAKES-OVER
           END-IF
           .
      *
      * ****************************************************************
      * ** 650-PRINT-MONTHS
      * ** One line per order month, January through the report
      * ** month, against the month's budget across all makes, and
      * ** the year-to-date total under them.  Each month's extract
      * ** record carries the year to date through that month.
      * ****************************************************************
       650-PRINT-MONTHS.
           MOVE 'MONTH'                 TO SCH-KEY-TITLE
           MOVE 'COMMITTED SPEND BY ORDER MONTH AGAINST BUDGET'
                                        TO SEC-TITLE
           PERFORM 550-PRINT-SECTION-HEAD
           MOVE 'Y'                     TO WS-FIG-BUDGETED
           MOVE 0                       TO WS-RUN-OPEN
                                           WS-RUN-RECEIVED
                                           WS-RUN-BUDGET
           PERFORM VARYING MN-I FROM 1 BY 1
              UNTIL MN-I > WS-REPORT-MM
              MOVE SPACES               TO SPEND-EXTRACT-REC
              MOVE 'O'                  TO SPX-RECORD-TYPE
              SET WS-ORDER-MM-SUB       TO MN-I
              COMPUTE WS-ORDER-MONTH =
                 WS-YTD-START-MONTH + WS-ORDER-MM-SUB - 1
              MOVE WS-ORDER-MONTH       TO SPD-KEY
                                           SPX-KEY
              MOVE MON-OPEN(MN-I)       TO WS-FIG-OPEN
              MOVE MON-RECEIVED(MN-I)   TO WS-FIG-RECEIVED
              MOVE MON-BUDGET(MN-I)     TO WS-FIG-BUDGET
              MOVE 'MTH'                TO SPD-PERIOD
              PERFORM 700-FIGURE-LINE
              PERFORM 710-EXTRACT-MONTH
              ADD MON-OPEN(MN-I)        TO WS-RUN-OPEN
              ADD MON-RECEIVED(MN-I)    TO WS-RUN-RECEIVED
              ADD MON-BUDGET(MN-I)      TO WS-RUN-BUDGET
              MOVE WS-RUN-OPEN          TO WS-FIG-OPEN
              MOVE WS-RUN-RECEIVED      TO WS-FIG-RECEIVED
              MOVE WS-RUN-BUDGET        TO WS-FIG-BUDGET
              PERFORM 705-FIGURE-AMOUNTS
              PERFORM 720-EXTRACT-YTD
              PERFORM 730-WRITE-EXTRACT
           END-PERFORM
           MOVE 'YEAR TOTAL'            TO SPD-KEY
           MOVE 'YTD'                   TO SPD-PERIOD
           PERFORM 700-FIGURE-LINE
           .
      *
      * ****************************************************************
      * ** 700-FIGURE-LINE
      * ** Works the total, variance, percent used and over-budget
      * ** flag from WS-FIG-OPEN, -RECEIVED and -BUDGET and prints
      * ** the line in whole dollars.  A line with no budget to
      * ** measure - a supplier - prints its budget columns blank;
      * ** a make or month with spend and a zero budget is over,
      * ** with no percent to show.
      * ****************************************************************
       700-FIGURE-LINE.
           PERFORM 705-FIGURE-AMOUNTS
           COMPUTE SPD-OPEN ROUNDED     = WS-FIG-OPEN
           COMPUTE SPD-RECEIVED ROUNDED = WS-FIG-RECEIVED
           COMPUTE SPD-TOTAL ROUNDED    = WS-FIG-TOTAL
           IF WS-FIG-IS-BUDGETED
              COMPUTE SPD-BUDGET ROUNDED   = WS-FIG-BUDGET
              COMPUTE SPD-VARIANCE ROUNDED = WS-FIG-VARIANCE
              IF WS-FIG-BUDGET > 0
                 IF WS-FIG-PCT > 9999
                    MOVE 9999           TO SPD-PCT
                 ELSE
                    COMPUTE SPD-PCT ROUNDED = WS-FIG-PCT
                 END-IF
              ELSE
                 MOVE SPACES            TO SPD-PCT-X
              END-IF
              IF WS-FIG-IS-OVER
                 MOVE 'OVER'            TO SPD-FLAG
              ELSE
                 MOVE SPACES            TO SPD-FLAG
              END-IF
           ELSE
              MOVE SPACES               TO SPD-BUDGET-AREA
           END-IF
           MOVE WS-SPEND-DETAIL         TO SPENDRPT-LINE
           WRITE SPENDRPT-LINE
           .
      *
       705-FIGURE-AMOUNTS.
           COMPUTE WS-FIG-TOTAL = WS-FIG-OPEN + WS-FIG-RECEIVED
           MOVE 'N'                     TO WS-FIG-OVER
           MOVE 0                       TO WS-FIG-VARIANCE
                                           WS-FIG-PCT
           IF WS-FIG-IS-BUDGETED
              COMPUTE WS-FIG-VARIANCE = WS-FIG-BUDGET - WS-FIG-TOTAL
              IF WS-FIG-BUDGET > 0
                 COMPUTE WS-FIG-PCT ROUNDED =
                    WS-FIG-TOTAL * 100 / WS-FIG-BUDGET
                    ON SIZE ERROR
                       MOVE 99999.9     TO WS-FIG-PCT
                 END-COMPUTE
              END-IF
              IF WS-FIG-TOTAL > WS-FIG-BUDGET
                 MOVE 'Y'               TO WS-FIG-OVER
              END-IF
           END-IF
           .
      *
      * ****************************************************************
      * ** 710-EXTRACT-MONTH / 720-EXTRACT-YTD
      * ** The figures just worked into one half of the extract
      * ** record, in dollars and cents.
      * ****************************************************************
       710-EXTRACT-MONTH.
           MOVE WS-FIG-OPEN             TO SPX-MTH-OPEN
           MOVE WS-FIG-RECEIVED         TO SPX-MTH-RECEIVED
           MOVE WS-FIG-TOTAL            TO SPX-MTH-TOTAL
           MOVE WS-FIG-BUDGET           TO SPX-MTH-BUDGET
           MOVE WS-FIG-VARIANCE         TO SPX-MTH-VARIANCE
           IF WS-FIG-PCT > 9999.9
              MOVE 9999.9               TO SPX-MTH-PCT-USED
           ELSE
              MOVE WS-FIG-PCT           TO SPX-MTH-PCT-USED
           END-IF
           IF WS-FIG-IS-BUDGETED
              MOVE WS-FIG-OVER          TO SPX-MTH-OVER-BUDGET
           END-IF
           .
      *
       720-EXTRACT-YTD.
           MOVE WS-FIG-OPEN             TO SPX-YTD-OPEN
           MOVE WS-FIG-RECEIVED         TO SPX-YTD-RECEIVED
           MOVE WS-FIG-TOTAL            TO SPX-YTD-TOTAL
           MOVE WS-FIG-BUDGET           TO SPX-YTD-BUDGET
           MOVE WS-FIG-VARIANCE         TO SPX-YTD-VARIANCE
           IF WS-FIG-PCT > 9999.9
              MOVE 9999.9               TO SPX-YTD-PCT-USED
           ELSE
              MOVE WS-FIG-PCT           TO SPX-YTD-PCT-USED
           END-IF
           IF WS-FIG-IS-BUDGETED
              MOVE WS-FIG-OVER          TO SPX-YTD-OVER-BUDGET
           END-IF
           .
      *
       730-WRITE-EXTRACT.
           MOVE WS-REPORT-MONTH         TO SPX-REPORT-MONTH
           WRITE SPEND-EXTRACT-REC
           ADD 1                        TO WS-EXTRACT-WRITTEN
           .
      *
       900-TERMINATION.
           MOVE SPACES                  TO SPENDRPT-LINE
           WRITE SPENDRPT-LINE
           MOVE WS-RECORDS-READ         TO TL-RECORDS-READ
           MOVE WS-ORDERS-COUNTED       TO TL-ORDERS-COUNTED
           MOVE WS-TOTAL-LINE-1         TO SPENDRPT-LINE
           WRITE SPENDRPT-LINE
           MOVE WS-LINES-COUNTED        TO TL-LINES-COUNTED
           MOVE WS-HELD-ORDERS          TO TL-HELD-ORDERS
           MOVE WS-TOTAL-LINE-2         TO SPENDRPT-LINE
           WRITE SPENDRPT-LINE
           MOVE WS-BUDGET-READ          TO TL-BUDGET-READ
           MOVE WS-BUDGET-REFUSED       TO TL-BUDGET-REFUSED
           MOVE WS-TOTAL-LINE-3         TO SPENDRPT-LINE
           WRITE SPENDRPT-LINE
           MOVE WS-MAKES-OVER           TO TL-MAKES-OVER
           MOVE WS-EXTRACT-WRITTEN      TO TL-EXTRACT-WRITTEN
           MOVE WS-TOTAL-LINE-4         TO SPENDRPT-LINE
           WRITE SPENDRPT-LINE
           CLOSE SPENDRPT
           CLOSE SPENDEXT
           IF WS-BUDGET-REFUSED > 0
              MOVE 4                    TO RETURN-CODE
           END-IF
           IF WS-SUP-TABLE-IS-FULL OR WS-MAKE-TABLE-IS-FULL
              DISPLAY 'CMTSPEND SUPPLIER OR MAKE TABLE IS FULL - '
                 'REPORT IS INCOMPLETE.'
              MOVE 8                    TO RETURN-CODE
           END-IF
           DISPLAY 'CMTSPEND REPORT MONTH   : ' WS-REPORT-MONTH
           DISPLAY 'CMTSPEND PO RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'CMTSPEND ORDERS COUNTED : ' WS-ORDERS-COUNTED
           DISPLAY 'CMTSPEND BUDGETS REFUSED: ' WS-BUDGET-REFUSED
           DISPLAY 'CMTSPEND MAKES OVER BUDG: ' WS-MAKES-OVER
           DISPLAY 'CMTSPEND EXTRACT RECORDS: ' WS-EXTRACT-WRITTEN
           .
      *
