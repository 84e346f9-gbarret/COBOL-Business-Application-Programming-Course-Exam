      ******************************************************************
      *    COPYBOOK:  SPNDXREC
      *    DESCRIPTION: Committed-spend extract record written by
      *                 CMTSPEND beside its printed report, for
      *                 loading into the finance spreadsheet.  One
      *                 record per figure line of the report: type S
      *                 per supplier, M per vehicle make, O per order
      *                 month.  The key is the supplier number, the
      *                 make, or the order month as YYYYMM.  Every
      *                 record carries the report month and two sets
      *                 of figures - the report month, and the year to
      *                 date through it (for an O record, through that
      *                 order month).  Amounts are dollars and cents
      *                 with an actual decimal point and a leading
      *                 minus when negative, so the file imports as
      *                 fixed-width columns with no conversion.
      *                 Variance is budget less committed - negative
      *                 is over budget.  Suppliers carry no budget, so
      *                 an S record's budget, variance and percent are
      *                 zero and its over-budget flag is blank.
      ******************************************************************
       01  SPEND-EXTRACT-REC.
           05  SPX-RECORD-TYPE              PIC X(01).
               88  SPX-IS-SUPPLIER          VALUE 'S'.
               88  SPX-IS-MAKE              VALUE 'M'.
               88  SPX-IS-ORDER-MONTH       VALUE 'O'.
           05  SPX-REPORT-MONTH             PIC 9(06).
           05  SPX-KEY                      PIC X(10).
           05  SPX-MONTH-FIGURES.
               10  SPX-MTH-OPEN             PIC -9(09).99.
               10  SPX-MTH-RECEIVED         PIC -9(09).99.
               10  SPX-MTH-TOTAL            PIC -9(09).99.
               10  SPX-MTH-BUDGET           PIC -9(09).99.
               10  SPX-MTH-VARIANCE         PIC -9(09).99.
               10  SPX-MTH-PCT-USED         PIC -9(04).9.
               10  SPX-MTH-OVER-BUDGET      PIC X(01).
           05  SPX-YTD-FIGURES.
               10  SPX-YTD-OPEN             PIC -9(09).99.
               10  SPX-YTD-RECEIVED         PIC -9(09).99.
               10  SPX-YTD-TOTAL            PIC -9(09).99.
               10  SPX-YTD-BUDGET           PIC -9(09).99.
               10  SPX-YTD-VARIANCE         PIC -9(09).99.
               10  SPX-YTD-PCT-USED         PIC -9(04).9.
               10  SPX-YTD-OVER-BUDGET      PIC X(01).
           05  FILLER                       PIC X(37).
