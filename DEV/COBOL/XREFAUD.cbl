       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHMAKE
              ASSIGN          TO VEHMAKE
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-VEHMAKE-STATUS
           .
           SELECT STATEZIP
              ASSIGN          TO STATEZIP
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-STATEZIP-STATUS
           .
           SELECT SUPPMAST
              ASSIGN          TO SUPPMAST
              ORGANIZATION    IS INDEXED
              ACCESS MODE     IS SEQUENTIAL
              RECORD KEY      IS SUP-SUPPLIER-NUMBER
              FILE STATUS     IS WS-SUPPMAST-STATUS
           .
           SELECT PARTMAST
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
           SELECT XREFRPT
              ASSIGN          TO XREFRPT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-XREFRPT-STATUS
           .
       DATA DIVISION.
       FILE SECTION.
       FD  VEHMAKE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 15 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEHMAKE-REC.
       COPY VEHMAKER.
      *
       FD  STATEZIP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 35 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STATEZIP-REC.
       COPY STZIPREC.
      *
       FD  SUPPMAST
           RECORD CONTAINS 329 CHARACTERS
           DATA RECORD IS SUPPLIER-MASTER-REC.
       COPY SUPPREC.
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
       FD  XREFRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XREFRPT-LINE.
       01  XREFRPT-LINE                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  WS-VEHMAKE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-VEHMAKE-EOF           PIC X(01) VALUE SPACES.
           88 IS-VEHMAKE-EOF        VALUE 'Y'.
       77  WS-STATEZIP-STATUS       PIC X(02) VALUE SPACES.
       77  WS-STATEZIP-EOF          PIC X(01) VALUE SPACES.
           88 IS-STATEZIP-EOF       VALUE 'Y'.
       77  WS-SUPPMAST-STATUS       PIC X(02) VALUE SPACES.
       77  WS-SUPPMAST-EOF          PIC X(01) VALUE SPACES.
           88 IS-SUPPMAST-EOF       VALUE 'Y'.
       77  WS-PARTMAST-STATUS       PIC X(02) VALUE SPACES.
       77  WS-PARTMAST-EOF          PIC X(01) VALUE SPACES.
           88 IS-PARTMAST-EOF       VALUE 'Y'.
       77  WS-POFILE-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POFILE-EOF            PIC X(01) VALUE SPACES.
           88 IS-POFILE-EOF         VALUE 'Y'.
       77  WS-XREFRPT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-RUN-DATE              PIC 9(08) VALUE ZEROS.
      *
       77  WS-VEHMAKE-READ          PIC 9(08) VALUE ZEROS.
       77  WS-STATEZIP-READ         PIC 9(08) VALUE ZEROS.
       77  WS-SUPPMAST-READ         PIC 9(08) VALUE ZEROS.
       77  WS-PARTMAST-READ         PIC 9(08) VALUE ZEROS.
       77  WS-POFILE-READ           PIC 9(08) VALUE ZEROS.
       77  WS-TOTAL-BREAKS          PIC 9(08) VALUE ZEROS.
       77  WS-BREAKS-NOT-LISTED     PIC 9(08) VALUE ZEROS.
      *
      * ** A master that cannot be read at all leaves the audit with
      * ** nothing to compare against - the run ends RC 12.  A table
      * ** overflow leaves some checks unmade - RC 8.  Breaks alone
      * ** are RC 4.
       77  WS-MASTER-MISSING        PIC X(01) VALUE 'N'.
           88 WS-MASTER-IS-MISSING  VALUE 'Y'.
       77  WS-CHECKS-INCOMPLETE     PIC X(01) VALUE 'N'.
           88 WS-CHECKS-ARE-INCOMPLETE VALUE 'Y'.
       77  WS-SUP-TABLE-FULL        PIC X(01) VALUE 'N'.
           88 WS-SUP-TABLE-IS-FULL  VALUE 'Y'.
       77  WS-PART-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 WS-PART-TABLE-IS-FULL VALUE 'Y'.
      *
      * ** The address under test, laid into one set of work fields
      * ** so part and supplier addresses go through the identical
      * ** state/ZIP check - the STZIMPCT arrangement.
       77  WS-CHK-CATEGORY          PIC 9(02) VALUE ZEROS.
       77  WS-CHK-KEY               PIC X(10) VALUE SPACES.
       77  WS-CHK-MAKE              PIC X(10) VALUE SPACES.
       77  WS-CHK-STATE             PIC X(10) VALUE SPACES.
       77  WS-CHK-ZIP               PIC X(10) VALUE SPACES.
       77  WS-CHK-ZIP-EXT           PIC X(04) VALUE SPACES.
       77  WS-CHK-COUNTRY           PIC X(02) VALUE SPACES.
       77  WS-ZIP-COMPARE           PIC X(09) VALUE SPACES.
       77  WS-ADDR-SUB              PIC 9(01) COMP VALUE 0.
       77  WS-FORCE-US-EDITS        PIC X(01) VALUE 'Y'.
           88 WS-FORCE-US-EDITS-YES VALUE 'Y'.
       77  WS-ZIP-FOUND             PIC X(01) VALUE 'N'.
           88 WS-ZIP-FOUND-YES      VALUE 'Y'.
       77  WS-MAKE-FOUND            PIC X(01) VALUE SPACES.
           88 WS-MAKE-FOUND-YES     VALUE 'Y'.
           88 WS-MAKE-FOUND-NO      VALUE 'N'.
       77  WS-MAKE-FOUND-SUB        PIC S9(04) BINARY VALUE 0.
       77  WS-SUP-FOUND             PIC X(01) VALUE SPACES.
           88 WS-SUP-FOUND-YES      VALUE 'Y'.
           88 WS-SUP-FOUND-NO       VALUE 'N'.
       77  WS-SUP-FOUND-SUB         PIC S9(04) BINARY VALUE 0.
       77  WS-PART-FOUND            PIC X(01) VALUE SPACES.
           88 WS-PART-FOUND-YES     VALUE 'Y'.
           88 WS-PART-FOUND-NO      VALUE 'N'.
       77  WS-FIND-SUPPLIER         PIC X(06) VALUE SPACES.
       77  WS-FIND-PART             PIC X(10) VALUE SPACES.
       77  WS-CHECKING-ORDER        PIC X(01) VALUE 'N'.
           88 WS-CHECKING-ORDER-YES VALUE 'Y'.
       77  WS-CAT-SUB               PIC S9(04) BINARY VALUE 0.
      *
       01  VEHICLE-MAKE-TABLE.
           05 WS-MAKE-ID                PIC S9(4) BINARY.
           05 WS-VEHICLE-MAKE-ENTRY   OCCURS 0 TO 50 TIMES
                                   DEPENDING ON WS-MAKE-ID
                                   INDEXED BY VM-I.
              10 WS-MAKE-NAME           PIC X(10).
              10 WS-LEAD-TIME-LOW       PIC 9(02).
              10 WS-LEAD-TIME-HIGH      PIC 9(02).
              10 WS-IMPORT-FLAG         PIC X(01).
                 88 WS-MAKE-IS-IMPORT   VALUE 'Y'.
      *
       01  STATE-ZIP-TABLE.
           05 WS-STZ-COUNT              PIC S9(4) BINARY.
           05 WS-STZ-ENTRY OCCURS 0 TO 300 TIMES
                                   DEPENDING ON WS-STZ-COUNT
                                   INDEXED BY S-I.
              10 WS-STZ-ABBREVIATION    PIC X(02).
              10 WS-STZ-ZIP-LOW         PIC X(09).
              10 WS-STZ-ZIP-HIGH        PIC X(09).
      *
      * ** Supplier number and address set, for the part-to-supplier
      * ** reference and drift checks.
       01  SUPPLIER-TABLE.
           05 WS-SUP-COUNT              PIC S9(4) BINARY VALUE 0.
           05 WS-SUP-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY SP-I.
              10 WS-SUP-NUMBER          PIC X(06).
              10 WS-SUP-ADDRESS         PIC X(96)
                                        OCCURS 3 TIMES.
      *
      * ** Part numbers on PARTMAST, for the PO line check.
       01  PART-NUMBER-TABLE.
           05 WS-PART-COUNT             PIC S9(8) BINARY VALUE 0.
           05 WS-PART-ENTRY OCCURS 20000 TIMES
                                   INDEXED BY PT-I.
              10 WS-PART-NUMBER         PIC X(10).
      *
      * ** Every break found, held until the end so the report can
      * ** print them grouped by category whatever order the files
      * ** turned them up in.  The category counts are kept apart
      * ** and stay right even when the detail table overflows.
       01  BREAK-TABLE.
           05 WS-BRK-COUNT              PIC S9(4) BINARY VALUE 0.
           05 WS-BRK-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY BK-I.
              10 BRK-CATEGORY           PIC 9(02).
              10 BRK-KEY                PIC X(10).
              10 BRK-OCCURRENCE         PIC X(01).
              10 BRK-REFERENCE          PIC X(10).
              10 BRK-DETAIL             PIC X(40).
       01  CATEGORY-COUNT-TABLE.
           05 WS-CAT-COUNT              PIC 9(08) OCCURS 9 TIMES.
      *
      * ** Detail work areas for the break being recorded.
       77  WS-BRK-OCCURRENCE        PIC X(01) VALUE SPACES.
       77  WS-BRK-REFERENCE         PIC X(10) VALUE SPACES.
       77  WS-BRK-DETAIL            PIC X(40) VALUE SPACES.
       01  WS-LEAD-DETAIL.
           05  FILLER                   PIC X(10) VALUE 'LEAD TIME '.
           05  LDD-LEAD-TIME            PIC 9(02).
           05  FILLER                   PIC X(16) VALUE
               ' OUTSIDE RANGE '.
           05  LDD-LOW                  PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  LDD-HIGH                 PIC 9(02).
           05  FILLER                   PIC X(07) VALUE SPACES.
       01  WS-ZIP-DETAIL.
           05  FILLER                   PIC X(06) VALUE 'STATE '.
           05  ZPD-STATE                PIC X(10).
           05  FILLER                   PIC X(05) VALUE ' ZIP '.
           05  ZPD-ZIP                  PIC X(10).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  ZPD-ZIP-EXT              PIC X(04).
           05  FILLER                   PIC X(04) VALUE SPACES.
      *
       01  WS-XREFRPT-HEADING.
           05  FILLER               PIC X(44) VALUE
               'XREFAUD - CROSS-FILE INTEGRITY AUDIT AS OF'.
           05  XRH-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(28) VALUE SPACES.
       01  WS-RULE-LINE.
           05  FILLER               PIC X(80) VALUE ALL '-'.
       01  WS-CATEGORY-HEADING.
           05  CTH-TITLE            PIC X(40).
           05  FILLER               PIC X(10) VALUE 'BREAKS...:'.
           05  CTH-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(19) VALUE SPACES.
       01  WS-COL-HEADING.
           05  FILLER               PIC X(12) VALUE 'KEY'.
           05  FILLER               PIC X(05) VALUE 'OCC'.
           05  FILLER               PIC X(12) VALUE 'REFERENCE'.
           05  FILLER               PIC X(51) VALUE 'DETAIL'.
       01  WS-BREAK-DETAIL.
           05  BKD-KEY              PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BKD-OCCURRENCE       PIC X(01).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  BKD-REFERENCE        PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BKD-DETAIL           PIC X(40).
           05  FILLER               PIC X(11) VALUE SPACES.
       01  WS-NONE-LINE.
           05  FILLER               PIC X(80) VALUE
               '    NONE.'.
       01  WS-FILE-COUNT-LINE.
           05  FCL-LABEL            PIC X(20).
           05  FCL-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               'TOTAL BREAKS......:'.
           05  TL-BREAKS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.
       01  WS-NOT-LISTED-LINE.
           05  FILLER               PIC X(20) VALUE
               'BREAKS NOT LISTED.:'.
           05  TL-NOT-LISTED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE
               '  (DETAIL TABLE FULL - COUNTS ABOVE ARE COMPLETE)'.
      *
      * ** Read-only sweep of the five files the ordering cycle hangs
      * ** together on.  Each master is edited when it is updated,
      * ** but nothing else proves they still agree with each other
      * ** afterward - a bad restore or a hand fix can leave a part
      * ** pointing at a supplier that is gone, a part's copied
      * ** addresses drifting from its supplier's, a part or supplier
      * ** on a make VEHMAKE no longer carries or a lead time outside
      * ** its make's range, an address whose ZIP STATEZIP no longer
      * ** covers, or an open order naming a deleted part or supplier.
      * ** Every break prints under its category with a count; any
      * ** break sets return code 4 for operations to alert on, ahead
      * ** of FINPOGEN ordering from damaged data.  A master that
      * ** cannot be opened stops the checks where they stand - the
      * ** later ones would only report breaks against empty tables -
      * ** and the run ends RC 12.  Nothing is updated.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           IF NOT WS-MASTER-IS-MISSING
              PERFORM 200-CHECK-SUPPLIERS
           END-IF
           IF NOT WS-MASTER-IS-MISSING
              PERFORM 300-CHECK-PARTS
           END-IF
           IF NOT WS-MASTER-IS-MISSING
              PERFORM 400-CHECK-PURCHASE-ORDERS
           END-IF
           PERFORM 600-PRINT-REPORT
           PERFORM 900-TERMINATION
           STOP RUN
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD
           INITIALIZE CATEGORY-COUNT-TABLE
           OPEN OUTPUT XREFRPT
           MOVE WS-RUN-DATE             TO XRH-RUN-DATE
           MOVE WS-XREFRPT-HEADING      TO XREFRPT-LINE
           WRITE XREFRPT-LINE
           PERFORM 100-LOAD-VEHICLE-MAKE-TABLE
           PERFORM 110-LOAD-STATE-ZIP-TABLE
           .
      *
       100-LOAD-VEHICLE-MAKE-TABLE.
           MOVE 0                       TO WS-MAKE-ID
           OPEN INPUT VEHMAKE
           IF WS-VEHMAKE-STATUS NOT = '00'
              DISPLAY 'XREFAUD VEHMAKE OPEN FAILED - STATUS '
                 WS-VEHMAKE-STATUS
              MOVE 'Y'                  TO WS-MASTER-MISSING
           ELSE
              PERFORM UNTIL IS-VEHMAKE-EOF
                 READ VEHMAKE
                    AT END
                       MOVE 'Y'         TO WS-VEHMAKE-EOF
                    NOT AT END
                       ADD 1            TO WS-VEHMAKE-READ
                       IF WS-MAKE-ID < 50
                          ADD 1         TO WS-MAKE-ID
                          SET VM-I      TO WS-MAKE-ID
                          MOVE VM-MAKE-NAME
                                        TO WS-MAKE-NAME(VM-I)
                          MOVE VM-LEAD-TIME-LOW
                                        TO WS-LEAD-TIME-LOW(VM-I)
                          MOVE VM-LEAD-TIME-HIGH
                                        TO WS-LEAD-TIME-HIGH(VM-I)
                          MOVE VM-IMPORT-FLAG
                                        TO WS-IMPORT-FLAG(VM-I)
                       ELSE
                          MOVE 'Y'      TO WS-CHECKS-INCOMPLETE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VEHMAKE
           END-IF
           .
      *
       110-LOAD-STATE-ZIP-TABLE.
           MOVE 0                       TO WS-STZ-COUNT
           OPEN INPUT STATEZIP
           IF WS-STATEZIP-STATUS NOT = '00'
              DISPLAY 'XREFAUD STATEZIP OPEN FAILED - STATUS '
                 WS-STATEZIP-STATUS
              MOVE 'Y'                  TO WS-MASTER-MISSING
           ELSE
              PERFORM UNTIL IS-STATEZIP-EOF
                 READ STATEZIP
                    AT END
                       MOVE 'Y'         TO WS-STATEZIP-EOF
                    NOT AT END
                       ADD 1            TO WS-STATEZIP-READ
                       IF WS-STZ-COUNT < 300
                          ADD 1         TO WS-STZ-COUNT
                          SET S-I       TO WS-STZ-COUNT
                          PERFORM 120-TABLE-STATE-ZIP
                       ELSE
                          MOVE 'Y'      TO WS-CHECKS-INCOMPLETE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STATEZIP
           END-IF
           .
      *
       120-TABLE-STATE-ZIP.
           MOVE ABBREVIATION            TO WS-STZ-ABBREVIATION(S-I)
           MOVE ZIP-CODE-LOW            TO WS-STZ-ZIP-LOW(S-I)(1:5)
           IF ZIP-EXT-LOW = SPACES
              MOVE '0000'               TO WS-STZ-ZIP-LOW(S-I)(6:4)
           ELSE
              MOVE ZIP-EXT-LOW          TO WS-STZ-ZIP-LOW(S-I)(6:4)
           END-IF
           MOVE ZIP-CODE-HIGH           TO WS-STZ-ZIP-HIGH(S-I)(1:5)
           IF ZIP-EXT-HIGH = SPACES
              MOVE '9999'               TO WS-STZ-ZIP-HIGH(S-I)(6:4)
           ELSE
              MOVE ZIP-EXT-HIGH         TO WS-STZ-ZIP-HIGH(S-I)(6:4)
           END-IF
           .
      *
      * ****************************************************************
      * ** 200-CHECK-SUPPLIERS
      * ** Every supplier's make and addresses are checked, and its
      * ** number and address set are tabled for the part checks.
      * ****************************************************************
       200-CHECK-SUPPLIERS.
           OPEN INPUT SUPPMAST
           IF WS-SUPPMAST-STATUS = '00'
              PERFORM UNTIL IS-SUPPMAST-EOF
                 READ SUPPMAST NEXT RECORD
                    AT END
                       MOVE 'Y'         TO WS-SUPPMAST-EOF
                    NOT AT END
                       ADD 1            TO WS-SUPPMAST-READ
                       PERFORM 210-CHECK-SUPPLIER-RECORD
                 END-READ
              END-PERFORM
              CLOSE SUPPMAST
           ELSE
              DISPLAY 'XREFAUD SUPPLIER MASTER OPEN FAILED - STATUS '
                 WS-SUPPMAST-STATUS
              MOVE 'Y'                  TO WS-MASTER-MISSING
           END-IF
           .
      *
       210-CHECK-SUPPLIER-RECORD.
           IF WS-SUP-COUNT < 3000
              ADD 1                     TO WS-SUP-COUNT
              SET SP-I                  TO WS-SUP-COUNT
              MOVE SUP-SUPPLIER-NUMBER  TO WS-SUP-NUMBER(SP-I)
              PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                 UNTIL WS-ADDR-SUB > 3
                 MOVE SUP-ADDRESS(WS-ADDR-SUB)
                                 TO WS-SUP-ADDRESS(SP-I, WS-ADDR-SUB)
              END-PERFORM
           ELSE
              MOVE 'Y'                  TO WS-SUP-TABLE-FULL
              MOVE 'Y'                  TO WS-CHECKS-INCOMPLETE
           END-IF
           MOVE SUP-SUPPLIER-NUMBER     TO WS-CHK-KEY
           MOVE SUP-VEHICLE-MAKE        TO WS-CHK-MAKE
           IF SUP-VEHICLE-MAKE NOT = SPACES
              PERFORM 950-FIND-VEHICLE-MAKE
              IF WS-MAKE-FOUND-NO
                 MOVE 6                 TO WS-CHK-CATEGORY
                 MOVE SPACES            TO WS-BRK-OCCURRENCE
                 MOVE SUP-VEHICLE-MAKE  TO WS-BRK-REFERENCE
                 MOVE 'SUPPLIER MAKE IS NOT ON VEHMAKE.'
                                        TO WS-BRK-DETAIL
                 PERFORM 800-RECORD-BREAK
              END-IF
           END-IF
           MOVE 7                       TO WS-CHK-CATEGORY
           PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
              UNTIL WS-ADDR-SUB > 3
              MOVE SUP-ADDR-STATE(WS-ADDR-SUB)
                                        TO WS-CHK-STATE
              MOVE SUP-ZIP-CODE(WS-ADDR-SUB)
                                        TO WS-CHK-ZIP
              MOVE SUP-ZIP-CODE-EXT(WS-ADDR-SUB)
                                        TO WS-CHK-ZIP-EXT
              MOVE SUP-ADDR-COUNTRY(WS-ADDR-SUB)
                                        TO WS-CHK-COUNTRY
              PERFORM 500-CHECK-ADDRESS
           END-PERFORM
           .
      *
      * ****************************************************************
      * ** 300-CHECK-PARTS
      * ** Every part against VEHMAKE, SUPPMAST and STATEZIP; its
      * ** number is tabled for the purchase-order check.
      * ****************************************************************
       300-CHECK-PARTS.
           OPEN INPUT PARTMAST
           IF WS-PARTMAST-STATUS = '00'
              PERFORM UNTIL IS-PARTMAST-EOF
                 READ PARTMAST NEXT RECORD
                    AT END
                       MOVE 'Y'         TO WS-PARTMAST-EOF
                    NOT AT END
                       ADD 1            TO WS-PARTMAST-READ
                       PERFORM 310-CHECK-PART-RECORD
                 END-READ
              END-PERFORM
              CLOSE PARTMAST
           ELSE
              DISPLAY 'XREFAUD PARTS MASTER OPEN FAILED - STATUS '
                 WS-PARTMAST-STATUS
              MOVE 'Y'                  TO WS-MASTER-MISSING
           END-IF
           .
      *
       310-CHECK-PART-RECORD.
           IF WS-PART-COUNT < 20000
              ADD 1                     TO WS-PART-COUNT
              SET PT-I                  TO WS-PART-COUNT
              MOVE PM-PART-NUMBER       TO WS-PART-NUMBER(PT-I)
           ELSE
              MOVE 'Y'                  TO WS-PART-TABLE-FULL
              MOVE 'Y'                  TO WS-CHECKS-INCOMPLETE
           END-IF
           MOVE PM-PART-NUMBER          TO WS-CHK-KEY
           MOVE PM-VEHICLE-MAKE         TO WS-CHK-MAKE
           MOVE SPACES                  TO WS-BRK-OCCURRENCE
           PERFORM 950-FIND-VEHICLE-MAKE
           IF WS-MAKE-FOUND-NO
              MOVE 3                    TO WS-CHK-CATEGORY
              MOVE PM-VEHICLE-MAKE      TO WS-BRK-REFERENCE
              MOVE 'PART MAKE IS NOT ON VEHMAKE.'
                                        TO WS-BRK-DETAIL
              PERFORM 800-RECORD-BREAK
           ELSE
              IF PM-WEEKS-LEAD-TIME IS NUMERIC AND
                 (PM-WEEKS-LEAD-TIME < WS-LEAD-TIME-LOW(VM-I) OR
                  PM-WEEKS-LEAD-TIME > WS-LEAD-TIME-HIGH(VM-I))
                 MOVE 4                 TO WS-CHK-CATEGORY
                 MOVE PM-VEHICLE-MAKE   TO WS-BRK-REFERENCE
                 MOVE PM-WEEKS-LEAD-TIME
                                        TO LDD-LEAD-TIME
                 MOVE WS-LEAD-TIME-LOW(VM-I)
                                        TO LDD-LOW
                 MOVE WS-LEAD-TIME-HIGH(VM-I)
                                        TO LDD-HIGH
                 MOVE WS-LEAD-DETAIL    TO WS-BRK-DETAIL
                 PERFORM 800-RECORD-BREAK
              END-IF
           END-IF
           IF PM-SUPPLIER-NUMBER NOT = SPACES
              PERFORM 320-CHECK-PART-SUPPLIER
           END-IF
           MOVE 5                       TO WS-CHK-CATEGORY
           PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
              UNTIL WS-ADDR-SUB > 3
              MOVE PM-ADDR-STATE(WS-ADDR-SUB)
                                        TO WS-CHK-STATE
              MOVE PM-ZIP-CODE(WS-ADDR-SUB)
                                        TO WS-CHK-ZIP
              MOVE PM-ZIP-CODE-EXT(WS-ADDR-SUB)
                                        TO WS-CHK-ZIP-EXT
              MOVE PM-ADDR-COUNTRY(WS-ADDR-SUB)
                                        TO WS-CHK-COUNTRY
              PERFORM 500-CHECK-ADDRESS
           END-PERFORM
           .
      *
      * ****************************************************************
      * ** 320-CHECK-PART-SUPPLIER
      * ** The part's supplier has to be on SUPPMAST, and each of the
      * ** part's copied addresses has to match the supplier's own
      * ** address in the same position byte for byte.  With the
      * ** supplier table overflowed a supplier past the end cannot
      * ** be judged missing, so no break is recorded for it.
      * ****************************************************************
       320-CHECK-PART-SUPPLIER.
           MOVE PM-SUPPLIER-NUMBER      TO WS-FIND-SUPPLIER
           PERFORM 960-FIND-SUPPLIER
           MOVE PM-SUPPLIER-NUMBER      TO WS-BRK-REFERENCE
           IF WS-SUP-FOUND-NO
              IF NOT WS-SUP-TABLE-IS-FULL
                 MOVE 1                 TO WS-CHK-CATEGORY
                 MOVE SPACES            TO WS-BRK-OCCURRENCE
                 MOVE 'PART SUPPLIER IS NOT ON SUPPMAST.'
                                        TO WS-BRK-DETAIL
                 PERFORM 800-RECORD-BREAK
              END-IF
           ELSE
              MOVE 2                    TO WS-CHK-CATEGORY
              PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                 UNTIL WS-ADDR-SUB > 3
                 IF PM-PART-SUPP-ADDRESS(WS-ADDR-SUB) NOT =
                    WS-SUP-ADDRESS(SP-I, WS-ADDR-SUB)
                    MOVE WS-ADDR-SUB    TO WS-BRK-OCCURRENCE
                    MOVE 'ADDRESS DIFFERS FROM SUPPMAST IMAGE.'
                                        TO WS-BRK-DETAIL
                    PERFORM 800-RECORD-BREAK
                 END-IF
              END-PERFORM
           END-IF
           .
      *
      * ****************************************************************
      * ** 400-CHECK-PURCHASE-ORDERS
      * ** Orders still in play - not received, not cancelled - have
      * ** to name a supplier on SUPPMAST and parts on PARTMAST on
      * ** each live line.  A closed order is history and is left
      * ** alone.  A legacy order carries its address inline and no
      * ** supplier number, so there is no supplier to look up.
      * ****************************************************************
       400-CHECK-PURCHASE-ORDERS.
           OPEN INPUT POFILE
           PERFORM UNTIL IS-POFILE-EOF
              READ POFILE
                 AT END
                    MOVE 'Y'            TO WS-POFILE-EOF
                 NOT AT END
                    ADD 1               TO WS-POFILE-READ
                    PERFORM 410-CHECK-PO-RECORD
              END-READ
           END-PERFORM
           CLOSE POFILE
           .
      *
       410-CHECK-PO-RECORD.
           MOVE SPACES                  TO WS-BRK-OCCURRENCE
           EVALUATE TRUE
              WHEN PO-IS-HEADER
                 IF PO-IS-RECEIVED OR PO-IS-CANCELLED
                    MOVE 'N'            TO WS-CHECKING-ORDER
                 ELSE
                    MOVE 'Y'            TO WS-CHECKING-ORDER
                    IF PO-SUPPLIER-NUMBER NOT = SPACES
                       MOVE PO-SUPPLIER-NUMBER
                                        TO WS-FIND-SUPPLIER
                       PERFORM 960-FIND-SUPPLIER
                       IF WS-SUP-FOUND-NO AND
                          NOT WS-SUP-TABLE-IS-FULL
                          MOVE 9        TO WS-CHK-CATEGORY
                          MOVE PO-NUMBER
                                        TO WS-CHK-KEY
                          MOVE PO-SUPPLIER-NUMBER
                                        TO WS-BRK-REFERENCE
                          MOVE 'OPEN ORDER SUPPLIER IS NOT ON SUPPMAST.'
                                        TO WS-BRK-DETAIL
                          PERFORM 800-RECORD-BREAK
                       END-IF
                    END-IF
                 END-IF
              WHEN PO-IS-LINE
                 IF WS-CHECKING-ORDER-YES AND
                    NOT PO-LINE-IS-CANCELLED AND
                    NOT WS-PART-TABLE-IS-FULL
                    MOVE PO-LINE-PART-NUMBER
                                        TO WS-FIND-PART
                    PERFORM 970-FIND-PART
                    IF WS-PART-FOUND-NO
                       MOVE 8           TO WS-CHK-CATEGORY
                       MOVE PO-NUMBER   TO WS-CHK-KEY
                       MOVE PO-LINE-PART-NUMBER
                                        TO WS-BRK-REFERENCE
                       MOVE 'OPEN ORDER LINE PART IS NOT ON PARTMAST.'
                                        TO WS-BRK-DETAIL
                       PERFORM 800-RECORD-BREAK
                    END-IF
                 END-IF
           END-EVALUATE
           .
      *
      * ****************************************************************
      * ** 500-CHECK-ADDRESS
      * ** One address through the gate FINSUADD applies: the state
      * ** and ZIP have to fall in a STATEZIP range unless the address
      * ** is non-US for an import make.  Blank or zero ZIPs are left
      * ** to the master's own edits, as STZIMPCT leaves them.
      * ****************************************************************
       500-CHECK-ADDRESS.
           IF WS-CHK-COUNTRY = SPACES OR WS-CHK-COUNTRY = 'US'
              MOVE 'Y'                  TO WS-FORCE-US-EDITS
           ELSE
              PERFORM 950-FIND-VEHICLE-MAKE
              IF WS-MAKE-FOUND-YES AND WS-MAKE-IS-IMPORT(VM-I)
                 MOVE 'N'               TO WS-FORCE-US-EDITS
              ELSE
                 MOVE 'Y'               TO WS-FORCE-US-EDITS
              END-IF
           END-IF
           IF WS-FORCE-US-EDITS-YES AND
              WS-CHK-STATE NOT = SPACES AND
              WS-CHK-ZIP(1:5) IS NUMERIC AND
              WS-CHK-ZIP(1:5) NOT = '00000'
              MOVE WS-CHK-ZIP(1:5)      TO WS-ZIP-COMPARE(1:5)
              IF WS-CHK-ZIP-EXT = SPACES
                 MOVE '0000'            TO WS-ZIP-COMPARE(6:4)
              ELSE
                 MOVE WS-CHK-ZIP-EXT    TO WS-ZIP-COMPARE(6:4)
              END-IF
              MOVE 'N'                  TO WS-ZIP-FOUND
              PERFORM VARYING S-I FROM 1 BY 1
                 UNTIL S-I > WS-STZ-COUNT OR WS-ZIP-FOUND-YES
                 IF (WS-CHK-STATE = WS-STZ-ABBREVIATION(S-I) AND
                    WS-ZIP-COMPARE >= WS-STZ-ZIP-LOW(S-I) AND
                    WS-ZIP-COMPARE <= WS-STZ-ZIP-HIGH(S-I))
                    MOVE 'Y'            TO WS-ZIP-FOUND
                 END-IF
              END-PERFORM
              IF NOT WS-ZIP-FOUND-YES
                 MOVE WS-ADDR-SUB       TO WS-BRK-OCCURRENCE
                 MOVE SPACES            TO WS-BRK-REFERENCE
                 MOVE WS-CHK-STATE      TO ZPD-STATE
                 MOVE WS-CHK-ZIP        TO ZPD-ZIP
                 MOVE WS-CHK-ZIP-EXT    TO ZPD-ZIP-EXT
                 MOVE WS-ZIP-DETAIL     TO WS-BRK-DETAIL
                 PERFORM 800-RECORD-BREAK
              END-IF
           END-IF
           .
      *
      * ****************************************************************
      * ** 600-PRINT-REPORT
      * ** One section per category, in category order, with its
      * ** count and every break tabled for it.
      * ****************************************************************
       600-PRINT-REPORT.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
              UNTIL WS-CAT-SUB > 9
              PERFORM 610-PRINT-CATEGORY
           END-PERFORM
           MOVE WS-RULE-LINE            TO XREFRPT-LINE
           WRITE XREFRPT-LINE
           MOVE 'VEHMAKE READ......:'   TO FCL-LABEL
           MOVE WS-VEHMAKE-READ         TO FCL-COUNT
           PERFORM 690-WRITE-FILE-COUNT
           MOVE 'STATEZIP READ.....:'   TO FCL-LABEL
           MOVE WS-STATEZIP-READ        TO FCL-COUNT
           PERFORM 690-WRITE-FILE-COUNT
           MOVE 'SUPPMAST READ.....:'   TO FCL-LABEL
           MOVE WS-SUPPMAST-READ        TO FCL-COUNT
           PERFORM 690-WRITE-FILE-COUNT
           MOVE 'PARTMAST READ.....:'   TO FCL-LABEL
           MOVE WS-PARTMAST-READ        TO FCL-COUNT
           PERFORM 690-WRITE-FILE-COUNT
           MOVE 'POFILE READ.......:'   TO FCL-LABEL
           MOVE WS-POFILE-READ          TO FCL-COUNT
           PERFORM 690-WRITE-FILE-COUNT
           MOVE WS-TOTAL-BREAKS         TO TL-BREAKS
           MOVE WS-TOTAL-LINE           TO XREFRPT-LINE
           WRITE XREFRPT-LINE
           IF WS-BREAKS-NOT-LISTED > 0
              MOVE WS-BREAKS-NOT-LISTED TO TL-NOT-LISTED
              MOVE WS-NOT-LISTED-LINE   TO XREFRPT-LINE
              WRITE XREFRPT-LINE
           END-IF
           .
      *
       610-PRINT-CATEGORY.
           MOVE WS-RULE-LINE            TO XREFRPT-LINE
           WRITE XREFRPT-LINE
           EVALUATE WS-CAT-SUB
              WHEN 1
                 MOVE 'PART SUPPLIER NOT ON SUPPMAST'
                                        TO CTH-TITLE
              WHEN 2
                 MOVE 'PART ADDRESS DRIFTED FROM SUPPMAST'
                                        TO CTH-TITLE
              WHEN 3
                 MOVE 'PART MAKE NOT ON VEHMAKE'
                                        TO CTH-TITLE
              WHEN 4
                 MOVE 'PART LEAD TIME OUTSIDE MAKE RANGE'
                                        TO CTH-TITLE
              WHEN 5
                 MOVE 'PART ADDRESS NOT IN STATEZIP'
                                        TO CTH-TITLE
              WHEN 6
                 MOVE 'SUPPLIER MAKE NOT ON VEHMAKE'
                                        TO CTH-TITLE
              WHEN 7
                 MOVE 'SUPPLIER ADDRESS NOT IN STATEZIP'
                                        TO CTH-TITLE
              WHEN 8
                 MOVE 'OPEN PO LINE PART NOT ON PARTMAST'
                                        TO CTH-TITLE
              WHEN 9
                 MOVE 'OPEN PO SUPPLIER NOT ON SUPPMAST'
                                        TO CTH-TITLE
           END-EVALUATE
           MOVE WS-CAT-COUNT(WS-CAT-SUB)
                                        TO CTH-COUNT
           MOVE WS-CATEGORY-HEADING     TO XREFRPT-LINE
           WRITE XREFRPT-LINE
           IF WS-CAT-COUNT(WS-CAT-SUB) = 0
              MOVE WS-NONE-LINE         TO XREFRPT-LINE
              WRITE XREFRPT-LINE
           ELSE
              MOVE WS-COL-HEADING       TO XREFRPT-LINE
              WRITE XREFRPT-LINE
              PERFORM VARYING BK-I FROM 1 BY 1
                 UNTIL BK-I > WS-BRK-COUNT
                 IF BRK-CATEGORY(BK-I) = WS-CAT-SUB
                    MOVE BRK-KEY(BK-I)  TO BKD-KEY
                    MOVE BRK-OCCURRENCE(BK-I)
                                        TO BKD-OCCURRENCE
                    MOVE BRK-REFERENCE(BK-I)
                                        TO BKD-REFERENCE
                    MOVE BRK-DETAIL(BK-I)
                                        TO BKD-DETAIL
                    MOVE WS-BREAK-DETAIL
                                        TO XREFRPT-LINE
                    WRITE XREFRPT-LINE
                 END-IF
              END-PERFORM
           END-IF
           .
      *
       690-WRITE-FILE-COUNT.
           MOVE WS-FILE-COUNT-LINE      TO XREFRPT-LINE
           WRITE XREFRPT-LINE
           .
      *
      * ****************************************************************
      * ** 800-RECORD-BREAK
      * ** Counts the break under WS-CHK-CATEGORY and tables it with
      * ** WS-CHK-KEY and the WS-BRK- detail fields.
      * ****************************************************************
       800-RECORD-BREAK.
           ADD 1                        TO WS-TOTAL-BREAKS
           ADD 1                        TO WS-CAT-COUNT(WS-CHK-CATEGORY)
           IF WS-BRK-COUNT < 5000
              ADD 1                     TO WS-BRK-COUNT
              SET BK-I                  TO WS-BRK-COUNT
              MOVE WS-CHK-CATEGORY      TO BRK-CATEGORY(BK-I)
              MOVE WS-CHK-KEY           TO BRK-KEY(BK-I)
              MOVE WS-BRK-OCCURRENCE    TO BRK-OCCURRENCE(BK-I)
              MOVE WS-BRK-REFERENCE     TO BRK-REFERENCE(BK-I)
              MOVE WS-BRK-DETAIL        TO BRK-DETAIL(BK-I)
           ELSE
              ADD 1                     TO WS-BREAKS-NOT-LISTED
           END-IF
           .
      *
       950-FIND-VEHICLE-MAKE.
           MOVE 'N'                     TO WS-MAKE-FOUND
           PERFORM VARYING VM-I FROM 1 BY 1
              UNTIL VM-I > WS-MAKE-ID OR WS-MAKE-FOUND-YES
              IF WS-CHK-MAKE = WS-MAKE-NAME(VM-I)
                 MOVE 'Y'               TO WS-MAKE-FOUND
                 SET WS-MAKE-FOUND-SUB  TO VM-I
              END-IF
           END-PERFORM
           IF WS-MAKE-FOUND-YES
              SET VM-I                  TO WS-MAKE-FOUND-SUB
           END-IF
           .
      *
       960-FIND-SUPPLIER.
           MOVE 'N'                     TO WS-SUP-FOUND
           PERFORM VARYING SP-I FROM 1 BY 1
              UNTIL SP-I > WS-SUP-COUNT OR WS-SUP-FOUND-YES
              IF WS-FIND-SUPPLIER = WS-SUP-NUMBER(SP-I)
                 MOVE 'Y'               TO WS-SUP-FOUND
                 SET WS-SUP-FOUND-SUB   TO SP-I
              END-IF
           END-PERFORM
           IF WS-SUP-FOUND-YES
              SET SP-I                  TO WS-SUP-FOUND-SUB
           END-IF
           .
      *
       970-FIND-PART.
           MOVE 'N'                     TO WS-PART-FOUND
           PERFORM VARYING PT-I FROM 1 BY 1
              UNTIL PT-I > WS-PART-COUNT OR WS-PART-FOUND-YES
              IF WS-FIND-PART = WS-PART-NUMBER(PT-I)
                 MOVE 'Y'               TO WS-PART-FOUND
              END-IF
           END-PERFORM
           .
      *
       900-TERMINATION.
           CLOSE XREFRPT
           DISPLAY 'XREFAUD PARTMAST READ : ' WS-PARTMAST-READ
           DISPLAY 'XREFAUD SUPPMAST READ : ' WS-SUPPMAST-READ
           DISPLAY 'XREFAUD POFILE READ   : ' WS-POFILE-READ
           DISPLAY 'XREFAUD TOTAL BREAKS  : ' WS-TOTAL-BREAKS
           EVALUATE TRUE
              WHEN WS-MASTER-IS-MISSING
                 DISPLAY 'XREFAUD A MASTER FILE COULD NOT BE READ - '
                    'AUDIT NOT RUN.'
                 MOVE 12                TO RETURN-CODE
              WHEN WS-CHECKS-ARE-INCOMPLETE
                 DISPLAY 'XREFAUD A TABLE FILLED - SOME CROSS-CHECKS '
                    'WERE NOT MADE.'
                 MOVE 8                 TO RETURN-CODE
              WHEN WS-TOTAL-BREAKS > 0
                 MOVE 4                 TO RETURN-CODE
           END-EVALUATE
           .
