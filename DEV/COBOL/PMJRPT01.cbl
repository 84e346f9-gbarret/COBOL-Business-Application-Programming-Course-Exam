       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMJRPT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PMJRNL
              ASSIGN          TO PMJRNL
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-PMJRNL-STATUS
           .
           SELECT OPTIONAL PARTMAST
              ASSIGN          TO PARTMAST
              ORGANIZATION    IS INDEXED
              ACCESS MODE     IS RANDOM
              RECORD KEY      IS PM-PART-NUMBER OF PARTS-MASTER-REC
              FILE STATUS     IS WS-PARTMAST-STATUS
           .
           SELECT PMJRPT
              ASSIGN          TO PMJRPT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-PMJRPT-STATUS
           .
       DATA DIVISION.
       FILE SECTION.
       FD  PMJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 775 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PART-JOURNAL-REC.
       COPY PMJRNL.
      *
       FD  PARTMAST
           RECORD CONTAINS 367 CHARACTERS
           DATA RECORD IS PARTS-MASTER-REC.
       COPY PARTMAST.
      *
       FD  PMJRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PMJRPT-LINE.
       01  PMJRPT-LINE                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  WS-PMJRNL-STATUS         PIC X(02) VALUE SPACES.
       77  WS-PMJRNL-EOF            PIC X(01) VALUE SPACES.
           88 IS-PMJRNL-EOF         VALUE 'Y'.
       77  WS-PARTMAST-STATUS       PIC X(02) VALUE SPACES.
       77  WS-PMJRPT-STATUS         PIC X(02) VALUE SPACES.
       77  WS-RUN-DATE              PIC 9(08) VALUE ZEROS.
       77  WS-CARDS-READ            PIC 9(06) VALUE ZEROS.
       77  WS-CARDS-REJECTED        PIC 9(06) VALUE ZEROS.
       77  WS-ENTRIES-LISTED        PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-ENTRIES         PIC 9(08) VALUE ZEROS.
       77  WS-ADDR-SUB              PIC 9(01) COMP VALUE 0.
      *
      * ** Inquiry cards on SYSIN, one per part: columns 1-10 the
      * ** part number, 11-18 the FROM date and 19-26 the TO date,
      * ** both YYYYMMDD.  The deck ends at the first blank card or
      * ** at the end of SYSIN.
       01  WS-JOURNAL-CARD.
           05  JRQ-PART-NUMBER          PIC X(10).
           05  JRQ-FROM-DATE            PIC X(08).
           05  JRQ-TO-DATE              PIC X(08).
           05  FILLER                   PIC X(54).
      *
      * ** The card's date range - a blank FROM date reaches back to
      * ** the start of the journal and a blank TO date means the run
      * ** date.  The image is rebuilt as of the TO date.
       77  WS-FROM-DATE             PIC 9(08) VALUE ZEROS.
       77  WS-TO-DATE               PIC 9(08) VALUE ZEROS.
       77  WS-CARD-VALID            PIC X(01) VALUE SPACES.
           88 WS-CARD-IS-VALID      VALUE 'Y'.
      *
      * ** Where the as-of image came from: N - no journal entry for
      * ** the part at all, so the current master stands; J - the
      * ** after image of the last entry on or before the as-of date;
      * ** B - the before image of the first entry after it, when the
      * ** part has no earlier entry.
       77  WS-ASOF-SOURCE           PIC X(01) VALUE SPACES.
           88 WS-ASOF-FROM-MASTER   VALUE 'N'.
           88 WS-ASOF-FROM-JOURNAL  VALUE 'J'.
           88 WS-ASOF-FROM-BEFORE   VALUE 'B'.
       77  WS-ASOF-ENTRY-DATE       PIC 9(08) VALUE ZEROS.
       77  WS-ASOF-IMAGE            PIC X(367) VALUE SPACES.
      *
      * ** One field's before and after values, as printed, for the
      * ** field-by-field compare.
       77  WS-CMP-FIELD             PIC X(14) VALUE SPACES.
       77  WS-CMP-OCCURRENCE        PIC X(03) VALUE SPACES.
       77  WS-CMP-BEFORE            PIC X(25) VALUE SPACES.
       77  WS-CMP-AFTER             PIC X(25) VALUE SPACES.
       77  WS-EDIT-COST             PIC ZZ,ZZ9.99.
      *
      * ** Work images of the journal entry's before and after
      * ** records, laid out as PARTMAST records for field access.
       COPY PARTMAST REPLACING ==PARTS-MASTER-REC==
                            BY ==WS-BEFORE-IMAGE==.
       COPY PARTMAST REPLACING ==PARTS-MASTER-REC==
                            BY ==WS-AFTER-IMAGE==.
      *
       01  WS-PMJRPT-HEADING.
           05  FILLER               PIC X(50) VALUE
               'PMJRPT01 - PARTS MASTER CHANGE JOURNAL REPORT'.
           05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05  PJH-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(12) VALUE SPACES.
       01  WS-RULE-LINE.
           05  FILLER               PIC X(80) VALUE ALL '='.
       01  WS-PART-HEADING.
           05  FILLER               PIC X(06) VALUE 'PART: '.
           05  PJP-PART-NUMBER      PIC X(10).
           05  FILLER               PIC X(16) VALUE
               '  CHANGES FROM '.
           05  PJP-FROM-DATE        PIC 9(08).
           05  FILLER               PIC X(09) VALUE ' THROUGH '.
           05  PJP-TO-DATE          PIC 9(08).
           05  FILLER               PIC X(23) VALUE SPACES.
       01  WS-BAD-CARD-LINE.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  FILLER               PIC X(75) VALUE
               'CARD REJECTED - FROM/TO DATES MUST BE YYYYMMDD.'.
       01  WS-NO-CHANGES-LINE.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  FILLER               PIC X(75) VALUE
               'NO CHANGES JOURNALED IN THE DATE RANGE.'.
       01  WS-ENTRY-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  JEL-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  JEL-RUN-TIME         PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  JEL-SOURCE-PROGRAM   PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE 'BATCH '.
           05  JEL-BATCH-ID         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  JEL-ACTION           PIC X(06).
           05  FILLER               PIC X(30) VALUE SPACES.
       01  WS-CHANGE-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  CHG-FIELD            PIC X(14).
           05  CHG-OCCURRENCE       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CHG-BEFORE           PIC X(25).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CHG-AFTER            PIC X(25).
           05  FILLER               PIC X(08) VALUE SPACES.
       01  WS-ASOF-HEADING.
           05  FILLER               PIC X(12) VALUE 'IMAGE AS OF '.
           05  PJA-ASOF-DATE        PIC 9(08).
           05  FILLER               PIC X(02) VALUE ': '.
           05  PJA-SOURCE           PIC X(58).
       01  WS-NOT-ON-MASTER-LINE.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  FILLER               PIC X(75) VALUE
               'PART WAS NOT ON THE PARTS MASTER AS OF THIS DATE.'.
       01  WS-PART-LINE-1.
           05  FILLER               PIC X(19) VALUE
               'PART NAME........: '.
           05  DSP-PART-NAME        PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'SUPPLIER: '.
           05  DSP-SUPPLIER-NUMBER  PIC X(06).
           05  FILLER               PIC X(23) VALUE SPACES.
       01  WS-PART-LINE-2.
           05  FILLER               PIC X(19) VALUE
               'VEHICLE..........: '.
           05  DSP-VEHICLE-MAKE     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DSP-VEHICLE-MODEL    PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DSP-VEHICLE-YEAR     PIC X(04).
           05  FILLER               PIC X(30) VALUE SPACES.
       01  WS-PART-LINE-3.
           05  FILLER               PIC X(19) VALUE
               'LEAD TIME WEEKS..: '.
           05  DSP-LEAD-WEEKS       PIC X(02).
           05  FILLER               PIC X(14) VALUE
               '   QTY/COST: '.
           05  DSP-QUANTITY         PIC X(05).
           05  FILLER               PIC X(03) VALUE ' @ '.
           05  DSP-UNIT-COST        PIC X(09).
           05  FILLER               PIC X(28) VALUE SPACES.
       01  WS-ADDR-LINE.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  DSA-ADDRESS-TYPE     PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DSA-ADDRESS-1        PIC X(25).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DSA-CITY             PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DSA-STATE            PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DSA-ZIP-CODE         PIC X(10).
           05  FILLER               PIC X(05) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               'CARDS READ........:'.
           05  TL-CARDS-READ        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE 'REJECTED..:'.
           05  TL-CARDS-REJECTED    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE '  CHANGES...:'.
           05  TL-ENTRIES-LISTED    PIC ZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE SPACES.
      *
      * ** Answers "what did this part look like then, and what
      * ** changed" from the PARTS master change journal.  Each SYSIN
      * ** card names a part and a FROM/TO date range: every
      * ** journaled add, change and delete of the part in the range
      * ** is listed with the fields it changed, before and after,
      * ** and the part's full master image is rebuilt as of the TO
      * ** date - the question a REWRITE used to leave no answer to.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 100-PROCESS-CARDS
           PERFORM 900-TERMINATION
           STOP RUN
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD
           OPEN OUTPUT PMJRPT
           MOVE WS-RUN-DATE             TO PJH-RUN-DATE
           MOVE WS-PMJRPT-HEADING       TO PMJRPT-LINE
           WRITE PMJRPT-LINE
           OPEN INPUT PARTMAST
           IF WS-PARTMAST-STATUS NOT = '00' AND
              WS-PARTMAST-STATUS NOT = '05'
              DISPLAY 'PMJRPT01 PARTS MASTER OPEN FAILED - STATUS '
                 WS-PARTMAST-STATUS
           END-IF
           .
      *
       100-PROCESS-CARDS.
           MOVE SPACES                  TO WS-JOURNAL-CARD
           ACCEPT WS-JOURNAL-CARD
           PERFORM UNTIL WS-JOURNAL-CARD = SPACES
              IF JRQ-PART-NUMBER NOT = SPACES
                 ADD 1                  TO WS-CARDS-READ
                 PERFORM 200-REPORT-PART
              END-IF
              MOVE SPACES               TO WS-JOURNAL-CARD
              ACCEPT WS-JOURNAL-CARD
           END-PERFORM
           .
      *
       200-REPORT-PART.
           MOVE WS-RULE-LINE            TO PMJRPT-LINE
           WRITE PMJRPT-LINE
           PERFORM 210-SET-DATE-RANGE
           MOVE JRQ-PART-NUMBER         TO PJP-PART-NUMBER
           MOVE WS-FROM-DATE            TO PJP-FROM-DATE
           MOVE WS-TO-DATE              TO PJP-TO-DATE
           MOVE WS-PART-HEADING         TO PMJRPT-LINE
           WRITE PMJRPT-LINE
           IF WS-CARD-IS-VALID
              PERFORM 220-SCAN-JOURNAL
              PERFORM 400-PRINT-ASOF-IMAGE
           ELSE
              ADD 1                     TO WS-CARDS-REJECTED
              MOVE WS-BAD-CARD-LINE     TO PMJRPT-LINE
              WRITE PMJRPT-LINE
           END-IF
           .
      *
       210-SET-DATE-RANGE.
           MOVE 'Y'                     TO WS-CARD-VALID
           MOVE ZEROS                   TO WS-FROM-DATE
           MOVE WS-RUN-DATE             TO WS-TO-DATE
           IF JRQ-FROM-DATE NOT = SPACES
              IF JRQ-FROM-DATE IS NUMERIC
                 MOVE JRQ-FROM-DATE     TO WS-FROM-DATE
              ELSE
                 MOVE 'N'               TO WS-CARD-VALID
              END-IF
           END-IF
           IF JRQ-TO-DATE NOT = SPACES
              IF JRQ-TO-DATE IS NUMERIC
                 MOVE JRQ-TO-DATE       TO WS-TO-DATE
              ELSE
                 MOVE 'N'               TO WS-CARD-VALID
              END-IF
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
              MOVE 'N'                  TO WS-CARD-VALID
           END-IF
           .
      *
      * ****************************************************************
      * ** 220-SCAN-JOURNAL
      * ** One pass of the journal per card.  The journal is in the
      * ** order the changes were made, so the as-of image falls out
      * ** of the same pass that lists the range's changes.
      * ****************************************************************
       220-SCAN-JOURNAL.
           MOVE 'N'                     TO WS-ASOF-SOURCE
           MOVE SPACES                  TO WS-ASOF-IMAGE
           MOVE ZEROS                   TO WS-ENTRIES-LISTED
           MOVE SPACES                  TO WS-PMJRNL-EOF
           OPEN INPUT PMJRNL
           PERFORM UNTIL IS-PMJRNL-EOF
              READ PMJRNL
                 AT END
                    MOVE 'Y'            TO WS-PMJRNL-EOF
                 NOT AT END
                    IF PJ-PART-NUMBER = JRQ-PART-NUMBER
                       PERFORM 300-TAKE-ENTRY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PMJRNL
           IF WS-ENTRIES-LISTED = 0
              MOVE WS-NO-CHANGES-LINE   TO PMJRPT-LINE
              WRITE PMJRPT-LINE
           END-IF
           .
      *
       300-TAKE-ENTRY.
           EVALUATE TRUE
              WHEN PJ-RUN-DATE NOT > WS-TO-DATE
                 MOVE PJ-AFTER-IMAGE    TO WS-ASOF-IMAGE
                 MOVE PJ-RUN-DATE       TO WS-ASOF-ENTRY-DATE
                 MOVE 'J'               TO WS-ASOF-SOURCE
              WHEN WS-ASOF-FROM-MASTER
                 MOVE PJ-BEFORE-IMAGE   TO WS-ASOF-IMAGE
                 MOVE 'B'               TO WS-ASOF-SOURCE
           END-EVALUATE
           IF PJ-RUN-DATE NOT < WS-FROM-DATE AND
              PJ-RUN-DATE NOT > WS-TO-DATE
              ADD 1                     TO WS-ENTRIES-LISTED
              ADD 1                     TO WS-TOTAL-ENTRIES
              PERFORM 350-PRINT-ENTRY
           END-IF
           .
      *
      * ****************************************************************
      * ** 350-PRINT-ENTRY
      * ** The entry's when/who line, then one line for every field
      * ** whose value differs between the before and after images.
      * ** An add compares against a blank before image and a delete
      * ** against a blank after image, so both list the whole
      * ** record.
      * ****************************************************************
       350-PRINT-ENTRY.
           MOVE PJ-RUN-DATE             TO JEL-RUN-DATE
           MOVE PJ-RUN-TIME             TO JEL-RUN-TIME
           MOVE PJ-SOURCE-PROGRAM       TO JEL-SOURCE-PROGRAM
           MOVE PJ-BATCH-ID             TO JEL-BATCH-ID
           EVALUATE TRUE
              WHEN PJ-IS-ADD
                 MOVE 'ADD'             TO JEL-ACTION
              WHEN PJ-IS-CHANGE
                 MOVE 'CHANGE'          TO JEL-ACTION
              WHEN PJ-IS-DELETE
                 MOVE 'DELETE'          TO JEL-ACTION
              WHEN OTHER
                 MOVE PJ-ACTION         TO JEL-ACTION
           END-EVALUATE
           MOVE WS-ENTRY-LINE           TO PMJRPT-LINE
           WRITE PMJRPT-LINE
           MOVE PJ-BEFORE-IMAGE         TO WS-BEFORE-IMAGE
           MOVE PJ-AFTER-IMAGE          TO WS-AFTER-IMAGE
           MOVE SPACES                  TO WS-CMP-OCCURRENCE
           MOVE 'PART-NAME'             TO WS-CMP-FIELD
           MOVE PM-PART-NAME OF WS-BEFORE-IMAGE
                                        TO WS-CMP-BEFORE
           MOVE PM-PART-NAME OF WS-AFTER-IMAGE
                                        TO WS-CMP-AFTER
           PERFORM 700-COMPARE-FIELD
           MOVE 'VEHICLE-MAKE'          TO WS-CMP-FIELD
           MOVE PM-VEHICLE-MAKE OF WS-BEFORE-IMAGE
                                        TO WS-CMP-BEFORE
           MOVE PM-VEHICLE-MAKE OF WS-AFTER-IMAGE
                                        TO WS-CMP-AFTER
           PERFORM 700-COMPARE-FIELD
           MOVE 'VEHICLE-MODEL'         TO WS-CMP-FIELD
           MOVE PM-VEHICLE-MODEL OF WS-BEFORE-IMAGE
                                        TO WS-CMP-BEFORE
           MOVE PM-VEHICLE-MODEL OF WS-AFTER-IMAGE
                                        TO WS-CMP-AFTER
           PERFORM 700-COMPARE-FIELD
           MOVE 'VEHICLE-YEAR'          TO WS-CMP-FIELD
           MOVE PM-VEHICLE-YEAR OF WS-BEFORE-IMAGE
                                        TO WS-CMP-BEFORE
           MOVE PM-VEHICLE-YEAR OF WS-AFTER-IMAGE
                                        TO WS-CMP-AFTER
           PERFORM 700-COMPARE-FIELD
           MOVE 'LEAD-TIME'             TO WS-CMP-FIELD
           MOVE PM-WEEKS-LEAD-TIME OF WS-BEFORE-IMAGE
                                        TO WS-CMP-BEFORE
           MOVE PM-WEEKS-LEAD-TIME OF WS-AFTER-IMAGE
                                        TO WS-CMP-AFTER
           PERFORM 700-COMPARE-FIELD
           MOVE 'ORDER-QUANTITY'        TO WS-CMP-FIELD
           MOVE PM-ORDER-QUANTITY OF WS-BEFORE-IMAGE
                                        TO WS-CMP-BEFORE
           MOVE PM-ORDER-QUANTITY OF WS-AFTER-IMAGE
                                        TO WS-CMP-AFTER
           PERFORM 700-COMPARE-FIELD
           MOVE 'UNIT-COST'             TO WS-CMP-FIELD
           MOVE SPACES                  TO WS-CMP-BEFORE
           IF PM-UNIT-COST OF WS-BEFORE-IMAGE IS NUMERIC
              MOVE PM-UNIT-COST OF WS-BEFORE-IMAGE
                                        TO WS-EDIT-COST
              MOVE WS-EDIT-COST         TO WS-CMP-BEFORE
           END-IF
           MOVE SPACES                  TO WS-CMP-AFTER
           IF PM-UNIT-COST OF WS-AFTER-IMAGE IS NUMERIC
              MOVE PM-UNIT-COST OF WS-AFTER-IMAGE
                                        TO WS-EDIT-COST
              MOVE WS-EDIT-COST         TO WS-CMP-AFTER
           END-IF
           PERFORM 700-COMPARE-FIELD
           MOVE 'SUPPLIER'              TO WS-CMP-FIELD
           MOVE PM-SUPPLIER-NUMBER OF WS-BEFORE-IMAGE
                                        TO WS-CMP-BEFORE
           MOVE PM-SUPPLIER-NUMBER OF WS-AFTER-IMAGE
                                        TO WS-CMP-AFTER
           PERFORM 700-COMPARE-FIELD
           PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
              UNTIL WS-ADDR-SUB > 3
              PERFORM 360-COMPARE-ADDRESS
           END-PERFORM
           .
      *
       360-COMPARE-ADDRESS.
           MOVE '( )'                   TO WS-CMP-OCCURRENCE
           MOVE WS-ADDR-SUB             TO WS-CMP-OCCURRENCE(2:1)
           MOVE 'ADDRESS-TYPE'          TO WS-CMP-FIELD
           MOVE PM-ADDRESS-TYPE OF WS-BEFORE-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-BEFORE
           MOVE PM-ADDRESS-TYPE OF WS-AFTER-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-AFTER
           PERFORM 700-COMPARE-FIELD
           MOVE 'ADDRESS-1'             TO WS-CMP-FIELD
           MOVE PM-ADDRESS-1 OF WS-BEFORE-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-BEFORE
           MOVE PM-ADDRESS-1 OF WS-AFTER-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-AFTER
           PERFORM 700-COMPARE-FIELD
           MOVE 'ADDRESS-2'             TO WS-CMP-FIELD
           MOVE PM-ADDRESS-2 OF WS-BEFORE-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-BEFORE
           MOVE PM-ADDRESS-2 OF WS-AFTER-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-AFTER
           PERFORM 700-COMPARE-FIELD
           MOVE 'CITY'                  TO WS-CMP-FIELD
           MOVE PM-CITY OF WS-BEFORE-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-BEFORE
           MOVE PM-CITY OF WS-AFTER-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-AFTER
           PERFORM 700-COMPARE-FIELD
           MOVE 'ADDR-STATE'            TO WS-CMP-FIELD
           MOVE PM-ADDR-STATE OF WS-BEFORE-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-BEFORE
           MOVE PM-ADDR-STATE OF WS-AFTER-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-AFTER
           PERFORM 700-COMPARE-FIELD
           MOVE 'ZIP-CODE'              TO WS-CMP-FIELD
           MOVE PM-ZIP-CODE OF WS-BEFORE-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-BEFORE
           MOVE PM-ZIP-CODE OF WS-AFTER-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-AFTER
           PERFORM 700-COMPARE-FIELD
           MOVE 'ZIP-CODE-EXT'          TO WS-CMP-FIELD
           MOVE PM-ZIP-CODE-EXT OF WS-BEFORE-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-BEFORE
           MOVE PM-ZIP-CODE-EXT OF WS-AFTER-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-AFTER
           PERFORM 700-COMPARE-FIELD
           MOVE 'ADDR-COUNTRY'          TO WS-CMP-FIELD
           MOVE PM-ADDR-COUNTRY OF WS-BEFORE-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-BEFORE
           MOVE PM-ADDR-COUNTRY OF WS-AFTER-IMAGE(WS-ADDR-SUB)
                                        TO WS-CMP-AFTER
           PERFORM 700-COMPARE-FIELD
           .
      *
      * ****************************************************************
      * ** 400-PRINT-ASOF-IMAGE
      * ** The part's master image as it stood at the end of the TO
      * ** date.  With no journal entry for the part at all, nothing
      * ** has changed it since journaling began, so the current
      * ** master record is the answer.
      * ****************************************************************
       400-PRINT-ASOF-IMAGE.
           MOVE WS-TO-DATE              TO PJA-ASOF-DATE
           EVALUATE TRUE
              WHEN WS-ASOF-FROM-JOURNAL
                 MOVE SPACES            TO PJA-SOURCE
                 MOVE 'REBUILT FROM THE JOURNAL ENTRY OF'
                                        TO PJA-SOURCE
                 MOVE WS-ASOF-ENTRY-DATE
                                        TO PJA-SOURCE(36:8)
              WHEN WS-ASOF-FROM-BEFORE
                 MOVE 'REBUILT FROM THE NEXT LATER JOURNAL ENTRY'
                                        TO PJA-SOURCE
              WHEN OTHER
                 MOVE 'CURRENT MASTER - NO JOURNALED CHANGES'
                                        TO PJA-SOURCE
                 MOVE JRQ-PART-NUMBER   TO PM-PART-NUMBER OF
                                           PARTS-MASTER-REC
                 READ PARTMAST
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF WS-PARTMAST-STATUS = '00'
                    MOVE PARTS-MASTER-REC
                                        TO WS-ASOF-IMAGE
                 END-IF
           END-EVALUATE
           MOVE WS-ASOF-HEADING         TO PMJRPT-LINE
           WRITE PMJRPT-LINE
           IF WS-ASOF-IMAGE = SPACES
              MOVE WS-NOT-ON-MASTER-LINE
                                        TO PMJRPT-LINE
              WRITE PMJRPT-LINE
           ELSE
              MOVE WS-ASOF-IMAGE        TO WS-AFTER-IMAGE
              PERFORM 450-PRINT-IMAGE
           END-IF
           .
      *
       450-PRINT-IMAGE.
           MOVE PM-PART-NAME OF WS-AFTER-IMAGE
                                        TO DSP-PART-NAME
           MOVE PM-SUPPLIER-NUMBER OF WS-AFTER-IMAGE
                                        TO DSP-SUPPLIER-NUMBER
           MOVE WS-PART-LINE-1          TO PMJRPT-LINE
           WRITE PMJRPT-LINE
           MOVE PM-VEHICLE-MAKE OF WS-AFTER-IMAGE
                                        TO DSP-VEHICLE-MAKE
           MOVE PM-VEHICLE-MODEL OF WS-AFTER-IMAGE
                                        TO DSP-VEHICLE-MODEL
           MOVE PM-VEHICLE-YEAR OF WS-AFTER-IMAGE
                                        TO DSP-VEHICLE-YEAR
           MOVE WS-PART-LINE-2          TO PMJRPT-LINE
           WRITE PMJRPT-LINE
           MOVE PM-WEEKS-LEAD-TIME OF WS-AFTER-IMAGE
                                        TO DSP-LEAD-WEEKS
           MOVE PM-ORDER-QUANTITY OF WS-AFTER-IMAGE
                                        TO DSP-QUANTITY
           MOVE SPACES                  TO DSP-UNIT-COST
           IF PM-UNIT-COST OF WS-AFTER-IMAGE IS NUMERIC
              MOVE PM-UNIT-COST OF WS-AFTER-IMAGE
                                        TO WS-EDIT-COST
              MOVE WS-EDIT-COST         TO DSP-UNIT-COST
           END-IF
           MOVE WS-PART-LINE-3          TO PMJRPT-LINE
           WRITE PMJRPT-LINE
           PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
              UNTIL WS-ADDR-SUB > 3
              MOVE PM-ADDRESS-TYPE OF WS-AFTER-IMAGE(WS-ADDR-SUB)
                                        TO DSA-ADDRESS-TYPE
              MOVE PM-ADDRESS-1 OF WS-AFTER-IMAGE(WS-ADDR-SUB)
                                        TO DSA-ADDRESS-1
              MOVE PM-CITY OF WS-AFTER-IMAGE(WS-ADDR-SUB)
                                        TO DSA-CITY
              MOVE PM-ADDR-STATE OF WS-AFTER-IMAGE(WS-ADDR-SUB)
                                        TO DSA-STATE
              MOVE PM-ZIP-CODE OF WS-AFTER-IMAGE(WS-ADDR-SUB)
                                        TO DSA-ZIP-CODE
              MOVE WS-ADDR-LINE         TO PMJRPT-LINE
              WRITE PMJRPT-LINE
           END-PERFORM
           .
      *
       700-COMPARE-FIELD.
           IF WS-CMP-BEFORE NOT = WS-CMP-AFTER
              MOVE WS-CMP-FIELD         TO CHG-FIELD
              MOVE WS-CMP-OCCURRENCE    TO CHG-OCCURRENCE
              MOVE WS-CMP-BEFORE        TO CHG-BEFORE
              MOVE WS-CMP-AFTER         TO CHG-AFTER
              MOVE WS-CHANGE-LINE       TO PMJRPT-LINE
              WRITE PMJRPT-LINE
           END-IF
           .
      *
       900-TERMINATION.
           MOVE WS-RULE-LINE            TO PMJRPT-LINE
           WRITE PMJRPT-LINE
           MOVE WS-CARDS-READ           TO TL-CARDS-READ
           MOVE WS-CARDS-REJECTED       TO TL-CARDS-REJECTED
           MOVE WS-TOTAL-ENTRIES        TO TL-ENTRIES-LISTED
           MOVE WS-TOTAL-LINE           TO PMJRPT-LINE
           WRITE PMJRPT-LINE
           CLOSE PARTMAST
           CLOSE PMJRPT
           DISPLAY 'PMJRPT01 CARDS READ    : ' WS-CARDS-READ
           DISPLAY 'PMJRPT01 CARDS REJECTED: ' WS-CARDS-REJECTED
           DISPLAY 'PMJRPT01 CHANGES LISTED: ' WS-TOTAL-ENTRIES
           .
      *
