              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-SUPCHRPT-STATUS
           .
           SELECT OPTIONAL PMJRNL
              ASSIGN          TO PMJRNL
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-PMJRNL-STATUS
           .
       DATA DIVISION.
       FILE SECTION.
       FD  SUPCHGS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPCHRPT-LINE.
       01  SUPCHRPT-LINE                PIC X(80).
      *
       FD  PMJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 775 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PART-JOURNAL-REC.
       COPY PMJRNL.
      *
       WORKING-STORAGE SECTION.
       77  WS-SUPCHGS-STATUS        PIC X(02) VALUE SPACES.
       77  WS-CHG-TABLE-FULL        PIC X(01) VALUE 'N'.
           88 WS-CHG-TABLE-IS-FULL  VALUE 'Y'.
      *
      * ** Change-journal state - the part's image before its
      * ** addresses are overlaid and the refreshed image, both held
      * ** here until the REWRITE takes and they are journaled.
       77  WS-PMJRNL-STATUS         PIC X(02) VALUE SPACES.
       77  WS-RUN-DATE              PIC 9(08) VALUE ZEROS.
       77  WS-TIME-WORK             PIC 9(08) VALUE ZEROS.
       77  WS-PM-BEFORE-IMAGE       PIC X(367) VALUE SPACES.
       77  WS-PM-AFTER-IMAGE        PIC X(367) VALUE SPACES.
      *
      * ** Resident table of the suppliers SUPMAINT changed this
      * ** cycle, loaded from the SUPCHGS feed and held unique - one
      * ** membership test per PARTS master record instead of a feed
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-RUN-DATE           FROM DATE YYYYMMDD
           OPEN EXTEND PMJRNL
           OPEN OUTPUT SUPCHRPT
           MOVE WS-SUPCHRPT-HEADING     TO SUPCHRPT-LINE
           WRITE SUPCHRPT-LINE
           END-READ
           IF WS-SUPPMAST-STATUS = '00'
              MOVE 'N'                  TO WS-PART-TOUCHED
              MOVE PARTS-MASTER-REC     TO WS-PM-BEFORE-IMAGE
              PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                 UNTIL WS-ADDR-SUB > 3
                 IF PM-PART-SUPP-ADDRESS(WS-ADDR-SUB) NOT =
              END-PERFORM
              IF WS-PART-TOUCHED-YES
                 ADD 1                  TO WS-PARTS-REFRESHED
                 MOVE PARTS-MASTER-REC  TO WS-PM-AFTER-IMAGE
                 REWRITE PARTS-MASTER-REC
                 IF WS-PARTMAST-STATUS = '00'
                    PERFORM 260-WRITE-JOURNAL
                 END-IF
              ELSE
                 ADD 1                  TO WS-PARTS-UNCHANGED
              END-IF
           MOVE WS-PROP-ADDR-LINE       TO SUPCHRPT-LINE
           WRITE SUPCHRPT-LINE
           .
      *
      * ****************************************************************
      * ** 260-WRITE-JOURNAL
      * ** One PMJRNL change record for the refreshed part - the
      * ** after image was taken ahead of the REWRITE.  There is no
      * ** PARTSIN batch behind a refresh, so the batch ID is blank.
      * ****************************************************************
       260-WRITE-JOURNAL.
           MOVE PM-PART-NUMBER          TO PJ-PART-NUMBER
           MOVE 'C'                     TO PJ-ACTION
           MOVE 'SUPPROP'               TO PJ-SOURCE-PROGRAM
           MOVE SPACES                  TO PJ-BATCH-ID
           MOVE WS-RUN-DATE             TO PJ-RUN-DATE
           ACCEPT WS-TIME-WORK          FROM TIME
           MOVE WS-TIME-WORK(1:6)       TO PJ-RUN-TIME
           MOVE WS-PM-BEFORE-IMAGE      TO PJ-BEFORE-IMAGE
           MOVE WS-PM-AFTER-IMAGE       TO PJ-AFTER-IMAGE
           WRITE PART-JOURNAL-REC
           .
      *
       900-TERMINATION.
           MOVE SPACES                  TO SUPCHRPT-LINE
           WRITE SUPCHRPT-LINE
           CLOSE SUPPMAST
           CLOSE PARTMAST
           CLOSE PMJRNL
           CLOSE SUPCHRPT
           DISPLAY 'SUPPROP CHANGES READ   : ' WS-CHANGES-READ
           DISPLAY 'SUPPROP PARTS READ     : ' WS-PARTS-READ
