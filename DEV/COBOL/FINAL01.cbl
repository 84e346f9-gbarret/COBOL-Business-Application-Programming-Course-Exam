              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-BATCHREG-STATUS
           .
           SELECT OPTIONAL PMJRNL
              ASSIGN          TO PMJRNL
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-PMJRNL-STATUS
           .
       DATA DIVISION.
       FILE SECTION.
       FD  PARTSIN
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BATCH-REGISTRY-REC.
       COPY BATCHREG.
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
       77  WS-PARTSIN-STATUS        PIC X(02) VALUE SPACES.
       77  WS-MASTER-MESSAGE        PIC X(40) VALUE SPACES.
       77  WS-ADDR-SUB              PIC 9(01) COMP VALUE 0.
      *
      * ** Change-journal state - the master image before and after
      * ** each applied action, captured around the WRITE, REWRITE
      * ** or DELETE and appended to PMJRNL once the action takes.
       77  WS-PMJRNL-STATUS         PIC X(02) VALUE SPACES.
       77  WS-PM-BEFORE-IMAGE       PIC X(367) VALUE SPACES.
       77  WS-PM-AFTER-IMAGE        PIC X(367) VALUE SPACES.
      *
      * ** A mode card of RESUBMIT on SYSIN runs a corrected PARTSREJ
      * ** file, pointed at by the PARTSIN DD, back through the full
      * ** set of edits on its own - same edits, same report layout,
                 WS-PARTMAST-STATUS
                 ' - CLEAN RECORDS WILL REJECT, NOT APPLY.'
           END-IF
           OPEN EXTEND PMJRNL
           PERFORM 070-LOAD-BATCH-REGISTRY
           PERFORM 050-CHECK-RESTART
           IF WS-IS-RESTART
           END-IF
           .
      *
      * ****************************************************************
      * ** 605-APPLY-ACTION
      * ** A change or delete reads the master record first so its
      * ** image before the action can be journaled - the REWRITE or
      * ** DELETE that follows still decides, through its INVALID KEY
      * ** phrase, whether the part was there to act on.
      * ****************************************************************
       605-APPLY-ACTION.
           MOVE SPACES                  TO WS-PM-BEFORE-IMAGE
           MOVE SPACES                  TO WS-PM-AFTER-IMAGE
           EVALUATE TRUE
              WHEN ACTION-IS-ADD
                 PERFORM 610-BUILD-MASTER-RECORD
                 MOVE PARTS-MASTER-REC  TO WS-PM-AFTER-IMAGE
                 WRITE PARTS-MASTER-REC
                    INVALID KEY
                       MOVE 'PART-ACTION-CODE'
                       PERFORM 650-WRITE-MASTER-EXCEPTION
                    NOT INVALID KEY
                       PERFORM 620-WRITE-ACCEPTED-RECORD
                       PERFORM 640-WRITE-JOURNAL
                 END-WRITE
              WHEN ACTION-IS-CHANGE
                 PERFORM 630-READ-BEFORE-IMAGE
                 PERFORM 610-BUILD-MASTER-RECORD
                 MOVE PARTS-MASTER-REC  TO WS-PM-AFTER-IMAGE
                 REWRITE PARTS-MASTER-REC
                    INVALID KEY
                       MOVE 'PART-ACTION-CODE'
                       PERFORM 650-WRITE-MASTER-EXCEPTION
                    NOT INVALID KEY
                       PERFORM 620-WRITE-ACCEPTED-RECORD
                       PERFORM 640-WRITE-JOURNAL
                 END-REWRITE
              WHEN ACTION-IS-DELETE
                 PERFORM 630-READ-BEFORE-IMAGE
                 MOVE PART-NUMBER      TO PM-PART-NUMBER
                 DELETE PARTMAST RECORD
                    INVALID KEY
                       MOVE ' PART IS NOT ON THE PARTS MASTER.'
                                        TO WS-MASTER-MESSAGE
                       PERFORM 650-WRITE-MASTER-EXCEPTION
                    NOT INVALID KEY
                       PERFORM 640-WRITE-JOURNAL
                 END-DELETE
           END-EVALUATE
           .
           MOVE PART-SUPP-ADDR-PO       TO PARTSACC-REC
           WRITE PARTSACC-REC
           .
      *
       630-READ-BEFORE-IMAGE.
           MOVE PART-NUMBER             TO PM-PART-NUMBER
           READ PARTMAST
              INVALID KEY
                 MOVE SPACES            TO WS-PM-BEFORE-IMAGE
              NOT INVALID KEY
                 MOVE PARTS-MASTER-REC  TO WS-PM-BEFORE-IMAGE
           END-READ
           .
      *
      * ****************************************************************
      * ** 640-WRITE-JOURNAL
      * ** One PMJRNL record for the action just applied, so the
      * ** master image it replaced is never lost.
      * ****************************************************************
       640-WRITE-JOURNAL.
           MOVE PART-NUMBER             TO PJ-PART-NUMBER
           MOVE PART-ACTION-CODE        TO PJ-ACTION
           MOVE 'FINAL01'               TO PJ-SOURCE-PROGRAM
           MOVE WS-BATCH-ID             TO PJ-BATCH-ID
           MOVE WS-RUN-START-DATE       TO PJ-RUN-DATE
           ACCEPT WS-TIME-WORK          FROM TIME
           MOVE WS-TIME-WORK(1:6)       TO PJ-RUN-TIME
           MOVE WS-PM-BEFORE-IMAGE      TO PJ-BEFORE-IMAGE
           MOVE WS-PM-AFTER-IMAGE       TO PJ-AFTER-IMAGE
           WRITE PART-JOURNAL-REC
           .
      *
       650-WRITE-MASTER-EXCEPTION.
           MOVE 'Y'                     TO WS-RECORD-REJECTED
           PERFORM 880-WRITE-RUN-AUDIT
           CLOSE RUNAUDIT
           CLOSE PARTMAST
           CLOSE PMJRNL
           CLOSE SUPPMAST
           CLOSE CKPTFILE
           DISPLAY 'FINAL01 RECORDS READ    : ' WS-RECORD-COUNT
