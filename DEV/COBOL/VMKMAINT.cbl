       IDENTIFICATION DIVISION.
       PROGRAM-ID. VMKMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHMAKE
              ASSIGN          TO VEHMAKE
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-VEHMAKE-STATUS
           .
           SELECT VMKTRANS
              ASSIGN          TO VMKTRANS
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-VMKTRANS-STATUS
           .
           SELECT VMKPNEW
              ASSIGN          TO VMKPNEW
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-VMKPNEW-STATUS
           .
           SELECT VMKRPT
              ASSIGN          TO VMKRPT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-VMKRPT-STATUS
           .
           SELECT OPTIONAL PARTMAST
              ASSIGN          TO PARTMAST
              ORGANIZATION    IS INDEXED
              ACCESS MODE     IS SEQUENTIAL
              RECORD KEY      IS PM-PART-NUMBER
              FILE STATUS     IS WS-PARTMAST-STATUS
           .
           SELECT OPTIONAL SUPPMAST
              ASSIGN          TO SUPPMAST
              ORGANIZATION    IS INDEXED
              ACCESS MODE     IS SEQUENTIAL
              RECORD KEY      IS SUP-SUPPLIER-NUMBER
              FILE STATUS     IS WS-SUPPMAST-STATUS
           .
           SELECT VMKIMPRT
              ASSIGN          TO VMKIMPRT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-VMKIMPRT-STATUS
           .
           SELECT OPTIONAL RUNAUDIT
              ASSIGN          TO RUNAUDIT
              ORGANIZATION    IS SEQUENTIAL
              ACCESS MODE     IS SEQUENTIAL
              FILE STATUS     IS WS-RUNAUDIT-STATUS
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
       FD  VMKTRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 16 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VMKTRAN-REC.
       COPY VMKTRREC.
      *
       FD  VMKPNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 15 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VMKPNEW-REC.
       COPY VEHMAKER REPLACING ==VEHMAKE-REC== BY ==VMKPNEW-REC==.
      *
       FD  VMKRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VMKRPT-LINE.
       01  VMKRPT-LINE                  PIC X(80).
      *
       FD  PARTMAST
           RECORD CONTAINS 367 CHARACTERS
           DATA RECORD IS PARTS-MASTER-REC.
       COPY PARTMAST.
      *
       FD  SUPPMAST
           RECORD CONTAINS 329 CHARACTERS
           DATA RECORD IS SUPPLIER-MASTER-REC.
       COPY SUPPREC.
      *
       FD  VMKIMPRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VMKIMPRT-LINE.
       01  VMKIMPRT-LINE                PIC X(80).
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
       77  WS-VEHMAKE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-VEHMAKE-EOF           PIC X(01) VALUE SPACES.
           88 IS-VEHMAKE-EOF        VALUE 'Y'.
       77  WS-VMKTRANS-STATUS       PIC X(02) VALUE SPACES.
       77  WS-VMKTRANS-EOF          PIC X(01) VALUE SPACES.
           88 IS-VMKTRANS-EOF       VALUE 'Y'.
       77  WS-VMKPNEW-STATUS        PIC X(02) VALUE SPACES.
       77  WS-VMKRPT-STATUS         PIC X(02) VALUE SPACES.
       77  WS-PARTMAST-STATUS       PIC X(02) VALUE SPACES.
       77  WS-PARTMAST-EOF          PIC X(01) VALUE SPACES.
           88 IS-PARTMAST-EOF       VALUE 'Y'.
       77  WS-SUPPMAST-STATUS       PIC X(02) VALUE SPACES.
       77  WS-SUPPMAST-EOF          PIC X(01) VALUE SPACES.
           88 IS-SUPPMAST-EOF       VALUE 'Y'.
       77  WS-VMKIMPRT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-TRANS-COUNT           PIC 9(06) VALUE ZEROS.
       77  WS-ACCEPT-COUNT          PIC 9(06) VALUE ZEROS.
       77  WS-REJECT-COUNT          PIC 9(06) VALUE ZEROS.
       77  WS-CHECKED-COUNT         PIC 9(08) VALUE ZEROS.
       77  WS-IMPACT-COUNT          PIC 9(08) VALUE ZEROS.
      *
      * ** Run-audit state - captured at start-up, one RUNAUDIT
      * ** record appended at end of run so the order and outcome of
      * ** every transaction batch applied to VEHMAKE is on file.
       77  WS-RUNAUDIT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RUN-START-DATE        PIC 9(08) VALUE ZEROS.
       77  WS-RUN-START-TIME        PIC 9(06) VALUE ZEROS.
       77  WS-TIME-WORK             PIC 9(08) VALUE ZEROS.
       77  WS-END-STATUS            PIC X(14) VALUE 'NORMAL'.
      *
      * ** An old master too big for the make table cannot be carried
      * ** to VMKPNEW whole - the makes past the end would silently
      * ** drop off the candidate - so nothing is applied or written
      * ** and the run ends RC 12.
       77  WS-VMK-TABLE-FULL        PIC X(01) VALUE 'N'.
           88 WS-VMK-TABLE-IS-FULL  VALUE 'Y'.
      *
       77  WS-ACTIVE-MAKES          PIC S9(04) BINARY VALUE 0.
       77  WS-FOUND-INDEX           PIC S9(04) BINARY VALUE 0.
       77  WS-ENTRY-FOUND           PIC X(01) VALUE 'N'.
           88 WS-ENTRY-FOUND-YES    VALUE 'Y'.
           88 WS-ENTRY-FOUND-NO     VALUE 'N'.
       77  WS-CAND-LOW              PIC 9(02) VALUE ZEROS.
       77  WS-CAND-HIGH             PIC 9(02) VALUE ZEROS.
       77  WS-CAND-VALID            PIC X(01) VALUE 'N'.
           88 WS-CAND-IS-VALID      VALUE 'Y'.
      *
      * ** The part or supplier under test, laid into one set of work
      * ** fields so both masters go through the identical check -
      * ** the STZIMPCT arrangement.  A supplier has no lead time of
      * ** its own, so WS-CHK-HAS-LEAD is 'N' for it.
       77  WS-CHK-SOURCE            PIC X(04) VALUE SPACES.
       77  WS-CHK-KEY               PIC X(10) VALUE SPACES.
       77  WS-CHK-MAKE              PIC X(10) VALUE SPACES.
       77  WS-CHK-LEAD-TIME         PIC 9(02) VALUE ZEROS.
       77  WS-CHK-HAS-LEAD          PIC X(01) VALUE 'N'.
           88 WS-CHK-HAS-LEAD-YES   VALUE 'Y'.
       77  WS-CHK-NON-US            PIC X(01) VALUE 'N'.
           88 WS-CHK-NON-US-YES     VALUE 'Y'.
       77  WS-ADDR-SUB              PIC 9(01) COMP VALUE 0.
       77  WS-OLD-FOUND             PIC X(01) VALUE 'N'.
           88 WS-OLD-FOUND-YES      VALUE 'Y'.
       77  WS-OLD-FOUND-SUB         PIC S9(04) BINARY VALUE 0.
       77  WS-NEW-FOUND             PIC X(01) VALUE 'N'.
           88 WS-NEW-FOUND-YES      VALUE 'Y'.
       77  WS-NEW-FOUND-SUB         PIC S9(04) BINARY VALUE 0.
      *
      * ** Every make as it stood on the old master next to what this
      * ** run has made of it.  A make added this run is not on the
      * ** old master; a retired one stays in the table, flagged, so
      * ** the impact pass can still see what it used to be.  Readers
      * ** of VEHMAKE hold 50 makes, so no more than 50 may be active.
       01  VEHICLE-MAKE-TABLE.
           05 WS-VMK-COUNT              PIC S9(4) BINARY.
           05 WS-VMK-ENTRY OCCURS 0 TO 100 TIMES
                                   DEPENDING ON WS-VMK-COUNT
                                   INDEXED BY V-I.
              10 WS-VMK-MAKE-NAME       PIC X(10).
              10 WS-VMK-LEAD-TIME-LOW   PIC 9(02).
              10 WS-VMK-LEAD-TIME-HIGH  PIC 9(02).
              10 WS-VMK-IMPORT-FLAG     PIC X(01).
                 88 WS-VMK-IS-IMPORT    VALUE 'Y'.
              10 WS-VMK-RETIRED         PIC X(01).
                 88 WS-VMK-IS-RETIRED   VALUE 'Y'.
              10 WS-VMK-ON-OLD          PIC X(01).
                 88 WS-VMK-IS-ON-OLD    VALUE 'Y'.
              10 WS-VMK-OLD-LOW         PIC 9(02).
              10 WS-VMK-OLD-HIGH        PIC 9(02).
              10 WS-VMK-OLD-IMPORT      PIC X(01).
                 88 WS-VMK-WAS-IMPORT   VALUE 'Y'.
      *
       01  WS-VMKRPT-DETAIL.
           05  VRL-ACTION               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VRL-MAKE-NAME            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VRL-LEAD-TIME-LOW        PIC X(02).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  VRL-LEAD-TIME-HIGH       PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VRL-IMPORT-FLAG          PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VRL-RESULT               PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VRL-REASON               PIC X(40).
           05  FILLER                   PIC X(03) VALUE SPACES.
      *
       01  WS-VMKRPT-HEADING.
           05  FILLER                   PIC X(80) VALUE
               'VMKMAINT - VEHMAKE MASTER MAINTENANCE TRANSACTION LOG'.
      *
       01  WS-VMKIMPRT-HEADING.
           05  FILLER                   PIC X(80) VALUE
               'VMKMAINT - VEHMAKE CHANGE IMPACT REPORT'.
       01  WS-VMKIMPRT-COL-HEADING.
           05  FILLER                   PIC X(06) VALUE 'SRC'.
           05  FILLER                   PIC X(12) VALUE 'KEY'.
           05  FILLER                   PIC X(12) VALUE 'MAKE'.
           05  FILLER                   PIC X(06) VALUE 'LEAD'.
           05  FILLER                   PIC X(44) VALUE 'REASON'.
       01  WS-VMKIMPRT-DETAIL.
           05  VIL-SOURCE               PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VIL-KEY                  PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VIL-MAKE                 PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VIL-LEAD-TIME            PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  VIL-REASON               PIC X(44).
       01  WS-VMKIMPRT-TOTAL-LINE.
           05  FILLER                   PIC X(20) VALUE
               'RECORDS CHECKED...:'.
           05  TL-CHECKED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE
               'WOULD BE BROKEN...:'.
           05  TL-IMPACTED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(08) VALUE SPACES.
      *
      * ** Adds, changes and retires VEHMAKE master entries, editing
      * ** each make's lead-time range and import flag before it goes
      * ** to the candidate master VMKPNEW.  Before that candidate is
      * ** promoted, every PARTMAST part and SUPPMAST supplier is
      * ** checked against the old and new entries for its make, and
      * ** each one the change would break - make retired, lead time
      * ** pushed outside the new range, or import flag taken off a
      * ** make the record has non-US addresses for - is listed on
      * ** VMKIMPRT.  Any impact ends the run with return code 4 so
      * ** the schedule can hold the promotion step, as STZIMPCT does
      * ** for STATEZIP.  An old master too big for the make table
      * ** abandons the run RC 12 with no candidate written.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           IF WS-VMK-TABLE-IS-FULL
              MOVE 12                   TO RETURN-CODE
              MOVE 'VMK-TABLE-FULL'     TO WS-END-STATUS
           ELSE
              PERFORM 200-PROCESS-TRANSACTIONS
              PERFORM 800-WRITE-NEW-MASTER
              PERFORM 500-CHECK-IMPACT
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
           OPEN INPUT VEHMAKE
           OPEN INPUT VMKTRANS
           OPEN OUTPUT VMKPNEW
           OPEN OUTPUT VMKRPT
           OPEN OUTPUT VMKIMPRT
           MOVE WS-VMKRPT-HEADING       TO VMKRPT-LINE
           WRITE VMKRPT-LINE
           PERFORM 100-LOAD-OLD-MASTER
           CLOSE VEHMAKE
           .
      *
       100-LOAD-OLD-MASTER.
           MOVE 0                       TO WS-VMK-COUNT
           PERFORM UNTIL IS-VEHMAKE-EOF
              READ VEHMAKE
                 AT END
                    MOVE 'Y'            TO WS-VEHMAKE-EOF
                 NOT AT END
                    IF WS-VMK-COUNT < 100
                       ADD 1            TO WS-VMK-COUNT
                       ADD 1            TO WS-ACTIVE-MAKES
                       SET V-I          TO WS-VMK-COUNT
                       MOVE VM-MAKE-NAME OF VEHMAKE-REC
                                        TO WS-VMK-MAKE-NAME(V-I)
                       MOVE VM-LEAD-TIME-LOW OF VEHMAKE-REC
                                        TO WS-VMK-LEAD-TIME-LOW(V-I)
                                           WS-VMK-OLD-LOW(V-I)
                       MOVE VM-LEAD-TIME-HIGH OF VEHMAKE-REC
                                        TO WS-VMK-LEAD-TIME-HIGH(V-I)
                                           WS-VMK-OLD-HIGH(V-I)
                       MOVE VM-IMPORT-FLAG OF VEHMAKE-REC
                                        TO WS-VMK-IMPORT-FLAG(V-I)
                                           WS-VMK-OLD-IMPORT(V-I)
                       MOVE 'N'         TO WS-VMK-RETIRED(V-I)
                       MOVE 'Y'         TO WS-VMK-ON-OLD(V-I)
                    ELSE
                       MOVE 'Y'         TO WS-VMK-TABLE-FULL
                    END-IF
              END-READ
           END-PERFORM
           IF WS-VMK-TABLE-IS-FULL
              DISPLAY 'VMKMAINT VEHMAKE TABLE FULL - RUN ABANDONED.  '
                 'VEHMAKE HOLDS MORE THAN 100 MAKES.'
           END-IF
           .
      *
       200-PROCESS-TRANSACTIONS.
           PERFORM UNTIL IS-VMKTRANS-EOF
              READ VMKTRANS
                 AT END
                    MOVE 'Y'            TO WS-VMKTRANS-EOF
                 NOT AT END
                    ADD 1               TO WS-TRANS-COUNT
                    PERFORM 300-APPLY-TRANSACTION
              END-READ
           END-PERFORM
           .
      *
       300-APPLY-TRANSACTION.
           MOVE VMKT-ACTION             TO VRL-ACTION
           MOVE VMKT-MAKE-NAME          TO VRL-MAKE-NAME
           MOVE VMKT-LEAD-TIME-LOW      TO VRL-LEAD-TIME-LOW
           MOVE VMKT-LEAD-TIME-HIGH     TO VRL-LEAD-TIME-HIGH
           MOVE VMKT-IMPORT-FLAG        TO VRL-IMPORT-FLAG
           EVALUATE TRUE
              WHEN VMKT-MAKE-NAME = SPACES
                 MOVE 'REJECTED'        TO VRL-RESULT
                 MOVE ' MAKE NAME IS BLANK.'
                                        TO VRL-REASON
                 ADD 1                  TO WS-REJECT-COUNT
              WHEN VMKT-ADD
                 PERFORM 310-APPLY-ADD
              WHEN VMKT-CHANGE
                 PERFORM 320-APPLY-CHANGE
              WHEN VMKT-RETIRE
                 PERFORM 330-APPLY-RETIRE
              WHEN OTHER
                 MOVE 'REJECTED'        TO VRL-RESULT
                 MOVE ' UNKNOWN ACTION CODE.'
                                        TO VRL-REASON
                 ADD 1                  TO WS-REJECT-COUNT
           END-EVALUATE
           MOVE WS-VMKRPT-DETAIL        TO VMKRPT-LINE
           WRITE VMKRPT-LINE
           .
      *
       310-APPLY-ADD.
           PERFORM 750-FIND-ENTRY
           IF WS-ENTRY-FOUND-YES
              MOVE 'REJECTED'           TO VRL-RESULT
              MOVE ' MAKE IS ALREADY ON VEHMAKE.'
                                        TO VRL-REASON
              ADD 1                     TO WS-REJECT-COUNT
           ELSE
              PERFORM 700-EDIT-CANDIDATE
              IF WS-CAND-IS-VALID
                 IF WS-ACTIVE-MAKES < 50 AND WS-VMK-COUNT < 100
                    ADD 1               TO WS-VMK-COUNT
                    ADD 1               TO WS-ACTIVE-MAKES
                    SET V-I             TO WS-VMK-COUNT
                    MOVE VMKT-MAKE-NAME TO WS-VMK-MAKE-NAME(V-I)
                    MOVE WS-CAND-LOW    TO WS-VMK-LEAD-TIME-LOW(V-I)
                    MOVE WS-CAND-HIGH   TO WS-VMK-LEAD-TIME-HIGH(V-I)
                    MOVE VMKT-IMPORT-FLAG
                                        TO WS-VMK-IMPORT-FLAG(V-I)
                    MOVE 'N'            TO WS-VMK-RETIRED(V-I)
                    MOVE 'N'            TO WS-VMK-ON-OLD(V-I)
                    MOVE ZEROS          TO WS-VMK-OLD-LOW(V-I)
                                           WS-VMK-OLD-HIGH(V-I)
                    MOVE SPACES         TO WS-VMK-OLD-IMPORT(V-I)
                    MOVE 'ACCEPTED'     TO VRL-RESULT
                    MOVE ' MAKE ADDED.' TO VRL-REASON
                    ADD 1               TO WS-ACCEPT-COUNT
                 ELSE
                    MOVE 'REJECTED'     TO VRL-RESULT
                    MOVE ' VEHMAKE IS FULL - 50 ACTIVE MAKES.'
                                        TO VRL-REASON
                    ADD 1               TO WS-REJECT-COUNT
                 END-IF
              END-IF
           END-IF
           .
      *
       320-APPLY-CHANGE.
           PERFORM 750-FIND-ENTRY
           IF WS-ENTRY-FOUND-NO
              MOVE 'REJECTED'           TO VRL-RESULT
              MOVE ' MAKE NOT FOUND.'   TO VRL-REASON
              ADD 1                     TO WS-REJECT-COUNT
           ELSE
              PERFORM 700-EDIT-CANDIDATE
              IF WS-CAND-IS-VALID
                 SET V-I                TO WS-FOUND-INDEX
                 MOVE WS-CAND-LOW       TO WS-VMK-LEAD-TIME-LOW(V-I)
                 MOVE WS-CAND-HIGH      TO WS-VMK-LEAD-TIME-HIGH(V-I)
                 MOVE VMKT-IMPORT-FLAG  TO WS-VMK-IMPORT-FLAG(V-I)
                 MOVE 'ACCEPTED'        TO VRL-RESULT
                 MOVE ' MAKE CHANGED.'  TO VRL-REASON
                 ADD 1                  TO WS-ACCEPT-COUNT
              END-IF
           END-IF
           .
      *
       330-APPLY-RETIRE.
           PERFORM 750-FIND-ENTRY
           IF WS-ENTRY-FOUND-NO
              MOVE 'REJECTED'           TO VRL-RESULT
              MOVE ' MAKE NOT FOUND.'   TO VRL-REASON
              ADD 1                     TO WS-REJECT-COUNT
           ELSE
              SET V-I                   TO WS-FOUND-INDEX
              MOVE 'Y'                  TO WS-VMK-RETIRED(V-I)
              SUBTRACT 1                FROM WS-ACTIVE-MAKES
              MOVE 'ACCEPTED'           TO VRL-RESULT
              MOVE ' MAKE RETIRED.'     TO VRL-REASON
              ADD 1                     TO WS-ACCEPT-COUNT
           END-IF
           .
      *
      * ****************************************************************
      * ** 700-EDIT-CANDIDATE
      * ** The add/change edits: both lead times numeric with LOW not
      * ** above HIGH, and the import flag Y or N.  A failure sets the
      * ** rejected result and reason for the log line.
      * ****************************************************************
       700-EDIT-CANDIDATE.
           MOVE 'N'                     TO WS-CAND-VALID
           EVALUATE TRUE
              WHEN VMKT-LEAD-TIME-LOW IS NOT NUMERIC OR
                   VMKT-LEAD-TIME-HIGH IS NOT NUMERIC
                 MOVE ' LEAD TIME IS NOT NUMERIC.'
                                        TO VRL-REASON
              WHEN VMKT-LEAD-TIME-LOW > VMKT-LEAD-TIME-HIGH
                 MOVE ' LEAD TIME LOW IS ABOVE HIGH.'
                                        TO VRL-REASON
              WHEN VMKT-IMPORT-FLAG NOT = 'Y' AND
                   VMKT-IMPORT-FLAG NOT = 'N'
                 MOVE ' IMPORT FLAG MUST BE Y OR N.'
                                        TO VRL-REASON
              WHEN OTHER
                 MOVE 'Y'               TO WS-CAND-VALID
                 MOVE VMKT-LEAD-TIME-LOW
                                        TO WS-CAND-LOW
                 MOVE VMKT-LEAD-TIME-HIGH
                                        TO WS-CAND-HIGH
           END-EVALUATE
           IF NOT WS-CAND-IS-VALID
              MOVE 'REJECTED'           TO VRL-RESULT
              ADD 1                     TO WS-REJECT-COUNT
           END-IF
           .
      *
      * ****************************************************************
      * ** 750-FIND-ENTRY
      * ** Locates the active table entry for VMKT-MAKE-NAME, leaving
      * ** WS-FOUND-INDEX set to its subscript.
      * ****************************************************************
       750-FIND-ENTRY.
           MOVE 'N'                     TO WS-ENTRY-FOUND
           MOVE 0                       TO WS-FOUND-INDEX
           PERFORM VARYING V-I FROM 1 BY 1
              UNTIL V-I > WS-VMK-COUNT OR WS-ENTRY-FOUND-YES
              IF VMKT-MAKE-NAME = WS-VMK-MAKE-NAME(V-I) AND
                 NOT WS-VMK-IS-RETIRED(V-I)
                 MOVE 'Y'               TO WS-ENTRY-FOUND
                 SET WS-FOUND-INDEX     TO V-I
              END-IF
           END-PERFORM
           .
      *
      * ****************************************************************
      * ** 500-CHECK-IMPACT
      * ** Replays every part and supplier against the old and new
      * ** make entries.  Either master missing is reported and that
      * ** half of the check skipped, the way STZIMPCT treats SUPPMAST.
      * ****************************************************************
       500-CHECK-IMPACT.
           MOVE WS-VMKIMPRT-HEADING     TO VMKIMPRT-LINE
           WRITE VMKIMPRT-LINE
           MOVE WS-VMKIMPRT-COL-HEADING TO VMKIMPRT-LINE
           WRITE VMKIMPRT-LINE
           OPEN INPUT PARTMAST
           IF WS-PARTMAST-STATUS = '00' OR WS-PARTMAST-STATUS = '05'
              PERFORM UNTIL IS-PARTMAST-EOF
                 READ PARTMAST NEXT RECORD
                    AT END
                       MOVE 'Y'         TO WS-PARTMAST-EOF
                    NOT AT END
                       PERFORM 510-CHECK-PART-RECORD
                 END-READ
              END-PERFORM
              CLOSE PARTMAST
           ELSE
              DISPLAY 'VMKMAINT PARTS MASTER NOT AVAILABLE - '
                 'STATUS ' WS-PARTMAST-STATUS
                 ' - PARTS NOT CHECKED.'
           END-IF
           OPEN INPUT SUPPMAST
           IF WS-SUPPMAST-STATUS = '00' OR WS-SUPPMAST-STATUS = '05'
              PERFORM UNTIL IS-SUPPMAST-EOF
                 READ SUPPMAST NEXT RECORD
                    AT END
                       MOVE 'Y'         TO WS-SUPPMAST-EOF
                    NOT AT END
                       PERFORM 520-CHECK-SUPPLIER-RECORD
                 END-READ
              END-PERFORM
              CLOSE SUPPMAST
           ELSE
              DISPLAY 'VMKMAINT SUPPLIER MASTER NOT AVAILABLE - '
                 'STATUS ' WS-SUPPMAST-STATUS
                 ' - SUPPLIERS NOT CHECKED.'
           END-IF
           MOVE WS-CHECKED-COUNT        TO TL-CHECKED
           MOVE WS-IMPACT-COUNT         TO TL-IMPACTED
           MOVE WS-VMKIMPRT-TOTAL-LINE  TO VMKIMPRT-LINE
           WRITE VMKIMPRT-LINE
           .
      *
       510-CHECK-PART-RECORD.
           MOVE 'PART'                  TO WS-CHK-SOURCE
           MOVE PM-PART-NUMBER          TO WS-CHK-KEY
           MOVE PM-VEHICLE-MAKE         TO WS-CHK-MAKE
           IF PM-WEEKS-LEAD-TIME IS NUMERIC
              MOVE 'Y'                  TO WS-CHK-HAS-LEAD
              MOVE PM-WEEKS-LEAD-TIME   TO WS-CHK-LEAD-TIME
           ELSE
              MOVE 'N'                  TO WS-CHK-HAS-LEAD
              MOVE ZEROS                TO WS-CHK-LEAD-TIME
           END-IF
           MOVE 'N'                     TO WS-CHK-NON-US
           PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
              UNTIL WS-ADDR-SUB > 3
              IF PM-ADDR-COUNTRY(WS-ADDR-SUB) NOT = SPACES AND
                 PM-ADDR-COUNTRY(WS-ADDR-SUB) NOT = 'US'
                 MOVE 'Y'               TO WS-CHK-NON-US
              END-IF
           END-PERFORM
           PERFORM 600-CHECK-RECORD
           .
      *
       520-CHECK-SUPPLIER-RECORD.
           MOVE 'SUPP'                  TO WS-CHK-SOURCE
           MOVE SUP-SUPPLIER-NUMBER     TO WS-CHK-KEY
           MOVE SUP-VEHICLE-MAKE        TO WS-CHK-MAKE
           MOVE 'N'                     TO WS-CHK-HAS-LEAD
           MOVE ZEROS                   TO WS-CHK-LEAD-TIME
           MOVE 'N'                     TO WS-CHK-NON-US
           PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
              UNTIL WS-ADDR-SUB > 3
              IF SUP-ADDR-COUNTRY(WS-ADDR-SUB) NOT = SPACES AND
                 SUP-ADDR-COUNTRY(WS-ADDR-SUB) NOT = 'US'
                 MOVE 'Y'               TO WS-CHK-NON-US
              END-IF
           END-PERFORM
           PERFORM 600-CHECK-RECORD
           .
      *
      * ****************************************************************
      * ** 600-CHECK-RECORD
      * ** Only what passes against the old master and fails against
      * ** the new one is listed - a record already broken today is
      * ** not this change's doing.  A record can be listed once per
      * ** reason.
      * ****************************************************************
       600-CHECK-RECORD.
           ADD 1                        TO WS-CHECKED-COUNT
           PERFORM 650-FIND-OLD-MAKE
           PERFORM 660-FIND-NEW-MAKE
           IF WS-OLD-FOUND-YES
              SET V-I                   TO WS-OLD-FOUND-SUB
              EVALUATE TRUE
                 WHEN NOT WS-NEW-FOUND-YES
                    MOVE ' MAKE RETIRED FROM VEHMAKE.'
                                        TO VIL-REASON
                    PERFORM 690-WRITE-IMPACT-LINE
                 WHEN OTHER
                    IF WS-CHK-HAS-LEAD-YES AND
                       WS-CHK-LEAD-TIME >= WS-VMK-OLD-LOW(V-I) AND
                       WS-CHK-LEAD-TIME <= WS-VMK-OLD-HIGH(V-I)
                       SET V-I          TO WS-NEW-FOUND-SUB
                       IF WS-CHK-LEAD-TIME <
                                         WS-VMK-LEAD-TIME-LOW(V-I) OR
                          WS-CHK-LEAD-TIME >
                                         WS-VMK-LEAD-TIME-HIGH(V-I)
                          MOVE ' LEAD TIME OUTSIDE NEW RANGE.'
                                        TO VIL-REASON
                          PERFORM 690-WRITE-IMPACT-LINE
                       END-IF
                    END-IF
                    SET V-I             TO WS-OLD-FOUND-SUB
                    IF WS-VMK-WAS-IMPORT(V-I) AND WS-CHK-NON-US-YES
                       SET V-I          TO WS-NEW-FOUND-SUB
                       IF NOT WS-VMK-IS-IMPORT(V-I)
                          MOVE ' IMPORT FLAG REMOVED - NON-US ADDRESS.'
                                        TO VIL-REASON
                          PERFORM 690-WRITE-IMPACT-LINE
                       END-IF
                    END-IF
              END-EVALUATE
           END-IF
           .
      *
       650-FIND-OLD-MAKE.
           MOVE 'N'                     TO WS-OLD-FOUND
           PERFORM VARYING V-I FROM 1 BY 1
              UNTIL V-I > WS-VMK-COUNT OR WS-OLD-FOUND-YES
              IF WS-CHK-MAKE = WS-VMK-MAKE-NAME(V-I) AND
                 WS-VMK-IS-ON-OLD(V-I)
                 MOVE 'Y'               TO WS-OLD-FOUND
                 SET WS-OLD-FOUND-SUB   TO V-I
              END-IF
           END-PERFORM
           .
      *
       660-FIND-NEW-MAKE.
           MOVE 'N'                     TO WS-NEW-FOUND
           PERFORM VARYING V-I FROM 1 BY 1
              UNTIL V-I > WS-VMK-COUNT OR WS-NEW-FOUND-YES
              IF WS-CHK-MAKE = WS-VMK-MAKE-NAME(V-I) AND
                 NOT WS-VMK-IS-RETIRED(V-I)
                 MOVE 'Y'               TO WS-NEW-FOUND
                 SET WS-NEW-FOUND-SUB   TO V-I
              END-IF
           END-PERFORM
           .
      *
       690-WRITE-IMPACT-LINE.
           ADD 1                        TO WS-IMPACT-COUNT
           MOVE WS-CHK-SOURCE           TO VIL-SOURCE
           MOVE WS-CHK-KEY              TO VIL-KEY
           MOVE WS-CHK-MAKE             TO VIL-MAKE
           IF WS-CHK-HAS-LEAD-YES
              MOVE WS-CHK-LEAD-TIME     TO VIL-LEAD-TIME
           ELSE
              MOVE SPACES               TO VIL-LEAD-TIME
           END-IF
           MOVE WS-VMKIMPRT-DETAIL      TO VMKIMPRT-LINE
           WRITE VMKIMPRT-LINE
           .
      *
       800-WRITE-NEW-MASTER.
           PERFORM VARYING V-I FROM 1 BY 1 UNTIL V-I > WS-VMK-COUNT
              IF NOT WS-VMK-IS-RETIRED(V-I)
                 MOVE WS-VMK-MAKE-NAME(V-I)      TO VM-MAKE-NAME OF
                                                     VMKPNEW-REC
                 MOVE WS-VMK-LEAD-TIME-LOW(V-I)  TO VM-LEAD-TIME-LOW OF
                                                     VMKPNEW-REC
                 MOVE WS-VMK-LEAD-TIME-HIGH(V-I) TO VM-LEAD-TIME-HIGH
                                                  OF VMKPNEW-REC
                 MOVE WS-VMK-IMPORT-FLAG(V-I)    TO VM-IMPORT-FLAG OF
                                                     VMKPNEW-REC
                 WRITE VMKPNEW-REC
              END-IF
           END-PERFORM
           .
      *
       900-TERMINATION.
           PERFORM 950-WRITE-RUN-AUDIT
           CLOSE RUNAUDIT
           CLOSE VMKTRANS
           CLOSE VMKPNEW
           CLOSE VMKRPT
           CLOSE VMKIMPRT
           DISPLAY 'VMKMAINT TRANSACTIONS READ: ' WS-TRANS-COUNT
           DISPLAY 'VMKMAINT ACCEPTED         : ' WS-ACCEPT-COUNT
           DISPLAY 'VMKMAINT REJECTED         : ' WS-REJECT-COUNT
           DISPLAY 'VMKMAINT RECORDS CHECKED  : ' WS-CHECKED-COUNT
           DISPLAY 'VMKMAINT WOULD BE BROKEN  : ' WS-IMPACT-COUNT
           IF WS-IMPACT-COUNT > 0
              DISPLAY 'VMKMAINT HOLD VMKPNEW PROMOTION - PARTS OR '
                 'SUPPLIERS IN USE WOULD FAIL THE NEW MASTER.'
              MOVE 4                    TO RETURN-CODE
           END-IF
           .
      *
      * ****************************************************************
      * ** 950-WRITE-RUN-AUDIT
      * ** One record to the permanent RUNAUDIT file for this
      * ** maintenance run - the counts answer which transaction
      * ** batches were applied to VEHMAKE, in what order, long after
      * ** the job output has purged.
      * ****************************************************************
       950-WRITE-RUN-AUDIT.
           MOVE 'VMKMAINT'              TO RA-PROGRAM-ID
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
