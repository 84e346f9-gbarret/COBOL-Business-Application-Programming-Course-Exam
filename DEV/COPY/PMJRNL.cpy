      ******************************************************************
      *    COPYBOOK:  PMJRNL
      *    DESCRIPTION: PARTS master change journal - one record
      *                 appended for every add, change and delete
      *                 applied to PARTMAST, by FINAL01 from a PARTSIN
      *                 batch and by SUPPROP when it refreshes a
      *                 part's addresses from a changed supplier.
      *                 The journal is permanent and strictly in the
      *                 order the changes were made, so any part's
      *                 image as of any date can be rebuilt from it
      *                 (PMJRPT01).  An add carries a blank before
      *                 image and a delete a blank after image.
      *                 PJ-BATCH-ID is the PARTSIN header's batch ID;
      *                 it is blank for a SUPPROP refresh and for a
      *                 FINAL01 resubmit run, neither of which has a
      *                 batch header.
      ******************************************************************
       01  PART-JOURNAL-REC.
           05  PJ-PART-NUMBER               PIC X(10).
           05  PJ-ACTION                    PIC X(01).
               88  PJ-IS-ADD                VALUE 'A'.
               88  PJ-IS-CHANGE             VALUE 'C'.
               88  PJ-IS-DELETE             VALUE 'D'.
           05  PJ-SOURCE-PROGRAM            PIC X(08).
           05  PJ-BATCH-ID                  PIC X(08).
           05  PJ-RUN-DATE                  PIC 9(08).
           05  PJ-RUN-TIME                  PIC 9(06).
           05  PJ-BEFORE-IMAGE              PIC X(367).
           05  PJ-AFTER-IMAGE               PIC X(367).
