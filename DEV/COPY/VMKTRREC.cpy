      ******************************************************************
      *    COPYBOOK:  VMKTRREC
      *    DESCRIPTION: VMKTRANS transaction record for VMKMAINT - one
      *                 add/change/retire request against the VEHMAKE
      *                 master per record.  Lead times and the import
      *                 flag are keyed fields, so alphanumeric here
      *                 and edited by the program; a retire needs only
      *                 the make name.
      ******************************************************************
       01  VMKTRAN-REC.
           05  VMKT-ACTION               PIC X(01).
               88  VMKT-ADD              VALUE 'A'.
               88  VMKT-CHANGE           VALUE 'C'.
               88  VMKT-RETIRE           VALUE 'R'.
           05  VMKT-MAKE-NAME            PIC X(10).
           05  VMKT-LEAD-TIME-LOW        PIC X(02).
           05  VMKT-LEAD-TIME-HIGH       PIC X(02).
           05  VMKT-IMPORT-FLAG          PIC X(01).
