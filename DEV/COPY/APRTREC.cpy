      ******************************************************************
      *    COPYBOOK:  APRTREC
      *    DESCRIPTION: APRTRANS decision record for POAPPRV - one
      *                 approve or reject decision per record against
      *                 a purchase order FINPOGEN held for approval.
      *                 A approves the order and releases it to the
      *                 supplier print; R rejects it and voids the
      *                 order.  The approver ID is required on both
      *                 and is logged with the decision.  Keyed
      *                 fields, so alphanumeric here and edited by
      *                 the program.
      ******************************************************************
       01  APRTRAN-REC.
           05  APR-ACTION                   PIC X(01).
               88  APR-APPROVE              VALUE 'A'.
               88  APR-REJECT               VALUE 'R'.
               88  APR-VALID-ACTION         VALUE 'A' 'R'.
           05  APR-PO-NUMBER                PIC X(08).
           05  APR-APPROVER-ID              PIC X(08).
           05  APR-REASON                   PIC X(25).
           05  FILLER                       PIC X(38).
