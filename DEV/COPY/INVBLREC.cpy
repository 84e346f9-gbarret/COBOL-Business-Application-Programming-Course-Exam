      ******************************************************************
      *    COPYBOOK:  INVBLREC
      *    DESCRIPTION: INVBAL inventory balance record - one record
      *                 per part on PARTMAST, in part-number order,
      *                 rewritten whole by the posting run (INVPOST).
      *                 On hand is moved by receipts (PORECV's
      *                 RCVMOVE file), by the daily issues feed and by
      *                 physical counts, and may go negative when
      *                 issues are keyed ahead of their receipt.  On
      *                 order is not posted - INVPOST recounts it from
      *                 the live lines of open and held orders on
      *                 POFILE every run.  The reorder point is set by
      *                 the buyer as the stock that must be on hand or
      *                 on order to cover demand over the part's lead
      *                 time; zero means the part is not replenished
      *                 by the reorder run (INVREPL).
      ******************************************************************
       01  INV-BALANCE-REC.
           05  IB-PART-NUMBER               PIC X(10).
           05  IB-ON-HAND                   PIC S9(07).
           05  IB-ON-ORDER                  PIC 9(07).
           05  IB-REORDER-POINT             PIC 9(07).
           05  IB-LAST-RECEIPT-DATE         PIC 9(08).
           05  IB-LAST-ISSUE-DATE           PIC 9(08).
           05  IB-LAST-COUNT-DATE           PIC 9(08).
           05  FILLER                       PIC X(25).
