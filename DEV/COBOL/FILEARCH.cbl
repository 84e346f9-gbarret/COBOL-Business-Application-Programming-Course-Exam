      * ** run and POFILE grows with every FINPOGEN run, and neither
      * ** had a purge - AUDRPT01 reads the whole audit file to print
      * ** one day.  Given a cutoff date card this run moves audit
      * ** records and closed purchase orders - received or
      * ** cancelled - older than the cutoff to the dated archive
      * ** files on the AUDARCH / POARCH DDs and rewrites the live
      * ** files with only current data.  An order
      * ** still open is never archived, whatever its age - receiving
      * ** still has a shipment coming for it.
       PROCEDURE DIVISION.
      * ****************************************************************
      * ** 200-ARCHIVE-POFILE
      * ** A purchase order goes to POARCH only when its header says
      * ** received or cancelled AND its order date is older than the
      * ** cutoff; the order's line records follow the header's
      * ** disposition, so an order never splits across the two
      * ** files.  A still-open
      * ** order stays live regardless of age.
      * ****************************************************************
       200-ARCHIVE-POFILE.
           MOVE WS-PO-IMAGE(PO-I)       TO PO-RECORD
           IF PO-IS-HEADER
              ADD 1                     TO WS-PO-HDR-READ
              IF (PO-IS-RECEIVED OR PO-IS-CANCELLED) AND
                 PO-ORDER-DATE IS NUMERIC AND
                 PO-ORDER-DATE < WS-CUTOFF-DATE
                 MOVE 'Y'               TO WS-ARCHIVING-PO
