      *> The client-data portion mirrors ClientRec field-for-field (see
      *> CLIENTRC.CPY) so MOVE CORRESPONDING TransRec TO ClientRec
      *> lines everything up.
      *>
      *> TR-EFF-DATE is the date the transaction is to take effect.
      *> Zero or blank means apply in the cycle that receives it; a
      *> date later than the run date sends the transaction to the
      *> held-transaction file (HELDRC.CPY) until the cycle whose run
      *> date reaches it.  It sits at the END of the record so a
      *> transaction built before the field existed is simply short and
      *> reads back space-filled - "apply now" - and a TransRec image
      *> cut back to the old length (the suspense file's SU-TRAN-IMAGE)
      *> loses nothing that matters: a suspended transaction was already
      *> due when it was first applied.
      *> ---------------------------------------------------------------
01 TransRec.
   02  TR-CODE               PIC X(1).
   02  Gender                PIC X.
   02  ClientStatus          PIC X.
   02  StatusEffDate         PIC 9(8).
   02  TR-EFF-DATE           PIC 9(8).
