      *> ---------------------------------------------------------------
      *> HELDRC.CPY
      *>
      *> Held-transaction record for ClientMaint.  A maintenance
      *> transaction whose TR-EFF-DATE (see TRANRC.CPY) is later than
      *> the run date is not applied; it is carried here in full
      *> TransRec layout, with the batch it arrived in and the date it
      *> was held, and released into the first cycle whose run date
      *> reaches its effective date.  HT-EFF-DATE repeats the
      *> transaction's own TR-EFF-DATE at the front of the record so
      *> the held file can be sorted and reported by it.  The held file
      *> written this cycle (heldnew.dat) becomes the held input
      *> (heldtx.dat) of the next cycle, the same way the suspense file
      *> rolls forward; ClientHeldTran reports and cancels off
      *> heldtx.dat between cycles.
      *> ---------------------------------------------------------------
01 HeldTranRec.
   02  HT-EFF-DATE           PIC 9(8).
   02  HT-BATCH-ID           PIC 9(8).
   02  HT-HELD-DATE          PIC 9(8).
   02  HT-TRAN-IMAGE         PIC X(104).
