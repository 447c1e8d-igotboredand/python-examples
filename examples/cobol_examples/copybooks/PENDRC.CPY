      *> ---------------------------------------------------------------
      *> PENDRC.CPY
      *>
      *> Pending-approval record (pendappr.dat) for the dual-control
      *> rule in ClientOnlineMaint.  An online change that touches
      *> Surname/FirstName, DateOfBirth or ClientStatus, and every online
      *> delete, is written here by the keying operator (the maker)
      *> instead of going to CLIENTMS.  A second signed-on operator (the
      *> checker - never the maker) approves or rejects it; only an
      *> approved item is applied to the master and journalled, with
      *> both ids on the journal record (JRNLRC.CPY).  An item still
      *> pending after the expiry period is marked expired by
      *> ClientPendExpire and listed on its exceptions report.
      *>
      *> PA-ITEM-DATE/PA-ITEM-TIME are when the maker keyed it and,
      *> with the AcctNumber, identify the item.  The before image is
      *> the master record as the maker saw it - the checker's approval
      *> is refused if the master has moved on since - and the after
      *> image is the record as it will be written (spaces on a delete).
      *> Pulled out to a copybook so the layout only has to change in
      *> one place.
      *> ---------------------------------------------------------------
01 PendApprRec.
   02  PA-ITEM-DATE          PIC 9(8).
   02  PA-ITEM-TIME          PIC 9(8).
   02  PA-FUNCTION           PIC X(1).
       88  PA-IS-CHANGE              VALUE "C".
       88  PA-IS-DELETE              VALUE "D".
   02  PA-ACCT-NUMBER        PIC 9(7).
   02  PA-MAKER-ID           PIC X(8).
   02  PA-ITEM-STATUS        PIC X(1).
       88  PA-PENDING                VALUE "P".
       88  PA-APPROVED               VALUE "A".
       88  PA-REJECTED               VALUE "R".
       88  PA-EXPIRED                VALUE "E".
   02  PA-CHECKER-ID         PIC X(8).
   02  PA-DECIDED-DATE       PIC 9(8).
   02  PA-BEFORE-IMAGE       PIC X(95).
   02  PA-AFTER-IMAGE        PIC X(95).
