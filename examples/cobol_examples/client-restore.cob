      *>                    verified OUT OF BALANCE against the
      *>                    pre-purge trailer on every normal cycle -
      *>                    the restore could never declare success.
      *>   10/15/2026  DK   Reinstatement entries ("R", ClientReinstate)
      *>                    replay as a WRITE of the after image, the
      *>                    same as an add.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientRestore.
*> 420-APPLY-ONE-ENTRY - one journal record back onto the master.
*> Adds carry no before image and deletes/purges no after image, so
*> the code alone picks the verb; a change and a status set are both
*> REWRITEs of the after image, and a reinstatement (an archived
*> record brought back by ClientReinstate) WRITEs it like an add.
*> An entry that will not apply (add against a key already present,
*> change/delete against one that isn't) means the journal and the
*> snapshot disagree - it is counted and reported, and the run ends
*> out of balance.
*> -------------------------------------------------------------------
420-APPLY-ONE-ENTRY.

    EVALUATE JR-TR-CODE OF SortJrnlRec
        WHEN "A"
        WHEN "R"
            MOVE JR-AFTER-IMAGE OF SortJrnlRec TO ClientRec
            WRITE ClientRec
              INVALID KEY
