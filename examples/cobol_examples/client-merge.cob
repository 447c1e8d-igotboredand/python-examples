      *>                    id (JRNLRC.CPY); consolidation loads are
      *>                    stamped "*BATCH*" like every batch-applied
      *>                    update.
      *>   10/15/2026  DK   The journal record now carries a checker id
      *>                    (JRNLRC.CPY) for dual-control approvals;
      *>                    batch-applied updates leave it blank.
      *>   10/15/2026  DK   The journal record now carries a reference
      *>                    to the earlier entry it undoes (JRNLRC.CPY,
      *>                    used by reinstatements); left blank here.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientMerge.
    MOVE WS-RUN-ID TO JR-RUN-ID.
    MOVE WS-RUN-DATE TO JR-RUN-DATE.
    MOVE "*BATCH*" TO JR-OPERATOR-ID.
    MOVE SPACES TO JR-CHECKER-ID.
    MOVE SPACES TO JR-REFERENCE.
    MOVE "A" TO JR-TR-CODE.
    MOVE AcctNumber OF ClientRec TO JR-ACCT-NUMBER.
    MOVE SPACES TO JR-BEFORE-IMAGE.
