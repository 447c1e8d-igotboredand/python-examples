      *>   09/02/2026  DK   RunCtlRec pulled out to RUNCTLRC.CPY -
      *>                    ClientOpsTrend reads runctl.dat too, and
      *>                    the layout has to change in one place.
      *>   10/15/2026  DK   Added the CYCLEBAL step (ClientCycleBal's
      *>                    end-to-end proof of the night's counts -
      *>                    master before, journal movement, audit
      *>                    trailer, purge, snapshot and recon) after
      *>                    CLIENTRECON.
      *>   10/15/2026  DK   Added the CRMDELTA step (ClientCrmDelta's
      *>                    journal-driven change feed to the CRM)
      *>                    behind CLIENTPURGE, so the night's purge
      *>                    entries go out with it.
      *>   10/15/2026  DK   Added the ADDRNOTICE step
      *>                    (ClientAddrNotice's address-change
      *>                    confirmation letters off the journal) behind
      *>                    CLIENTPURGE, so every change of the day,
      *>                    batch or online, is noticed the same night.
      *>   10/15/2026  DK   Added the PENDEXPIRE step
      *>                    (ClientPendExpire's nightly close-out of
      *>                    dual-control items past the expiry period,
      *>                    with its exceptions report and decision
      *>                    history) behind CLIENTPURGE - it was never
      *>                    scheduled, so expired items stayed on
      *>                    pendappr.dat.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientRunControl.
    05 FILLER PIC X(25) VALUE "SEQWRITEREADCLIENTMAINT R".
    05 FILLER PIC X(25) VALUE "CLIENTPURGE SEQWRITEREADR".
    05 FILLER PIC X(25) VALUE "CSVEXTRACT  CLIENTPURGE R".
    05 FILLER PIC X(25) VALUE "CRMDELTA    CLIENTPURGE R".
    05 FILLER PIC X(25) VALUE "ADDRNOTICE  CLIENTPURGE R".
    05 FILLER PIC X(25) VALUE "PENDEXPIRE  CLIENTPURGE R".
    05 FILLER PIC X(25) VALUE "BIRTHDAYEXT CLIENTPURGE R".
    05 FILLER PIC X(25) VALUE "LABELPRINT  CLIENTPURGE R".
    05 FILLER PIC X(25) VALUE "CLIENTSNAP  CLIENTPURGE R".
    05 FILLER PIC X(25) VALUE "CLIENTRECON CLIENTSNAP  R".
    05 FILLER PIC X(25) VALUE "CYCLEBAL    CLIENTRECON R".
    05 FILLER PIC X(25) VALUE "CLIENTREORG CLIENTPURGE O".
01 STEP-TABLE-R REDEFINES STEP-TABLE-VALUES.
    05 STEP-ENTRY OCCURS 15 TIMES.
        10 ST-STEP-NAME       PIC X(12).
        10 ST-PRED-NAME       PIC X(12).
        10 ST-OPTIONAL        PIC X.
01 STEP-CONSTANTS.
    05 STEP-ENTRY-COUNT       PIC 9(2) VALUE 15.

*> -------------------------------------------------------------------
*> Latest event per step for the requested cycle date, built by
*> reads the way ops expects.
*> -------------------------------------------------------------------
01 LATEST-EVENT-TABLE.
    05 LATEST-ENTRY OCCURS 15 TIMES.
        10 LE-STATUS          PIC X.
        10 LE-EVENT-TIME      PIC 9(8).
        10 LE-REC-COUNT       PIC 9(7).
