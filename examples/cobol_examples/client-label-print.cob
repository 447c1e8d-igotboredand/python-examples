      *>                    marker, or more than the per-client
      *>                    contact cap inside the rolling period,
      *>                    skips the client.
      *>   10/15/2026  DK   Accounts on the deceased register
      *>                    (deceased.dat, kept by ClientDeceased) are
      *>                    skipped in both modes, whatever their
      *>                    ClientStatus - a deceased client is never
      *>                    mailed again.
      *>   10/15/2026  DK   Service-mail contacts (campaign ADDRCHANGE,
      *>                    ClientAddrNotice's address-change
      *>                    confirmations) no longer count toward the
      *>                    contact cap - a client who moved is not to
      *>                    be mailed less marketing for it.
      *>   10/15/2026  DK   Review fix: the deceased register table is
      *>                    now 20000 entries, loaded before any output
      *>                    is opened, and a register too big for it
      *>                    stops the run with RETURN-CODE 8 - the
      *>                    register is never cleared, so entries past
      *>                    the table would be mailed.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientLabelPrint.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DNMAIL-STATUS.

    SELECT OPTIONAL DECEASED-FILE ASSIGN TO "deceased.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DECEASED-STATUS.

    SELECT OPTIONAL CONTACT-FILE ASSIGN TO "contacts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTACT-STATUS.
FD DNMAIL-FILE.
    COPY DNMAILRC.

FD DECEASED-FILE.
    COPY DECEASRC.

FD CONTACT-FILE.
    COPY CNTCTRC.

    05 EOF-SWITCH              PIC X VALUE "N".
    05 SORT-EOF-SWITCH         PIC X VALUE "N".
    05 DNM-EOF-SWITCH          PIC X VALUE "N".
    05 DEC-EOF-SWITCH          PIC X VALUE "N".
01 FILE-STATUSES.
    05 WS-IN-FILE-STATUS       PIC X(2) VALUE "00".
        88  IN-FILE-OK                 VALUE "00".
    05 WS-DNMAIL-STATUS        PIC X(2) VALUE "00".
        88  DNMAIL-OK                  VALUE "00" "05".
    05 WS-DECEASED-STATUS      PIC X(2) VALUE "00".
        88  DECEASED-OK                VALUE "00" "05".
    05 WS-CONTACT-STATUS       PIC X(2) VALUE "00".
        88  CONTACT-OK                 VALUE "00" "05".

    05 DNM-SUB                 PIC 9(4) VALUE 0.
    05 DNM-SKIPPED-COUNT       PIC 9(5) VALUE 0.

*> -------------------------------------------------------------------
*> The deceased register off deceased.dat (ClientDeceased), loaded
*> once and checked per record.  A registered account is never
*> mailed again, whatever its ClientStatus says today.
*> The register is permanent and never cleared, so one too big for
*> the table stops the run before anything is written - mail to an
*> entry not held would go out.  MAX-DEC-ENTRIES and the OCCURS must
*> agree with every program that loads deceased.dat.
*> -------------------------------------------------------------------
01 DEC-CONSTANTS.
    05 MAX-DEC-ENTRIES         PIC 9(5) VALUE 20000.
01 DEC-TABLE.
    05 DEC-COUNT               PIC 9(5) VALUE 0.
    05 DEC-ENTRY OCCURS 20000 TIMES.
        10 DEC-ACCT            PIC 9(7).
01 DEC-WORK.
    05 DEC-SKIP-SWITCH         PIC X VALUE "N".
    05 DEC-SUB                 PIC 9(5) VALUE 0.
    05 DEC-SKIPPED-COUNT       PIC 9(5) VALUE 0.

01 WS-MODE-PARM                PIC X(7).
01 WS-MODE-SWITCH              PIC X VALUE "D".
    88  MODE-IS-DIRECT                 VALUE "D".

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    PERFORM 180-LOAD-DECEASED-TABLE.
    OPEN OUTPUT LABEL-RPT.

    PERFORM 120-LOAD-DNMAIL-TABLE.

    IF CT-ACCOUNT-ID
       AND (CT-OPT-OUT
            OR (CT-CONTACT AND NOT CT-SERVICE-MAIL
                AND CT-RUN-DATE >= WS-CUTOFF-DATE))
        PERFORM 160-FIND-SUP-ENTRY
        IF SUP-FOUND-SUB = 0
            IF SUP-COUNT < MAX-SUP-ENTRIES
    END-IF.


180-LOAD-DECEASED-TABLE.

    OPEN INPUT DECEASED-FILE.
    IF NOT DECEASED-OK
        MOVE "Y" TO DEC-EOF-SWITCH
    ELSE
        READ DECEASED-FILE
          AT END
            MOVE "Y" TO DEC-EOF-SWITCH
        END-READ
        PERFORM 185-ABSORB-DECEASED-REC
          UNTIL DEC-EOF-SWITCH = "Y"
        CLOSE DECEASED-FILE
    END-IF.


185-ABSORB-DECEASED-REC.

    IF DEC-COUNT < MAX-DEC-ENTRIES
        ADD 1 TO DEC-COUNT
        MOVE DC-ACCT-NUMBER TO DEC-ACCT (DEC-COUNT)
    ELSE
        DISPLAY "DECEASED.DAT HOLDS MORE THAN " MAX-DEC-ENTRIES
            " ENTRIES - RUN STOPPED, NOTHING WRITTEN"
        CLOSE DECEASED-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ DECEASED-FILE
      AT END
        MOVE "Y" TO DEC-EOF-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 190-CHECK-DECEASED - sets DEC-SKIP-SWITCH when the master record
*> currently in ClientRec is on the deceased register.  Checked
*> ahead of the status test so the suppression holds even if the
*> account has since been made active again; the count is of the
*> accounts the register kept out that the status test would have let
*> through.
*> -------------------------------------------------------------------
190-CHECK-DECEASED.

    MOVE "N" TO DEC-SKIP-SWITCH.
    PERFORM 195-CHECK-DEC-ENTRY
      VARYING DEC-SUB FROM 1 BY 1
      UNTIL DEC-SUB > DEC-COUNT.
    IF DEC-SKIP-SWITCH = "Y"
       AND NOT CLIENT-INACTIVE OF ClientRec
       AND NOT CLIENT-PENDING-PURGE OF ClientRec
        ADD 1 TO DEC-SKIPPED-COUNT
    END-IF.


195-CHECK-DEC-ENTRY.

    IF DEC-ACCT (DEC-SUB) = AcctNumber OF ClientRec
        MOVE "Y" TO DEC-SKIP-SWITCH
    END-IF.


200-PROCESS-RECORDS.

    PERFORM 190-CHECK-DECEASED.
    IF NOT CLIENT-INACTIVE OF ClientRec
       AND NOT CLIENT-PENDING-PURGE OF ClientRec
       AND DEC-SKIP-SWITCH = "N"
        PERFORM 140-CHECK-DO-NOT-MAIL
        IF DNM-SKIP-SWITCH = "N"
            PERFORM 170-CHECK-SUPPRESSION

410-RELEASE-PRESORT-REC.

    PERFORM 190-CHECK-DECEASED.
    IF NOT CLIENT-INACTIVE OF ClientRec
       AND NOT CLIENT-PENDING-PURGE OF ClientRec
       AND DEC-SKIP-SWITCH = "N"
        PERFORM 140-CHECK-DO-NOT-MAIL
        IF DNM-SKIP-SWITCH = "N"
            PERFORM 170-CHECK-SUPPRESSION
    DISPLAY "RECORDS READ >>>> " REC-COUNTER.
    DISPLAY "LABELS PRINTED >>>> " LABEL-COUNT.
    DISPLAY "DO-NOT-MAIL SKIPPED >>>> " DNM-SKIPPED-COUNT.
    DISPLAY "DECEASED SKIPPED >>>> " DEC-SKIPPED-COUNT.
    DISPLAY "SUPPRESSED (CAP/OPT-OUT) >>>> " SUP-SKIPPED-COUNT.
    IF MODE-IS-PRESORT
        DISPLAY "TRAYS >>>> " TRAY-COUNT
