      *> ===================================================================
      *> PROGRAM-ID.  ClientAddrNotice
      *>
      *> AUTHOR.       D. Klemm
      *> INSTALLATION. Retail Client Systems
      *> DATE-WRITTEN. 10/15/2026
      *>
      *> Address-change confirmation notices.  Fraud controls want the
      *> client told at BOTH addresses whenever the mailing address on
      *> the account moves - a takeover that redirects the mail is then
      *> caught by the letter that still reaches the real client.  The
      *> address arrives three ways (ClientMaint batch changes,
      *> ClientOnlineMaint corrections, ClientReturnMail "C"
      *> corrections) and all three journal it, so this program works
      *> off the master-update journal (clientjr.dat, JRNLRC.CPY)
      *> rather than any one of them: every entry carrying both a
      *> before and an after image whose StreetAddr differs is an
      *> address change, whatever its code or source.
      *>
      *> Each change gets two letters on addrntc.txt, one to the old
      *> address (name and address off the before image) and one to
      *> the new (off the after image), each giving the date and both
      *> addresses.  Every letter printed is logged on the shared
      *> contact file (contacts.dat, CNTCTRC.CPY) under campaign
      *> ADDRCHANGE.  These are service mail, not marketing: the
      *> contact cap and opt-out markers are not consulted, and the
      *> marketing extracts leave ADDRCHANGE contacts out of their cap
      *> count.  The do-not-mail file (dnmail.dat) still holds - a
      *> letter is not sent to an address already known to bounce.  The
      *> flag is kept per account and dated with the bounce, so a flag
      *> dated on or before the change stops the letter to the OLD
      *> address, and one dated after it (the new address came back
      *> too) stops the letter to the NEW.  A ClientReturnMail
      *> correction (journalled by "*RETMAIL") clears the account's
      *> flag in the run that changes the address, so its OLD address
      *> is taken as flagged regardless.  An account on the deceased
      *> register (deceased.dat) gets no letters at all; its change is
      *> listed for review instead, since a change of address on a
      *> deceased client's account is itself worth a second look.  The
      *> control report (addrnrpt.txt) lists every change found and
      *> what went to each address, with the run totals.
      *>
      *> Which journal entries have been through is kept on the
      *> high-water-mark file (addrnhwm.dat) the way ClientCrmDelta
      *> keeps crmhwm.dat: one line appended per run, the last line
      *> being the mark - the journal record position of the last entry
      *> examined.  The next run starts at the entry after it, so no
      *> change is noticed twice and none is missed.  The mark is only
      *> written once the notices, contacts and report are closed, so a
      *> run that abends part-way runs again from the same point.
      *>
      *> MODIFICATION HISTORY.
      *>   10/15/2026  DK   Original version.
      *>   10/15/2026  DK   Review fix: the old address on a
      *>                    ClientReturnMail correction (journalled
      *>                    "*RETMAIL") is treated as do-not-mail - the
      *>                    correction clears the flag in the same run,
      *>                    so the letter was going to the address just
      *>                    returned undeliverable.
      *>   10/15/2026  DK   Review fix: the deceased register table is
      *>                    now 20000 entries, loaded before any output
      *>                    is opened, and a register too big for it
      *>                    stops the run with RETURN-CODE 8 - the
      *>                    register is never cleared, so entries past
      *>                    the table would be mailed.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientAddrNotice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "clientjr.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT OPTIONAL DNMAIL-FILE ASSIGN TO "dnmail.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DNMAIL-STATUS.

    SELECT OPTIONAL DECEASED-FILE ASSIGN TO "deceased.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DECEASED-STATUS.

    SELECT OPTIONAL CONTACT-FILE ASSIGN TO "contacts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTACT-STATUS.

    SELECT OPTIONAL HWM-FILE ASSIGN TO "addrnhwm.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HWM-STATUS.

    SELECT NOTICE-FILE ASSIGN TO "addrntc.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT NOTICE-RPT ASSIGN TO "addrnrpt.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD JOURNAL-FILE.
    COPY JRNLRC.

FD DNMAIL-FILE.
    COPY DNMAILRC.

FD DECEASED-FILE.
    COPY DECEASRC.

FD CONTACT-FILE.
    COPY CNTCTRC.

*> -------------------------------------------------------------------
*> One line per run: when it ran, the journal positions of the first
*> and last entries examined, the run date/id of the last entry
*> examined, and the letters printed.  The last line on file is the
*> current high-water mark; a run that found no new entries carries
*> the previous mark forward so the last line always holds.
*> -------------------------------------------------------------------
FD HWM-FILE.
01 HwmRec.
    05 HW-NOTICE-DATE         PIC 9(8).
    05 HW-NOTICE-TIME         PIC 9(8).
    05 HW-FIRST-SEQ           PIC 9(9).
    05 HW-LAST-SEQ            PIC 9(9).
    05 HW-LAST-RUN-DATE       PIC 9(8).
    05 HW-LAST-RUN-ID         PIC 9(8).
    05 HW-NOTICE-COUNT        PIC 9(7).

FD NOTICE-FILE.
01 NOTICE-REC                 PIC X(80).

FD NOTICE-RPT.
01 NOTICE-RPT-REC             PIC X(80).


WORKING-STORAGE SECTION.

01 SWITCHES.
    05 JRNL-EOF-SWITCH        PIC X VALUE "N".
    05 DNM-EOF-SWITCH         PIC X VALUE "N".
    05 DEC-EOF-SWITCH         PIC X VALUE "N".
    05 HWM-EOF-SWITCH         PIC X VALUE "N".
01 FILE-STATUSES.
    05 WS-JOURNAL-STATUS      PIC X(2) VALUE "00".
        88  JOURNAL-OK                VALUE "00" "05".
    05 WS-DNMAIL-STATUS       PIC X(2) VALUE "00".
        88  DNMAIL-OK                 VALUE "00" "05".
    05 WS-DECEASED-STATUS     PIC X(2) VALUE "00".
        88  DECEASED-OK               VALUE "00" "05".
    05 WS-CONTACT-STATUS      PIC X(2) VALUE "00".
        88  CONTACT-OK                VALUE "00" "05".
    05 WS-HWM-STATUS          PIC X(2) VALUE "00".
        88  HWM-OK                    VALUE "00" "05".

01 WS-RUN-DATE-YYYYMMDD.
    05 WS-RUN-YYYY            PIC 9(4).
    05 WS-RUN-MM              PIC 9(2).
    05 WS-RUN-DD              PIC 9(2).
01 WS-RUN-DATE REDEFINES WS-RUN-DATE-YYYYMMDD
                              PIC 9(8).
01 WS-RUN-DATE-TEXT.
    05 WS-RUN-TEXT-MM         PIC 9(2).
    05 FILLER                 PIC X VALUE "/".
    05 WS-RUN-TEXT-DD         PIC 9(2).
    05 FILLER                 PIC X VALUE "/".
    05 WS-RUN-TEXT-YYYY       PIC 9(4).
01 WS-RUN-TIME                PIC 9(8) VALUE 0.

*> -------------------------------------------------------------------
*> The mark as loaded from addrnhwm.dat, and this run's own range.
*> JRNL-SEQ is the position of the journal record in hand; entries
*> at or after START-SEQ are examined.
*> -------------------------------------------------------------------
01 HIGH-WATER-MARK.
    05 MARK-SEQ               PIC 9(9) VALUE 0.
    05 MARK-RUN-DATE          PIC 9(8) VALUE 0.
    05 MARK-RUN-ID            PIC 9(8) VALUE 0.
01 NOTICE-RANGE.
    05 JRNL-SEQ               PIC 9(9) VALUE 0.
    05 START-SEQ              PIC 9(9) VALUE 0.
    05 FIRST-SEEN-SEQ         PIC 9(9) VALUE 0.
    05 LAST-SEEN-SEQ          PIC 9(9) VALUE 0.
    05 LAST-SEEN-RUN-DATE     PIC 9(8) VALUE 0.
    05 LAST-SEEN-RUN-ID       PIC 9(8) VALUE 0.

*> -------------------------------------------------------------------
*> The do-not-mail list off dnmail.dat with each flag's date - the
*> date is what says which of the two addresses bounced.  A missing
*> file just means no mail has ever come back.
*> -------------------------------------------------------------------
01 DNM-CONSTANTS.
    05 MAX-DNM-ENTRIES        PIC 9(4) VALUE 2000.
01 DNM-TABLE.
    05 DNM-COUNT              PIC 9(4) VALUE 0.
    05 DNM-ENTRY OCCURS 2000 TIMES.
        10 DNM-ACCT           PIC 9(7).
        10 DNM-DATE           PIC 9(8).
01 DNM-WORK.
    05 DNM-FOUND-SWITCH       PIC X VALUE "N".
    05 DNM-FULL-NOTED         PIC X VALUE "N".
    05 DNM-SUB                PIC 9(4) VALUE 0.
    05 DNM-FOUND-DATE         PIC 9(8) VALUE 0.

*> -------------------------------------------------------------------
*> The deceased register off deceased.dat (ClientDeceased), loaded
*> once and checked per address change.
*> The register is permanent and never cleared, so one too big for
*> the table stops the run before anything is written - mail to an
*> entry not held would go out.  MAX-DEC-ENTRIES and the OCCURS must
*> agree with every program that loads deceased.dat.
*> -------------------------------------------------------------------
01 DEC-CONSTANTS.
    05 MAX-DEC-ENTRIES        PIC 9(5) VALUE 20000.
01 DEC-TABLE.
    05 DEC-COUNT              PIC 9(5) VALUE 0.
    05 DEC-ENTRY OCCURS 20000 TIMES.
        10 DEC-ACCT           PIC 9(7).
01 DEC-WORK.
    05 DEC-SKIP-SWITCH        PIC X VALUE "N".
    05 DEC-SUB                PIC 9(5) VALUE 0.

*> -------------------------------------------------------------------
*> The journal images, laid out as a ClientRec one at a time.  The
*> before image's name and address are kept aside so both are to
*> hand when the letters are printed.
*> -------------------------------------------------------------------
    COPY CLIENTRC.

01 OLD-CLIENT-DATA.
    05 OLD-CLIENT-NAME.
        10 OLD-SURNAME        PIC X(8).
        10 OLD-FIRST-NAME     PIC X(10).
    05 OLD-STREET-ADDR.
        10 OLD-STREET         PIC A(30).
        10 OLD-CITY           PIC A(15).
        10 OLD-STATE          PIC X(2).
        10 OLD-ZIP-CODE       PIC 9(5).
01 NEW-CLIENT-DATA.
    05 NEW-CLIENT-NAME.
        10 NEW-SURNAME        PIC X(8).
        10 NEW-FIRST-NAME     PIC X(10).
    05 NEW-STREET-ADDR.
        10 NEW-STREET         PIC A(30).
        10 NEW-CITY           PIC A(15).
        10 NEW-STATE          PIC X(2).
        10 NEW-ZIP-CODE       PIC 9(5).

*> -------------------------------------------------------------------
*> What each letter of the pair is doing, and who/where the letter
*> in hand goes to.
*> -------------------------------------------------------------------
01 NOTICE-ACTIONS.
    05 OLD-ACTION             PIC X.
        88  OLD-MAIL                  VALUE "M".
        88  OLD-DNMAIL                VALUE "N".
        88  OLD-DECEASED              VALUE "D".
    05 NEW-ACTION             PIC X.
        88  NEW-MAIL                  VALUE "M".
        88  NEW-DNMAIL                VALUE "N".
        88  NEW-DECEASED              VALUE "D".
01 LETTER-TO.
    05 LETTER-NAME.
        10 LETTER-SURNAME     PIC X(8).
        10 LETTER-FIRST-NAME  PIC X(10).
    05 LETTER-ADDR.
        10 LETTER-STREET      PIC A(30).
        10 LETTER-CITY        PIC A(15).
        10 LETTER-STATE       PIC X(2).
        10 LETTER-ZIP-CODE    PIC 9(5).

01 WS-CHANGE-DATE.
    05 WS-CHANGE-YYYY         PIC 9(4).
    05 WS-CHANGE-MM           PIC 9(2).
    05 WS-CHANGE-DD           PIC 9(2).
01 WS-CHANGE-DATE-NUM REDEFINES WS-CHANGE-DATE
                              PIC 9(8).
01 WS-CHANGE-DATE-TEXT.
    05 WS-CHANGE-TEXT-MM      PIC 9(2).
    05 FILLER                 PIC X VALUE "/".
    05 WS-CHANGE-TEXT-DD      PIC 9(2).
    05 FILLER                 PIC X VALUE "/".
    05 WS-CHANGE-TEXT-YYYY    PIC 9(4).

01 WS-ADDR-LINE               PIC X(60).
01 WS-ACTION-TEXT             PIC X(18).

01 RPT-DETAIL.
    05 RD-ACCT-NUMBER         PIC 9(7).
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RD-RUN-DATE            PIC 9(8).
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RD-TR-CODE             PIC X.
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RD-OLD-ZIP             PIC 9(5).
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RD-NEW-ZIP             PIC 9(5).
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RD-OLD-ACTION          PIC X(18).
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RD-NEW-ACTION          PIC X(18).

01 COUNTERS.
    05 JRNL-READ-COUNT        PIC 9(9) VALUE 0.
    05 JRNL-NEW-COUNT         PIC 9(9) VALUE 0.
    05 CHANGE-COUNT           PIC 9(7) VALUE 0.
    05 OLD-NOTICE-COUNT       PIC 9(7) VALUE 0.
    05 NEW-NOTICE-COUNT       PIC 9(7) VALUE 0.
    05 NOTICE-COUNT           PIC 9(7) VALUE 0.
    05 DNM-SKIPPED-COUNT      PIC 9(7) VALUE 0.
    05 DEC-REVIEW-COUNT       PIC 9(7) VALUE 0.
    05 CONTACT-COUNT          PIC 9(7) VALUE 0.


PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 120-LOAD-DNMAIL-TABLE.
    PERFORM 180-LOAD-DECEASED-TABLE.
    PERFORM 140-LOAD-HIGH-WATER-MARK.
    COMPUTE START-SEQ = MARK-SEQ + 1.
    PERFORM 200-FIND-ADDRESS-CHANGES.
    PERFORM 300-TERMINATE.
    STOP RUN.


100-INITIALIZE.

    ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE WS-RUN-MM TO WS-RUN-TEXT-MM.
    MOVE WS-RUN-DD TO WS-RUN-TEXT-DD.
    MOVE WS-RUN-YYYY TO WS-RUN-TEXT-YYYY.


120-LOAD-DNMAIL-TABLE.

    OPEN INPUT DNMAIL-FILE.
    IF NOT DNMAIL-OK
        MOVE "Y" TO DNM-EOF-SWITCH
    ELSE
        READ DNMAIL-FILE
          AT END
            MOVE "Y" TO DNM-EOF-SWITCH
        END-READ
        PERFORM 130-ABSORB-DNMAIL-REC
          UNTIL DNM-EOF-SWITCH = "Y"
        CLOSE DNMAIL-FILE
    END-IF.


130-ABSORB-DNMAIL-REC.

    IF DNM-COUNT < MAX-DNM-ENTRIES
        ADD 1 TO DNM-COUNT
        MOVE DN-ACCT-NUMBER TO DNM-ACCT (DNM-COUNT)
        MOVE DN-FLAG-DATE TO DNM-DATE (DNM-COUNT)
    ELSE
        IF DNM-FULL-NOTED = "N"
            DISPLAY "DO-NOT-MAIL TABLE FULL AT " MAX-DNM-ENTRIES
                " - EXTRA ENTRIES NOT HONORED"
            MOVE "Y" TO DNM-FULL-NOTED
        END-IF
    END-IF.
    READ DNMAIL-FILE
      AT END
        MOVE "Y" TO DNM-EOF-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 140-LOAD-HIGH-WATER-MARK - the last line on addrnhwm.dat is the
*> mark.  No file means no notices have ever been run, so the first
*> run examines the whole journal.
*> -------------------------------------------------------------------
140-LOAD-HIGH-WATER-MARK.

    OPEN INPUT HWM-FILE.
    IF NOT HWM-OK
        DISPLAY "UNABLE TO OPEN ADDRNHWM.DAT - FILE STATUS "
            WS-HWM-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ HWM-FILE
      AT END
        MOVE "Y" TO HWM-EOF-SWITCH
    END-READ.
    PERFORM 145-ABSORB-HWM-REC
      UNTIL HWM-EOF-SWITCH = "Y".
    CLOSE HWM-FILE.


145-ABSORB-HWM-REC.

    MOVE HW-LAST-SEQ TO MARK-SEQ.
    MOVE HW-LAST-RUN-DATE TO MARK-RUN-DATE.
    MOVE HW-LAST-RUN-ID TO MARK-RUN-ID.
    READ HWM-FILE
      AT END
        MOVE "Y" TO HWM-EOF-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 150-CHECK-DO-NOT-MAIL - sets DNM-FOUND-SWITCH, and DNM-FOUND-DATE
*> to the flag's date, when the journal entry's account is on the
*> do-not-mail list.
*> -------------------------------------------------------------------
150-CHECK-DO-NOT-MAIL.

    MOVE "N" TO DNM-FOUND-SWITCH.
    MOVE 0 TO DNM-FOUND-DATE.
    PERFORM 155-CHECK-DNM-ENTRY
      VARYING DNM-SUB FROM 1 BY 1
      UNTIL DNM-SUB > DNM-COUNT.


155-CHECK-DNM-ENTRY.

    IF DNM-ACCT (DNM-SUB) = JR-ACCT-NUMBER
        MOVE "Y" TO DNM-FOUND-SWITCH
        MOVE DNM-DATE (DNM-SUB) TO DNM-FOUND-DATE
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
*> 190-CHECK-DECEASED - sets DEC-SKIP-SWITCH when the journal entry's
*> account is on the deceased register.
*> -------------------------------------------------------------------
190-CHECK-DECEASED.

    MOVE "N" TO DEC-SKIP-SWITCH.
    PERFORM 195-CHECK-DEC-ENTRY
      VARYING DEC-SUB FROM 1 BY 1
      UNTIL DEC-SUB > DEC-COUNT.


195-CHECK-DEC-ENTRY.

    IF DEC-ACCT (DEC-SUB) = JR-ACCT-NUMBER
        MOVE "Y" TO DEC-SKIP-SWITCH
    END-IF.


*> -------------------------------------------------------------------
*> 200-FIND-ADDRESS-CHANGES - one pass of the journal, examining every
*> entry from START-SEQ on.  A missing journal is a quiet night: the
*> report still goes out with zero totals.
*> -------------------------------------------------------------------
200-FIND-ADDRESS-CHANGES.

    OPEN OUTPUT NOTICE-FILE.
    OPEN OUTPUT NOTICE-RPT.
    OPEN EXTEND CONTACT-FILE.
    IF NOT CONTACT-OK
        DISPLAY "UNABLE TO OPEN CONTACTS.DAT - FILE STATUS "
            WS-CONTACT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 205-WRITE-RPT-HEADING.

    OPEN INPUT JOURNAL-FILE.
    IF NOT JOURNAL-OK
        DISPLAY "UNABLE TO OPEN CLIENTJR.DAT - FILE STATUS "
            WS-JOURNAL-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 215-READ-JOURNAL.
    PERFORM 220-PROCESS-JOURNAL-REC
      UNTIL JRNL-EOF-SWITCH = "Y".
    CLOSE JOURNAL-FILE.


205-WRITE-RPT-HEADING.

    MOVE SPACES TO NOTICE-RPT-REC.
    STRING "ADDRESS-CHANGE CONFIRMATION NOTICES - RUN " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
      INTO NOTICE-RPT-REC.
    WRITE NOTICE-RPT-REC.
    MOVE SPACES TO NOTICE-RPT-REC.
    WRITE NOTICE-RPT-REC.
    MOVE "Account  Changed   Tr Old    New    To old address      To new address"
      TO NOTICE-RPT-REC.
    WRITE NOTICE-RPT-REC.


215-READ-JOURNAL.

    READ JOURNAL-FILE
      AT END
        MOVE "Y" TO JRNL-EOF-SWITCH
      NOT AT END
        ADD 1 TO JRNL-SEQ
    END-READ.


*> -------------------------------------------------------------------
*> 220-PROCESS-JOURNAL-REC - an entry with both images whose
*> StreetAddr moved is an address change.  Adds (no before image),
*> deletes and purges (no after image) are not.
*> -------------------------------------------------------------------
220-PROCESS-JOURNAL-REC.

    ADD 1 TO JRNL-READ-COUNT.
    IF JRNL-SEQ >= START-SEQ
        ADD 1 TO JRNL-NEW-COUNT
        IF FIRST-SEEN-SEQ = 0
            MOVE JRNL-SEQ TO FIRST-SEEN-SEQ
        END-IF
        MOVE JRNL-SEQ TO LAST-SEEN-SEQ
        MOVE JR-RUN-DATE TO LAST-SEEN-RUN-DATE
        MOVE JR-RUN-ID TO LAST-SEEN-RUN-ID
        IF JR-BEFORE-IMAGE NOT = SPACES
           AND JR-AFTER-IMAGE NOT = SPACES
            MOVE JR-BEFORE-IMAGE TO ClientRec
            MOVE ClientName TO OLD-CLIENT-NAME
            MOVE StreetAddr TO OLD-STREET-ADDR
            MOVE JR-AFTER-IMAGE TO ClientRec
            MOVE ClientName TO NEW-CLIENT-NAME
            MOVE StreetAddr TO NEW-STREET-ADDR
            IF NEW-STREET-ADDR NOT = OLD-STREET-ADDR
                PERFORM 230-ISSUE-NOTICES
            END-IF
        END-IF
    END-IF.
    PERFORM 215-READ-JOURNAL.


*> -------------------------------------------------------------------
*> 230-ISSUE-NOTICES - decides what goes to each address, prints the
*> letters and lists the change on the control report.
*> -------------------------------------------------------------------
230-ISSUE-NOTICES.

    ADD 1 TO CHANGE-COUNT.
    MOVE JR-RUN-DATE TO WS-CHANGE-DATE-NUM.
    MOVE WS-CHANGE-MM TO WS-CHANGE-TEXT-MM.
    MOVE WS-CHANGE-DD TO WS-CHANGE-TEXT-DD.
    MOVE WS-CHANGE-YYYY TO WS-CHANGE-TEXT-YYYY.

    MOVE "M" TO OLD-ACTION.
    MOVE "M" TO NEW-ACTION.
    PERFORM 190-CHECK-DECEASED.
    PERFORM 150-CHECK-DO-NOT-MAIL.
    IF DEC-SKIP-SWITCH = "Y"
        MOVE "D" TO OLD-ACTION
        MOVE "D" TO NEW-ACTION
        ADD 1 TO DEC-REVIEW-COUNT
    ELSE
        IF JR-RETMAIL-APPLIED
           OR (DNM-FOUND-SWITCH = "Y"
               AND DNM-FOUND-DATE NOT > JR-RUN-DATE)
            MOVE "N" TO OLD-ACTION
            ADD 1 TO DNM-SKIPPED-COUNT
        END-IF
        IF DNM-FOUND-SWITCH = "Y"
           AND DNM-FOUND-DATE > JR-RUN-DATE
            MOVE "N" TO NEW-ACTION
            ADD 1 TO DNM-SKIPPED-COUNT
        END-IF
    END-IF.

    IF OLD-MAIL
        MOVE OLD-CLIENT-NAME TO LETTER-NAME
        MOVE OLD-STREET-ADDR TO LETTER-ADDR
        PERFORM 240-PRINT-LETTER
        ADD 1 TO OLD-NOTICE-COUNT
    END-IF.
    IF NEW-MAIL
        MOVE NEW-CLIENT-NAME TO LETTER-NAME
        MOVE NEW-STREET-ADDR TO LETTER-ADDR
        PERFORM 240-PRINT-LETTER
        ADD 1 TO NEW-NOTICE-COUNT
    END-IF.
    PERFORM 260-WRITE-DETAIL-LINE.


*> -------------------------------------------------------------------
*> 240-PRINT-LETTER - one confirmation letter to LETTER-TO, giving
*> the date and both addresses, then its contact record.  Letters are
*> separated by a cut line for the mail room.
*> -------------------------------------------------------------------
240-PRINT-LETTER.

    MOVE SPACES TO NOTICE-REC.
    STRING "RETAIL CLIENT SYSTEMS" DELIMITED BY SIZE
           "                                        " DELIMITED BY SIZE
           WS-RUN-DATE-TEXT DELIMITED BY SIZE
      INTO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE SPACES TO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE SPACES TO NOTICE-REC.
    STRING LETTER-FIRST-NAME DELIMITED BY "  "
           " " DELIMITED BY SIZE
           LETTER-SURNAME DELIMITED BY "  "
      INTO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE LETTER-STREET TO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE SPACES TO NOTICE-REC.
    STRING LETTER-CITY DELIMITED BY "  "
           ", " DELIMITED BY SIZE
           LETTER-STATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LETTER-ZIP-CODE DELIMITED BY SIZE
      INTO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE SPACES TO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE SPACES TO NOTICE-REC.
    STRING "ACCOUNT " DELIMITED BY SIZE
           JR-ACCT-NUMBER DELIMITED BY SIZE
      INTO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE SPACES TO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE "CONFIRMATION OF CHANGE OF ADDRESS" TO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE SPACES TO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE SPACES TO NOTICE-REC.
    STRING "The mailing address on your account was changed on "
               DELIMITED BY SIZE
           WS-CHANGE-DATE-TEXT DELIMITED BY SIZE
           "." DELIMITED BY SIZE
      INTO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE SPACES TO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE OLD-STREET-ADDR TO LETTER-ADDR.
    PERFORM 245-FORMAT-ADDR-LINE.
    MOVE SPACES TO NOTICE-REC.
    STRING "   From:  " DELIMITED BY SIZE
           WS-ADDR-LINE DELIMITED BY SIZE
      INTO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE NEW-STREET-ADDR TO LETTER-ADDR.
    PERFORM 245-FORMAT-ADDR-LINE.
    MOVE SPACES TO NOTICE-REC.
    STRING "   To:    " DELIMITED BY SIZE
           WS-ADDR-LINE DELIMITED BY SIZE
      INTO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE SPACES TO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE "This notice goes to both addresses.  If you did not ask for this change,"
      TO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE "please call Client Services at once so we can secure your account."
      TO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE SPACES TO NOTICE-REC.
    WRITE NOTICE-REC.
    MOVE ALL "- " TO NOTICE-REC.
    WRITE NOTICE-REC.
    ADD 1 TO NOTICE-COUNT.
    PERFORM 270-WRITE-CONTACT-REC.


245-FORMAT-ADDR-LINE.

    MOVE SPACES TO WS-ADDR-LINE.
    STRING LETTER-STREET DELIMITED BY "  "
           ", " DELIMITED BY SIZE
           LETTER-CITY DELIMITED BY "  "
           ", " DELIMITED BY SIZE
           LETTER-STATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LETTER-ZIP-CODE DELIMITED BY SIZE
      INTO WS-ADDR-LINE.


260-WRITE-DETAIL-LINE.

    MOVE JR-ACCT-NUMBER TO RD-ACCT-NUMBER.
    MOVE JR-RUN-DATE TO RD-RUN-DATE.
    MOVE JR-TR-CODE TO RD-TR-CODE.
    MOVE OLD-ZIP-CODE TO RD-OLD-ZIP.
    MOVE NEW-ZIP-CODE TO RD-NEW-ZIP.
    MOVE OLD-ACTION TO WS-ACTION-TEXT.
    PERFORM 265-SET-ACTION-TEXT.
    MOVE WS-ACTION-TEXT TO RD-OLD-ACTION.
    MOVE NEW-ACTION TO WS-ACTION-TEXT.
    PERFORM 265-SET-ACTION-TEXT.
    MOVE WS-ACTION-TEXT TO RD-NEW-ACTION.
    MOVE RPT-DETAIL TO NOTICE-RPT-REC.
    WRITE NOTICE-RPT-REC.


265-SET-ACTION-TEXT.

    EVALUATE WS-ACTION-TEXT (1:1)
        WHEN "M"
            MOVE "MAILED" TO WS-ACTION-TEXT
        WHEN "N"
            MOVE "NOT SENT - DNMAIL" TO WS-ACTION-TEXT
        WHEN "D"
            MOVE "DECEASED - REVIEW" TO WS-ACTION-TEXT
    END-EVALUATE.


270-WRITE-CONTACT-REC.

    MOVE "C" TO CT-REC-TYPE.
    MOVE "A" TO CT-ID-TYPE.
    MOVE JR-ACCT-NUMBER TO CT-ID-NUMBER.
    MOVE "ADDRCHANGE" TO CT-CAMPAIGN.
    MOVE WS-RUN-DATE TO CT-RUN-DATE.
    WRITE ContactRec.
    ADD 1 TO CONTACT-COUNT.


*> -------------------------------------------------------------------
*> 300-TERMINATE - totals to the control report, then, with the
*> notices, contacts and report closed, the mark can move.  No new
*> journal entries leaves the mark where it was.
*> -------------------------------------------------------------------
300-TERMINATE.

    MOVE SPACES TO NOTICE-RPT-REC.
    WRITE NOTICE-RPT-REC.
    MOVE SPACES TO NOTICE-RPT-REC.
    STRING "JOURNAL RECORDS READ:    " DELIMITED BY SIZE
           JRNL-READ-COUNT DELIMITED BY SIZE
      INTO NOTICE-RPT-REC.
    WRITE NOTICE-RPT-REC.
    MOVE SPACES TO NOTICE-RPT-REC.
    STRING "NEW SINCE LAST RUN:      " DELIMITED BY SIZE
           JRNL-NEW-COUNT DELIMITED BY SIZE
      INTO NOTICE-RPT-REC.
    WRITE NOTICE-RPT-REC.
    MOVE SPACES TO NOTICE-RPT-REC.
    STRING "ADDRESS CHANGES FOUND:   " DELIMITED BY SIZE
           CHANGE-COUNT DELIMITED BY SIZE
      INTO NOTICE-RPT-REC.
    WRITE NOTICE-RPT-REC.
    MOVE SPACES TO NOTICE-RPT-REC.
    STRING "NOTICES TO OLD ADDRESS:  " DELIMITED BY SIZE
           OLD-NOTICE-COUNT DELIMITED BY SIZE
      INTO NOTICE-RPT-REC.
    WRITE NOTICE-RPT-REC.
    MOVE SPACES TO NOTICE-RPT-REC.
    STRING "NOTICES TO NEW ADDRESS:  " DELIMITED BY SIZE
           NEW-NOTICE-COUNT DELIMITED BY SIZE
      INTO NOTICE-RPT-REC.
    WRITE NOTICE-RPT-REC.
    MOVE SPACES TO NOTICE-RPT-REC.
    STRING "NOT SENT - DO-NOT-MAIL:  " DELIMITED BY SIZE
           DNM-SKIPPED-COUNT DELIMITED BY SIZE
      INTO NOTICE-RPT-REC.
    WRITE NOTICE-RPT-REC.
    MOVE SPACES TO NOTICE-RPT-REC.
    STRING "DECEASED - FOR REVIEW:   " DELIMITED BY SIZE
           DEC-REVIEW-COUNT DELIMITED BY SIZE
      INTO NOTICE-RPT-REC.
    WRITE NOTICE-RPT-REC.
    MOVE SPACES TO NOTICE-RPT-REC.
    STRING "CONTACTS LOGGED:         " DELIMITED BY SIZE
           CONTACT-COUNT DELIMITED BY SIZE
      INTO NOTICE-RPT-REC.
    WRITE NOTICE-RPT-REC.

    CLOSE NOTICE-FILE.
    CLOSE NOTICE-RPT.
    CLOSE CONTACT-FILE.

    MOVE WS-RUN-DATE TO HW-NOTICE-DATE.
    MOVE WS-RUN-TIME TO HW-NOTICE-TIME.
    MOVE NOTICE-COUNT TO HW-NOTICE-COUNT.
    IF JRNL-NEW-COUNT = 0
        MOVE 0 TO HW-FIRST-SEQ
        MOVE MARK-SEQ TO HW-LAST-SEQ
        MOVE MARK-RUN-DATE TO HW-LAST-RUN-DATE
        MOVE MARK-RUN-ID TO HW-LAST-RUN-ID
    ELSE
        MOVE FIRST-SEEN-SEQ TO HW-FIRST-SEQ
        MOVE LAST-SEEN-SEQ TO HW-LAST-SEQ
        MOVE LAST-SEEN-RUN-DATE TO HW-LAST-RUN-DATE
        MOVE LAST-SEEN-RUN-ID TO HW-LAST-RUN-ID
    END-IF.
    OPEN EXTEND HWM-FILE.
    WRITE HwmRec.
    CLOSE HWM-FILE.

    DISPLAY "JOURNAL RECORDS READ >>>> " JRNL-READ-COUNT.
    DISPLAY "NEW SINCE LAST RUN >>>> " JRNL-NEW-COUNT.
    DISPLAY "ADDRESS CHANGES FOUND >>>> " CHANGE-COUNT.
    DISPLAY "NOTICES TO OLD ADDRESS >>>> " OLD-NOTICE-COUNT.
    DISPLAY "NOTICES TO NEW ADDRESS >>>> " NEW-NOTICE-COUNT.
    DISPLAY "NOT SENT - DO-NOT-MAIL >>>> " DNM-SKIPPED-COUNT.
    DISPLAY "DECEASED - FOR REVIEW >>>> " DEC-REVIEW-COUNT.
    DISPLAY "CONTACTS LOGGED >>>> " CONTACT-COUNT.
    DISPLAY "HIGH-WATER MARK NOW >>>> " HW-LAST-SEQ
        " RUN " HW-LAST-RUN-DATE "/" HW-LAST-RUN-ID.
