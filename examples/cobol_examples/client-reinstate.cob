      *> ===================================================================
      *> PROGRAM-ID.  ClientReinstate
      *>
      *> AUTHOR.       D. Klemm
      *> INSTALLATION. Retail Client Systems
      *> DATE-WRITTEN. 10/15/2026
      *>
      *> Brings one purged account back from the ClientPurge archive
      *> generations (archive-YYYYMMDD.dat) - for a client who returns,
      *> or a purge that turns out to have been a mistake - without
      *> re-keying the record or rebuilding the whole master through
      *> ClientRestore.  Two functions off the command line:
      *>
      *>    SHOW <acct>                   find and print, change nothing
      *>    CONFIRM <acct> <operator-id>  find, print and reinstate
      *>
      *> The archive generations are searched newest first, stepping
      *> back a day at a time from the run date over the lookback
      *> period, and the first generation holding the AcctNumber is the
      *> copy reinstated.  The account is refused - nothing written,
      *> RETURN-CODE 8 - when:
      *>
      *>    the AcctNumber is on CLIENTMS (reused since the purge)
      *>    it is a retired account on acctxref.dat (merged away)
      *>    no archive generation in the lookback period holds it
      *>    the journal holds no "P" purge entry for that generation
      *>    the journal shows the account used again after that purge
      *>
      *> SHOW is the look-before-you-leap run: it prints the archived
      *> record and the checks so the requester can confirm it is the
      *> right client.  CONFIRM writes the archived record back to
      *> CLIENTMS as active, effective the run date, and journals it to
      *> clientjr.dat as an "R" entry - the reinstated record as the
      *> after image, the keying operator's id, and JR-REF-RUN-ID/
      *> JR-REF-RUN-DATE pointing back at the "P" entry the account was
      *> purged under (JRNLRC.CPY).  Both functions print
      *> reinstrpt.txt for the compliance file.
      *>
      *> CONFIRM's operator id must be on the operator master
      *> (opermst.dat) with full update authority, or the run stops
      *> with RETURN-CODE 8 before the master is opened.  The journal
      *> is opened before the master is written; if it can't be, the
      *> account is refused with CLIENTMS untouched.
      *>
      *> MODIFICATION HISTORY.
      *>   10/15/2026  DK   Original version.
      *>   10/15/2026  DK   Review fix: CONFIRM's operator id must be on
      *>                    the operator master (opermst.dat) with full
      *>                    update authority, or the run is refused with
      *>                    RETURN-CODE 8; and clientjr.dat is opened,
      *>                    and its status checked, before the master is
      *>                    written, so a reinstatement that can't be
      *>                    journalled is refused with the master
      *>                    untouched.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientReinstate.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLIENT-MASTER ASSIGN TO "CLIENTMS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AcctNumber OF ClientRec
        ALTERNATE RECORD KEY IS Surname OF ClientRec
            WITH DUPLICATES
        ALTERNATE RECORD KEY IS ZipCode OF ClientRec
            WITH DUPLICATES
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-STATUS.

    SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "clientjr.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT OPTIONAL XREF-FILE ASSIGN TO "acctxref.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XREF-STATUS.

    SELECT REINST-RPT ASSIGN TO "reinstrpt.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPERATOR-FILE ASSIGN TO "opermst.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPER-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLIENT-MASTER.
    COPY CLIENTRC.

FD ARCHIVE-FILE.
    COPY CLIENTRC REPLACING ==ClientRec==     BY ==ArchiveRec==
                             ==EndOfIN-FILE== BY ==ArchiveEOF==.

FD JOURNAL-FILE.
    COPY JRNLRC.

FD XREF-FILE.
    COPY XREFRC.

FD REINST-RPT.
01 REINST-RPT-REC             PIC X(80).

FD OPERATOR-FILE.
01 OperatorRec.
    05 OP-ID                  PIC X(8).
    05 OP-AUTHORITY           PIC X.


WORKING-STORAGE SECTION.

01 SWITCHES.
    05 EOF-SWITCH             PIC X VALUE "N".
    05 REFUSED-SWITCH         PIC X VALUE "N".
    05 ARCHIVE-FOUND-SWITCH   PIC X VALUE "N".
    05 PURGE-FOUND-SWITCH     PIC X VALUE "N".
    05 USED-SINCE-SWITCH      PIC X VALUE "N".
    05 OPER-EOF-SWITCH        PIC X VALUE "N".
    05 OPER-FOUND-SWITCH      PIC X VALUE "N".
01 FILE-STATUSES.
    05 WS-MASTER-STATUS       PIC X(2) VALUE "00".
        88  MASTER-OK                 VALUE "00".
    05 WS-ARCHIVE-STATUS      PIC X(2) VALUE "00".
        88  ARCHIVE-OK                VALUE "00".
    05 WS-JOURNAL-STATUS      PIC X(2) VALUE "00".
        88  JOURNAL-OK                VALUE "00" "05".
    05 WS-XREF-STATUS         PIC X(2) VALUE "00".
        88  XREF-OK                   VALUE "00" "05".
    05 WS-OPER-STATUS         PIC X(2) VALUE "00".
        88  OPER-FILE-OK              VALUE "00".

01 WS-COMMAND-LINE            PIC X(40).
01 PARSED-COMMAND.
    05 WS-FUNCTION            PIC X(8).
    05 WS-ACCT-PARM           PIC X(7).
    05 WS-OPERATOR-PARM       PIC X(8).
01 WS-REINST-ACCT             PIC 9(7) VALUE 0.
01 WS-OPER-AUTHORITY          PIC X VALUE SPACE.
    88  OPER-FULL-UPDATE              VALUE "F".

*> -------------------------------------------------------------------
*> Archive generation search.  The name is built the same way
*> ClientPurge builds it; the search steps back one day at a time
*> from the run date, so the newest generation is always tried first.
*> ARCHIVE-LOOKBACK-DAYS bounds how far back a purge can be undone.
*> -------------------------------------------------------------------
01 WS-ARCHIVE-NAME.
    05 FILLER                 PIC X(8) VALUE "archive-".
    05 WS-ARCH-DATE           PIC 9(8).
    05 FILLER                 PIC X(4) VALUE ".dat".
01 ARCHIVE-SEARCH.
    05 ARCHIVE-LOOKBACK-DAYS  PIC 9(5) VALUE 3653.
    05 WS-RUN-DATE-INT        PIC 9(7) VALUE 0.
    05 WS-SEARCH-DAY          PIC 9(5) VALUE 0.
    05 WS-FOUND-GEN-DATE      PIC 9(8) VALUE 0.
    05 GENS-OPENED-COUNT      PIC 9(5) VALUE 0.
01 ARCHIVED-IMAGE             PIC X(95) VALUE SPACES.

*> -------------------------------------------------------------------
*> The purge entry the reinstatement points back to.
*> -------------------------------------------------------------------
01 PURGE-ENTRY.
    05 WS-PURGE-RUN-ID        PIC 9(8) VALUE 0.
    05 WS-PURGE-RUN-DATE      PIC 9(8) VALUE 0.
    05 WS-LATER-CODE          PIC X VALUE SPACE.
    05 WS-LATER-RUN-DATE      PIC 9(8) VALUE 0.

01 JOURNAL-CONTROLS.
    05 WS-RUN-ID              PIC 9(8) VALUE 0.
    05 WS-RUN-DATE            PIC 9(8) VALUE 0.

01 REFUSAL-TEXT               PIC X(60) VALUE SPACES.
01 RESULT-TEXT                PIC X(60) VALUE SPACES.


PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 200-CHECK-MASTER.
    IF REFUSED-SWITCH = "N"
        PERFORM 210-CHECK-XREF
    END-IF.
    IF REFUSED-SWITCH = "N"
        PERFORM 220-SEARCH-ARCHIVES
    END-IF.
    IF REFUSED-SWITCH = "N"
        PERFORM 240-FIND-PURGE-ENTRY
    END-IF.
    IF REFUSED-SWITCH = "N"
        PERFORM 260-SHOW-ARCHIVED-REC
        IF WS-FUNCTION = "CONFIRM"
            PERFORM 270-REINSTATE-ACCOUNT
        ELSE
            MOVE "SHOWN ONLY - RERUN WITH CONFIRM TO REINSTATE"
              TO RESULT-TEXT
        END-IF
    END-IF.
    PERFORM 300-TERMINATE.
    STOP RUN.


100-INITIALIZE.

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-ID FROM TIME.
    COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
    MOVE SPACES TO PARSED-COMMAND.
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
        INTO WS-FUNCTION WS-ACCT-PARM WS-OPERATOR-PARM.
    EVALUATE TRUE
        WHEN WS-FUNCTION = "SHOW"
         AND WS-ACCT-PARM IS NUMERIC
            MOVE WS-ACCT-PARM TO WS-REINST-ACCT
        WHEN WS-FUNCTION = "CONFIRM"
         AND WS-ACCT-PARM IS NUMERIC
         AND WS-OPERATOR-PARM NOT = SPACES
            MOVE WS-ACCT-PARM TO WS-REINST-ACCT
        WHEN OTHER
            DISPLAY "USAGE: SHOW <ACCTNUMBER>"
            DISPLAY "       CONFIRM <ACCTNUMBER> <OPERATOR-ID>"
            DISPLAY "       ACCTNUMBER 7 DIGITS"
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.
    IF WS-FUNCTION = "CONFIRM"
        PERFORM 110-CHECK-OPERATOR
    END-IF.

    IF WS-FUNCTION = "CONFIRM"
        OPEN I-O CLIENT-MASTER
    ELSE
        OPEN INPUT CLIENT-MASTER
    END-IF.
    IF NOT MASTER-OK
        DISPLAY "UNABLE TO OPEN CLIENTMS - FILE STATUS " WS-MASTER-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT REINST-RPT.
    MOVE SPACES TO REINST-RPT-REC.
    STRING "ACCOUNT REINSTATEMENT - " DELIMITED BY SIZE
           WS-FUNCTION DELIMITED BY " "
           " - RUN DATE " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           "  RUN " DELIMITED BY SIZE
           WS-RUN-ID DELIMITED BY SIZE
      INTO REINST-RPT-REC.
    WRITE REINST-RPT-REC.
    MOVE SPACES TO REINST-RPT-REC.
    STRING "ACCOUNT " DELIMITED BY SIZE
           WS-REINST-ACCT DELIMITED BY SIZE
           "  REQUESTED BY " DELIMITED BY SIZE
           WS-OPERATOR-PARM DELIMITED BY SIZE
      INTO REINST-RPT-REC.
    WRITE REINST-RPT-REC.
    MOVE SPACES TO REINST-RPT-REC.
    WRITE REINST-RPT-REC.


*> -------------------------------------------------------------------
*> 110-CHECK-OPERATOR - the operator id named on CONFIRM goes on the
*> journal as the person who reinstated the account, so it must be on
*> the operator master with full update authority, the same gate
*> ClientOnlineMaint's sign-on and update guard apply.  Anything else
*> is refused before the master is opened.
*> -------------------------------------------------------------------
110-CHECK-OPERATOR.

    OPEN INPUT OPERATOR-FILE.
    IF NOT OPER-FILE-OK
        DISPLAY "UNABLE TO OPEN OPERMST.DAT - FILE STATUS "
            WS-OPER-STATUS
        DISPLAY "NO OPERATOR MASTER, NO REINSTATEMENT - REFUSED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ OPERATOR-FILE
      AT END
        MOVE "Y" TO OPER-EOF-SWITCH
    END-READ.
    PERFORM 115-CHECK-OPERATOR-REC
      UNTIL OPER-EOF-SWITCH = "Y".
    CLOSE OPERATOR-FILE.

    IF OPER-FOUND-SWITCH = "N"
        DISPLAY "OPERATOR " WS-OPERATOR-PARM
            " IS NOT ON THE OPERATOR MASTER - REFUSED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT OPER-FULL-UPDATE
        DISPLAY "OPERATOR " WS-OPERATOR-PARM
            " HAS NO UPDATE AUTHORITY - REFUSED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.


115-CHECK-OPERATOR-REC.

    IF OP-ID = WS-OPERATOR-PARM
        MOVE "Y" TO OPER-FOUND-SWITCH
        MOVE OP-AUTHORITY TO WS-OPER-AUTHORITY
    END-IF.
    READ OPERATOR-FILE
      AT END
        MOVE "Y" TO OPER-EOF-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 200-CHECK-MASTER - an AcctNumber back on CLIENTMS has been reused
*> (or was never purged); bringing the archived copy back over it
*> would overlay a live client.
*> -------------------------------------------------------------------
200-CHECK-MASTER.

    MOVE WS-REINST-ACCT TO AcctNumber OF ClientRec.
    READ CLIENT-MASTER
      INVALID KEY
        MOVE "Master check: not on CLIENTMS" TO RESULT-TEXT
        PERFORM 290-WRITE-CHECK-LINE
      NOT INVALID KEY
        MOVE "ACCOUNT IS ON CLIENTMS - NUMBER IN USE"
          TO REFUSAL-TEXT
        MOVE "Y" TO REFUSED-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 210-CHECK-XREF - a retired account number was merged into another
*> client; that history is permanent, so it is never brought back.
*> -------------------------------------------------------------------
210-CHECK-XREF.

    OPEN INPUT XREF-FILE.
    IF NOT XREF-OK
        DISPLAY "UNABLE TO OPEN ACCTXREF.DAT - FILE STATUS "
            WS-XREF-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO EOF-SWITCH.
    READ XREF-FILE
      AT END
        MOVE "Y" TO EOF-SWITCH
    END-READ.
    PERFORM 215-CHECK-ONE-XREF
      UNTIL EOF-SWITCH = "Y".
    CLOSE XREF-FILE.
    IF REFUSED-SWITCH = "N"
        MOVE "Cross-reference check: not a retired account"
          TO RESULT-TEXT
        PERFORM 290-WRITE-CHECK-LINE
    END-IF.


215-CHECK-ONE-XREF.

    IF XR-RETIRED-ACCT = WS-REINST-ACCT
        MOVE SPACES TO REFUSAL-TEXT
        STRING "ACCOUNT RETIRED ON ACCTXREF.DAT - MERGED INTO "
                 DELIMITED BY SIZE
               XR-SURVIVOR-ACCT DELIMITED BY SIZE
          INTO REFUSAL-TEXT
        MOVE "Y" TO REFUSED-SWITCH
    END-IF.
    READ XREF-FILE
      AT END
        MOVE "Y" TO EOF-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 220-SEARCH-ARCHIVES - newest generation first.  A date with no
*> archive (no purge ran that day) simply fails the OPEN and is
*> passed over; the first generation holding the account wins.
*> -------------------------------------------------------------------
220-SEARCH-ARCHIVES.

    PERFORM 225-TRY-ONE-GENERATION
      VARYING WS-SEARCH-DAY FROM 0 BY 1
      UNTIL WS-SEARCH-DAY > ARCHIVE-LOOKBACK-DAYS
         OR ARCHIVE-FOUND-SWITCH = "Y".
    IF ARCHIVE-FOUND-SWITCH = "Y"
        MOVE SPACES TO RESULT-TEXT
        STRING "Archive search: found in archive-" DELIMITED BY SIZE
               WS-FOUND-GEN-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
          INTO RESULT-TEXT
        PERFORM 290-WRITE-CHECK-LINE
    ELSE
        MOVE SPACES TO REFUSAL-TEXT
        STRING "NOT IN ANY ARCHIVE GENERATION - " DELIMITED BY SIZE
               GENS-OPENED-COUNT DELIMITED BY SIZE
               " SEARCHED" DELIMITED BY SIZE
          INTO REFUSAL-TEXT
        MOVE "Y" TO REFUSED-SWITCH
    END-IF.


225-TRY-ONE-GENERATION.

    COMPUTE WS-ARCH-DATE = FUNCTION DATE-OF-INTEGER
        (WS-RUN-DATE-INT - WS-SEARCH-DAY).
    OPEN INPUT ARCHIVE-FILE.
    IF ARCHIVE-OK
        ADD 1 TO GENS-OPENED-COUNT
        MOVE "N" TO EOF-SWITCH
        READ ARCHIVE-FILE
          AT END
            MOVE "Y" TO EOF-SWITCH
        END-READ
        PERFORM 230-CHECK-ARCHIVED-REC
          UNTIL EOF-SWITCH = "Y"
        CLOSE ARCHIVE-FILE
    END-IF.


230-CHECK-ARCHIVED-REC.

    IF AcctNumber OF ArchiveRec = WS-REINST-ACCT
        MOVE ArchiveRec TO ARCHIVED-IMAGE
        MOVE WS-ARCH-DATE TO WS-FOUND-GEN-DATE
        MOVE "Y" TO ARCHIVE-FOUND-SWITCH
        MOVE "Y" TO EOF-SWITCH
    ELSE
        READ ARCHIVE-FILE
          AT END
            MOVE "Y" TO EOF-SWITCH
        END-READ
    END-IF.


*> -------------------------------------------------------------------
*> 240-FIND-PURGE-ENTRY - the archive copy is only trusted with its
*> "P" entry on the journal: same account, run date equal to the
*> generation date (ClientPurge names the archive from its run
*> date).  Anything journalled for the account after that purge
*> means the number was used again, and the archived record no
*> longer describes whoever holds it.
*> -------------------------------------------------------------------
240-FIND-PURGE-ENTRY.

    OPEN INPUT JOURNAL-FILE.
    IF NOT JOURNAL-OK
        DISPLAY "UNABLE TO OPEN CLIENTJR.DAT - FILE STATUS "
            WS-JOURNAL-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO EOF-SWITCH.
    READ JOURNAL-FILE
      AT END
        MOVE "Y" TO EOF-SWITCH
    END-READ.
    PERFORM 245-CHECK-ONE-ENTRY
      UNTIL EOF-SWITCH = "Y".
    CLOSE JOURNAL-FILE.

    EVALUATE TRUE
        WHEN PURGE-FOUND-SWITCH = "N"
            MOVE "NO PURGE ENTRY ON THE JOURNAL FOR THAT ARCHIVE"
              TO REFUSAL-TEXT
            MOVE "Y" TO REFUSED-SWITCH
        WHEN USED-SINCE-SWITCH = "Y"
            MOVE SPACES TO REFUSAL-TEXT
            STRING "ACCOUNT USED AGAIN SINCE PURGE - TRAN "
                     DELIMITED BY SIZE
                   WS-LATER-CODE DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   WS-LATER-RUN-DATE DELIMITED BY SIZE
              INTO REFUSAL-TEXT
            MOVE "Y" TO REFUSED-SWITCH
        WHEN OTHER
            MOVE SPACES TO RESULT-TEXT
            STRING "Journal check: purged " DELIMITED BY SIZE
                   WS-PURGE-RUN-DATE DELIMITED BY SIZE
                   " run " DELIMITED BY SIZE
                   WS-PURGE-RUN-ID DELIMITED BY SIZE
                   ", no use since" DELIMITED BY SIZE
              INTO RESULT-TEXT
            PERFORM 290-WRITE-CHECK-LINE
    END-EVALUATE.


245-CHECK-ONE-ENTRY.

    IF JR-ACCT-NUMBER = WS-REINST-ACCT
        IF JR-TR-CODE = "P"
           AND JR-RUN-DATE = WS-FOUND-GEN-DATE
            MOVE JR-RUN-ID TO WS-PURGE-RUN-ID
            MOVE JR-RUN-DATE TO WS-PURGE-RUN-DATE
            MOVE "Y" TO PURGE-FOUND-SWITCH
            MOVE "N" TO USED-SINCE-SWITCH
        ELSE
            IF PURGE-FOUND-SWITCH = "Y"
                MOVE "Y" TO USED-SINCE-SWITCH
                MOVE JR-TR-CODE TO WS-LATER-CODE
                MOVE JR-RUN-DATE TO WS-LATER-RUN-DATE
            END-IF
        END-IF
    END-IF.
    READ JOURNAL-FILE
      AT END
        MOVE "Y" TO EOF-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 260-SHOW-ARCHIVED-REC - the record as archived, field by field,
*> on the console and the report, so the requester can be sure it
*> is the right client before confirming.
*> -------------------------------------------------------------------
260-SHOW-ARCHIVED-REC.

    MOVE ARCHIVED-IMAGE TO ClientRec.
    DISPLAY "ARCHIVED RECORD FROM archive-" WS-FOUND-GEN-DATE ".dat".
    DISPLAY "  ACCOUNT   " AcctNumber OF ClientRec.
    DISPLAY "  NAME      " Surname OF ClientRec " "
        FirstName OF ClientRec.
    DISPLAY "  BORN      " DateOfBirth OF ClientRec.
    DISPLAY "  ADDRESS   " Street OF ClientRec.
    DISPLAY "            " City OF ClientRec " " State OF ClientRec
        " " ZipCode OF ClientRec.
    DISPLAY "  STATUS    " ClientStatus OF ClientRec " SINCE "
        StatusEffDate OF ClientRec.

    MOVE SPACES TO REINST-RPT-REC.
    WRITE REINST-RPT-REC.
    MOVE "ARCHIVED RECORD" TO REINST-RPT-REC.
    WRITE REINST-RPT-REC.
    MOVE SPACES TO REINST-RPT-REC.
    STRING "  NAME      " DELIMITED BY SIZE
           Surname OF ClientRec DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FirstName OF ClientRec DELIMITED BY SIZE
           "  GENDER " DELIMITED BY SIZE
           Gender OF ClientRec DELIMITED BY SIZE
      INTO REINST-RPT-REC.
    WRITE REINST-RPT-REC.
    MOVE SPACES TO REINST-RPT-REC.
    STRING "  BORN      " DELIMITED BY SIZE
           DateOfBirth OF ClientRec DELIMITED BY SIZE
      INTO REINST-RPT-REC.
    WRITE REINST-RPT-REC.
    MOVE SPACES TO REINST-RPT-REC.
    STRING "  ADDRESS   " DELIMITED BY SIZE
           Street OF ClientRec DELIMITED BY SIZE
      INTO REINST-RPT-REC.
    WRITE REINST-RPT-REC.
    MOVE SPACES TO REINST-RPT-REC.
    STRING "            " DELIMITED BY SIZE
           City OF ClientRec DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           State OF ClientRec DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ZipCode OF ClientRec DELIMITED BY SIZE
      INTO REINST-RPT-REC.
    WRITE REINST-RPT-REC.
    MOVE SPACES TO REINST-RPT-REC.
    STRING "  STATUS    " DELIMITED BY SIZE
           ClientStatus OF ClientRec DELIMITED BY SIZE
           " SINCE " DELIMITED BY SIZE
           StatusEffDate OF ClientRec DELIMITED BY SIZE
           " (AS ARCHIVED)" DELIMITED BY SIZE
      INTO REINST-RPT-REC.
    WRITE REINST-RPT-REC.


*> -------------------------------------------------------------------
*> 270-REINSTATE-ACCOUNT - the archived record goes back as active
*> from today, and the journal entry points back at the purge.  The
*> journal is opened first: a reinstatement that can't be journalled
*> is refused with the master untouched.
*> -------------------------------------------------------------------
270-REINSTATE-ACCOUNT.

    OPEN EXTEND JOURNAL-FILE.
    IF NOT JOURNAL-OK
        MOVE SPACES TO REFUSAL-TEXT
        STRING "UNABLE TO OPEN CLIENTJR.DAT - FILE STATUS "
                   DELIMITED BY SIZE
               WS-JOURNAL-STATUS DELIMITED BY SIZE
          INTO REFUSAL-TEXT
        MOVE "Y" TO REFUSED-SWITCH
    ELSE
        PERFORM 275-WRITE-REINSTATED-REC
        CLOSE JOURNAL-FILE
    END-IF.


275-WRITE-REINSTATED-REC.

    MOVE ARCHIVED-IMAGE TO ClientRec.
    MOVE "A" TO ClientStatus OF ClientRec.
    MOVE WS-RUN-DATE TO StatusEffDate OF ClientRec.
    WRITE ClientRec
      INVALID KEY
        MOVE SPACES TO REFUSAL-TEXT
        STRING "MASTER WRITE FAILED - FILE STATUS " DELIMITED BY SIZE
               WS-MASTER-STATUS DELIMITED BY SIZE
          INTO REFUSAL-TEXT
        MOVE "Y" TO REFUSED-SWITCH
      NOT INVALID KEY
        PERFORM 280-WRITE-JOURNAL-REC
        MOVE SPACES TO RESULT-TEXT
        STRING "REINSTATED AS ACTIVE EFFECTIVE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
          INTO RESULT-TEXT
    END-WRITE.


280-WRITE-JOURNAL-REC.

    MOVE WS-RUN-ID TO JR-RUN-ID.
    MOVE WS-RUN-DATE TO JR-RUN-DATE.
    MOVE WS-OPERATOR-PARM TO JR-OPERATOR-ID.
    MOVE SPACES TO JR-CHECKER-ID.
    MOVE "R" TO JR-TR-CODE.
    MOVE AcctNumber OF ClientRec TO JR-ACCT-NUMBER.
    MOVE SPACES TO JR-BEFORE-IMAGE.
    MOVE ClientRec TO JR-AFTER-IMAGE.
    MOVE WS-PURGE-RUN-ID TO JR-REF-RUN-ID.
    MOVE WS-PURGE-RUN-DATE TO JR-REF-RUN-DATE.
    WRITE JournalRec.


290-WRITE-CHECK-LINE.

    MOVE SPACES TO REINST-RPT-REC.
    STRING "  " DELIMITED BY SIZE
           RESULT-TEXT DELIMITED BY SIZE
      INTO REINST-RPT-REC.
    WRITE REINST-RPT-REC.


300-TERMINATE.

    MOVE SPACES TO REINST-RPT-REC.
    WRITE REINST-RPT-REC.
    MOVE SPACES TO REINST-RPT-REC.
    IF REFUSED-SWITCH = "Y"
        STRING "REFUSED: " DELIMITED BY SIZE
               REFUSAL-TEXT DELIMITED BY SIZE
          INTO REINST-RPT-REC
        DISPLAY "REFUSED >>>> " REFUSAL-TEXT
        MOVE 8 TO RETURN-CODE
    ELSE
        STRING "RESULT: " DELIMITED BY SIZE
               RESULT-TEXT DELIMITED BY SIZE
          INTO REINST-RPT-REC
        DISPLAY "RESULT >>>> " RESULT-TEXT
    END-IF.
    WRITE REINST-RPT-REC.
    IF REFUSED-SWITCH = "N"
       AND WS-FUNCTION = "CONFIRM"
        MOVE SPACES TO REINST-RPT-REC
        STRING "JOURNALLED: TRAN R RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-RUN-ID DELIMITED BY SIZE
               " UNDOES P " DELIMITED BY SIZE
               WS-PURGE-RUN-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PURGE-RUN-ID DELIMITED BY SIZE
          INTO REINST-RPT-REC
        WRITE REINST-RPT-REC
    END-IF.
    DISPLAY "ARCHIVE GENERATIONS SEARCHED >>>> " GENS-OPENED-COUNT.
    CLOSE CLIENT-MASTER.
    CLOSE REINST-RPT.
