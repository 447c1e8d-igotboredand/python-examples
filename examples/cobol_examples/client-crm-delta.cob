      *> ===================================================================
      *> PROGRAM-ID.  ClientCrmDelta
      *>
      *> AUTHOR.       D. Klemm
      *> INSTALLATION. Retail Client Systems
      *> DATE-WRITTEN. 10/15/2026
      *>
      *> Change-data-capture feed to the CRM.  ClientCsvExtract sends
      *> the whole master every night, which is slow for the CRM to
      *> load and can never tell it about a record that went away.
      *> This program reads the master-update journal (clientjr.dat,
      *> JRNLRC.CPY) instead and writes one delta record per master
      *> movement not yet sent:
      *>
      *>    [CSV|JSON]                                 normal nightly run
      *>    [CSV|JSON] RESEND <run-date> <run-id>      re-send from a run
      *>
      *> Action codes on the feed are A (add - a reinstatement goes as
      *> an add, since to the CRM the record simply reappears), C
      *> (change), S (status set), D (delete), P (purge) and M (merge -
      *> the "D" ClientAcctMerge journals for a retired account, known
      *> by the account being on acctxref.dat with that merge date; the
      *> surviving account number rides along).  Adds, changes and
      *> status sets carry the full after image; deletes, purges and
      *> merges carry the key only.  The free-text fields are scrubbed
      *> of commas and double quotes as in ClientCsvExtract.  The file
      *> (crmdelta.out) ends with a trailer carrying the count of delta
      *> records ahead of it, so the CRM can prove it loaded them all.
      *>
      *> What has been sent is kept on the high-water-mark control file
      *> (crmhwm.dat), one line appended per successful extract.  The
      *> mark is the journal record position of the last entry sent as
      *> well as its run date/run id - position, not run id, is what
      *> selects the next delta, because the journal is append-only but
      *> an online session's entries carry the run id of the time it
      *> signed on and can land behind a later batch run's.  The next
      *> run starts at the entry after the mark, so nothing is sent
      *> twice and nothing is skipped.  When a transfer fails, RESEND
      *> re-extracts from the first journal entry of the named run
      *> onward and moves the mark to the end again; a run that is
      *> past the mark (entries before it never sent) is refused
      *> rather than leaving a gap.  The mark is only written after
      *> the extract file has been closed, so an extract that abends
      *> part-way simply runs again from the same point.
      *>
      *> MODIFICATION HISTORY.
      *>   10/15/2026  DK   Original version.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientCrmDelta.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "clientjr.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT OPTIONAL XREF-FILE ASSIGN TO "acctxref.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XREF-STATUS.

    SELECT OPTIONAL HWM-FILE ASSIGN TO "crmhwm.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HWM-STATUS.

    SELECT DELTA-FILE ASSIGN TO "crmdelta.out"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD JOURNAL-FILE.
    COPY JRNLRC.

FD XREF-FILE.
    COPY XREFRC.

*> -------------------------------------------------------------------
*> One line per extract: when it ran, RESEND or not, the journal
*> positions of the first and last entries sent, the run date/id of
*> the last entry sent, and the delta count.  The last line on file
*> is the current high-water mark; an extract that sent nothing
*> carries the previous mark forward so the last line always holds.
*> -------------------------------------------------------------------
FD HWM-FILE.
01 HwmRec.
    05 HW-SEND-DATE           PIC 9(8).
    05 HW-SEND-TIME           PIC 9(8).
    05 HW-MODE                PIC X.
        88  HW-NORMAL-SEND            VALUE "N".
        88  HW-RESEND                 VALUE "R".
    05 HW-FIRST-SEQ           PIC 9(9).
    05 HW-LAST-SEQ            PIC 9(9).
    05 HW-LAST-RUN-DATE       PIC 9(8).
    05 HW-LAST-RUN-ID         PIC 9(8).
    05 HW-SENT-COUNT          PIC 9(7).

FD DELTA-FILE.
01 DELTA-REC                  PIC X(400).


WORKING-STORAGE SECTION.

01 SWITCHES.
    05 JRNL-EOF-SWITCH        PIC X VALUE "N".
    05 XREF-EOF-SWITCH        PIC X VALUE "N".
    05 HWM-EOF-SWITCH         PIC X VALUE "N".
    05 XREF-FULL-NOTED        PIC X VALUE "N".
    05 MERGE-FOUND-SWITCH     PIC X VALUE "N".
    05 RESEND-FOUND-SWITCH    PIC X VALUE "N".
01 FILE-STATUSES.
    05 WS-JOURNAL-STATUS      PIC X(2) VALUE "00".
        88  JOURNAL-OK                VALUE "00" "05".
    05 WS-XREF-STATUS         PIC X(2) VALUE "00".
        88  XREF-OK                   VALUE "00" "05".
    05 WS-HWM-STATUS          PIC X(2) VALUE "00".
        88  HWM-OK                    VALUE "00" "05".

01 WS-COMMAND-LINE            PIC X(60).
01 PARSED-COMMAND.
    05 WS-FORMAT-PARM         PIC X(8).
    05 WS-MODE-PARM           PIC X(8).
    05 WS-RUN-DATE-PARM       PIC X(8).
    05 WS-RUN-ID-PARM         PIC X(8).
01 WS-FORMAT-SWITCH           PIC X VALUE "C".
    88  FORMAT-IS-CSV                 VALUE "C".
    88  FORMAT-IS-JSON                VALUE "J".
01 WS-MODE-SWITCH             PIC X VALUE "N".
    88  MODE-IS-NORMAL                VALUE "N".
    88  MODE-IS-RESEND                VALUE "R".
01 WS-RESEND-RUN-DATE         PIC 9(8) VALUE 0.
01 WS-RESEND-RUN-ID           PIC 9(8) VALUE 0.
01 WS-RUN-DATE                PIC 9(8) VALUE 0.
01 WS-RUN-TIME                PIC 9(8) VALUE 0.

*> -------------------------------------------------------------------
*> The mark as loaded from crmhwm.dat, and this extract's own range.
*> JRNL-SEQ is the position of the journal record in hand; entries at
*> or after START-SEQ are sent.
*> -------------------------------------------------------------------
01 HIGH-WATER-MARK.
    05 MARK-SEQ               PIC 9(9) VALUE 0.
    05 MARK-RUN-DATE          PIC 9(8) VALUE 0.
    05 MARK-RUN-ID            PIC 9(8) VALUE 0.
01 EXTRACT-RANGE.
    05 JRNL-SEQ               PIC 9(9) VALUE 0.
    05 START-SEQ              PIC 9(9) VALUE 0.
    05 FIRST-SENT-SEQ         PIC 9(9) VALUE 0.
    05 LAST-SENT-SEQ          PIC 9(9) VALUE 0.
    05 LAST-SENT-RUN-DATE     PIC 9(8) VALUE 0.
    05 LAST-SENT-RUN-ID       PIC 9(8) VALUE 0.

*> -------------------------------------------------------------------
*> acctxref.dat held whole, the same load/absorb shape as the dnmail
*> tables, so each journal "D" can be tested for a merge and given
*> its surviving account without re-reading the file.
*> -------------------------------------------------------------------
01 XREF-CONSTANTS.
    05 MAX-XREF-ENTRIES       PIC 9(4) VALUE 2000.
01 XREF-TABLE.
    05 XREF-COUNT             PIC 9(4) VALUE 0.
    05 XREF-ENTRY OCCURS 2000 TIMES.
        10 XT-RETIRED-ACCT    PIC 9(7).
        10 XT-SURVIVOR-ACCT   PIC 9(7).
        10 XT-MERGE-DATE      PIC 9(8).
01 XREF-SUB                   PIC 9(4) VALUE 0.
01 WS-SURVIVOR-ACCT           PIC 9(7) VALUE 0.

*> -------------------------------------------------------------------
*> The journal's after image, laid out as a ClientRec so the delta
*> line can be built field by field.
*> -------------------------------------------------------------------
    COPY CLIENTRC.

01 WS-ACTION-CODE             PIC X.
    88  ACTION-CARRIES-IMAGE          VALUE "A" "C" "S".
    88  ACTION-IS-MERGE               VALUE "M".

01 WS-DOB-TEXT.
    05 WS-DOB-YYYY              PIC 9(4).
    05 FILLER                   PIC X VALUE "-".
    05 WS-DOB-MM                PIC 9(2).
    05 FILLER                   PIC X VALUE "-".
    05 WS-DOB-DD                PIC 9(2).

01 WS-OUT-LINE                  PIC X(400).

*> -------------------------------------------------------------------
*> Scrubbed copies of the free-text fields - see ClientCsvExtract's
*> 255-SCRUB-TEXT-FIELDS for why.
*> -------------------------------------------------------------------
01 WS-SCRUBBED-TEXT.
    05 WS-SURNAME                PIC X(8).
    05 WS-FIRST-NAME             PIC X(10).
    05 WS-STREET                 PIC X(30).
    05 WS-CITY                   PIC X(15).

01 COUNTERS.
    05 JRNL-READ-COUNT        PIC 9(9) VALUE 0.
    05 DELTA-COUNT            PIC 9(7) VALUE 0.
    05 ADD-COUNT              PIC 9(7) VALUE 0.
    05 CHANGE-COUNT           PIC 9(7) VALUE 0.
    05 STATUS-COUNT           PIC 9(7) VALUE 0.
    05 DELETE-COUNT           PIC 9(7) VALUE 0.
    05 PURGE-COUNT            PIC 9(7) VALUE 0.
    05 MERGE-COUNT            PIC 9(7) VALUE 0.
    05 UNKNOWN-COUNT          PIC 9(7) VALUE 0.


PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 120-LOAD-XREF-TABLE.
    PERFORM 140-LOAD-HIGH-WATER-MARK.
    IF MODE-IS-RESEND
        PERFORM 160-LOCATE-RESEND-POINT
    ELSE
        COMPUTE START-SEQ = MARK-SEQ + 1
    END-IF.
    PERFORM 200-EXTRACT-DELTA.
    PERFORM 300-TERMINATE.
    STOP RUN.


100-INITIALIZE.

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
    MOVE SPACES TO PARSED-COMMAND.
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
        INTO WS-FORMAT-PARM WS-MODE-PARM WS-RUN-DATE-PARM WS-RUN-ID-PARM.

    EVALUATE WS-FORMAT-PARM
        WHEN "JSON"
            MOVE "J" TO WS-FORMAT-SWITCH
        WHEN "CSV"
        WHEN SPACES
            MOVE "C" TO WS-FORMAT-SWITCH
        WHEN OTHER
            PERFORM 190-USAGE
    END-EVALUATE.

    EVALUATE TRUE
        WHEN WS-MODE-PARM = SPACES
            MOVE "N" TO WS-MODE-SWITCH
        WHEN WS-MODE-PARM = "RESEND"
         AND WS-RUN-DATE-PARM IS NUMERIC
         AND WS-RUN-ID-PARM IS NUMERIC
            MOVE "R" TO WS-MODE-SWITCH
            MOVE WS-RUN-DATE-PARM TO WS-RESEND-RUN-DATE
            MOVE WS-RUN-ID-PARM TO WS-RESEND-RUN-ID
        WHEN OTHER
            PERFORM 190-USAGE
    END-EVALUATE.


*> -------------------------------------------------------------------
*> 120-LOAD-XREF-TABLE - reads acctxref.dat into XREF-TABLE.  No file
*> simply means no merge has ever been run.
*> -------------------------------------------------------------------
120-LOAD-XREF-TABLE.

    OPEN INPUT XREF-FILE.
    IF NOT XREF-OK
        MOVE "Y" TO XREF-EOF-SWITCH
    ELSE
        READ XREF-FILE
          AT END
            MOVE "Y" TO XREF-EOF-SWITCH
        END-READ
        PERFORM 130-ABSORB-XREF-REC
          UNTIL XREF-EOF-SWITCH = "Y"
        CLOSE XREF-FILE
    END-IF.


130-ABSORB-XREF-REC.

    IF XREF-COUNT < MAX-XREF-ENTRIES
        ADD 1 TO XREF-COUNT
        MOVE XR-RETIRED-ACCT TO XT-RETIRED-ACCT (XREF-COUNT)
        MOVE XR-SURVIVOR-ACCT TO XT-SURVIVOR-ACCT (XREF-COUNT)
        MOVE XR-MERGE-DATE TO XT-MERGE-DATE (XREF-COUNT)
    ELSE
        IF XREF-FULL-NOTED = "N"
            DISPLAY "XREF TABLE FULL AT " MAX-XREF-ENTRIES
                " - EXTRA ENTRIES NOT HONORED"
            MOVE "Y" TO XREF-FULL-NOTED
        END-IF
    END-IF.
    READ XREF-FILE
      AT END
        MOVE "Y" TO XREF-EOF-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 140-LOAD-HIGH-WATER-MARK - the last line on crmhwm.dat is the
*> mark.  No file means nothing has ever been sent, so the first run
*> sends the whole journal.
*> -------------------------------------------------------------------
140-LOAD-HIGH-WATER-MARK.

    OPEN INPUT HWM-FILE.
    IF NOT HWM-OK
        DISPLAY "UNABLE TO OPEN CRMHWM.DAT - FILE STATUS " WS-HWM-STATUS
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
*> 160-LOCATE-RESEND-POINT - finds the journal position of the first
*> entry of the named run.  The run has to be at or behind the mark:
*> starting past it would leave the unsent entries in between out of
*> the CRM for good.
*> -------------------------------------------------------------------
160-LOCATE-RESEND-POINT.

    PERFORM 210-OPEN-JOURNAL.
    PERFORM 165-CHECK-RESEND-ENTRY
      UNTIL JRNL-EOF-SWITCH = "Y"
         OR RESEND-FOUND-SWITCH = "Y".
    CLOSE JOURNAL-FILE.

    IF RESEND-FOUND-SWITCH = "N"
        DISPLAY "RUN " WS-RESEND-RUN-ID " OF " WS-RESEND-RUN-DATE
            " IS NOT ON CLIENTJR.DAT - NOTHING RESENT"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF START-SEQ > MARK-SEQ
        DISPLAY "RUN " WS-RESEND-RUN-ID " OF " WS-RESEND-RUN-DATE
            " IS PAST THE HIGH-WATER MARK - RUN WITHOUT RESEND"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "RESENDING FROM JOURNAL ENTRY >>>> " START-SEQ.
    MOVE 0 TO JRNL-SEQ.
    MOVE "N" TO JRNL-EOF-SWITCH.


165-CHECK-RESEND-ENTRY.

    IF JR-RUN-DATE = WS-RESEND-RUN-DATE
       AND JR-RUN-ID = WS-RESEND-RUN-ID
        MOVE "Y" TO RESEND-FOUND-SWITCH
        MOVE JRNL-SEQ TO START-SEQ
    ELSE
        PERFORM 215-READ-JOURNAL
    END-IF.


190-USAGE.

    DISPLAY "USAGE: [CSV|JSON] [RESEND <RUN-DATE> <RUN-ID>]".
    DISPLAY "       RUN DATE AND RUN ID NUMERIC, AS ON CLIENTJR.DAT".
    MOVE 8 TO RETURN-CODE.
    STOP RUN.


*> -------------------------------------------------------------------
*> 200-EXTRACT-DELTA - one pass of the journal, sending every entry
*> from START-SEQ on.  A missing journal is a quiet night: the file
*> still goes out, header and trailer only, so the CRM sees a zero
*> count rather than no file.
*> -------------------------------------------------------------------
200-EXTRACT-DELTA.

    OPEN OUTPUT DELTA-FILE.
    IF FORMAT-IS-CSV
        MOVE "Action,RunDate,RunId,AcctNumber,Surname,FirstName,DateOfBirth,Street,City,State,ZipCode,Gender,ClientStatus,StatusEffDate,SurvivorAcct"
          TO DELTA-REC
        WRITE DELTA-REC
    END-IF.

    PERFORM 210-OPEN-JOURNAL.
    PERFORM 220-PROCESS-JOURNAL-REC
      UNTIL JRNL-EOF-SWITCH = "Y".
    CLOSE JOURNAL-FILE.

    PERFORM 280-WRITE-TRAILER.
    CLOSE DELTA-FILE.


210-OPEN-JOURNAL.

    OPEN INPUT JOURNAL-FILE.
    IF NOT JOURNAL-OK
        DISPLAY "UNABLE TO OPEN CLIENTJR.DAT - FILE STATUS "
            WS-JOURNAL-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 215-READ-JOURNAL.


215-READ-JOURNAL.

    READ JOURNAL-FILE
      AT END
        MOVE "Y" TO JRNL-EOF-SWITCH
      NOT AT END
        ADD 1 TO JRNL-SEQ
    END-READ.


220-PROCESS-JOURNAL-REC.

    ADD 1 TO JRNL-READ-COUNT.
    IF JRNL-SEQ >= START-SEQ
        PERFORM 230-SET-ACTION
        IF WS-ACTION-CODE NOT = SPACE
            PERFORM 250-WRITE-DELTA-LINE
        END-IF
    END-IF.
    PERFORM 215-READ-JOURNAL.


*> -------------------------------------------------------------------
*> 230-SET-ACTION - turns the journal code into the feed's action
*> code.  A code the feed doesn't know is counted and left off
*> rather than sent under a guess.
*> -------------------------------------------------------------------
230-SET-ACTION.

    MOVE 0 TO WS-SURVIVOR-ACCT.
    EVALUATE JR-TR-CODE
        WHEN "A"
        WHEN "R"
            MOVE "A" TO WS-ACTION-CODE
            ADD 1 TO ADD-COUNT
        WHEN "C"
            MOVE "C" TO WS-ACTION-CODE
            ADD 1 TO CHANGE-COUNT
        WHEN "S"
            MOVE "S" TO WS-ACTION-CODE
            ADD 1 TO STATUS-COUNT
        WHEN "D"
            PERFORM 240-CHECK-MERGE
            IF MERGE-FOUND-SWITCH = "Y"
                MOVE "M" TO WS-ACTION-CODE
                ADD 1 TO MERGE-COUNT
            ELSE
                MOVE "D" TO WS-ACTION-CODE
                ADD 1 TO DELETE-COUNT
            END-IF
        WHEN "P"
            MOVE "P" TO WS-ACTION-CODE
            ADD 1 TO PURGE-COUNT
        WHEN OTHER
            MOVE SPACE TO WS-ACTION-CODE
            ADD 1 TO UNKNOWN-COUNT
            DISPLAY "UNKNOWN JOURNAL CODE " JR-TR-CODE " AT ENTRY "
                JRNL-SEQ " - NOT SENT"
    END-EVALUATE.


*> -------------------------------------------------------------------
*> 240-CHECK-MERGE - a "D" is a merge when its account was retired
*> into another on the same date the delete was journalled (see
*> ClientCycleBal's 230-CHECK-MERGE).  When an account shows up more
*> than once the last entry wins, as XREFRC.CPY says.
*> -------------------------------------------------------------------
240-CHECK-MERGE.

    MOVE "N" TO MERGE-FOUND-SWITCH.
    PERFORM 245-CHECK-XREF-ENTRY
      VARYING XREF-SUB FROM 1 BY 1
      UNTIL XREF-SUB > XREF-COUNT.


245-CHECK-XREF-ENTRY.

    IF XT-RETIRED-ACCT (XREF-SUB) = JR-ACCT-NUMBER
       AND XT-MERGE-DATE (XREF-SUB) = JR-RUN-DATE
        MOVE "Y" TO MERGE-FOUND-SWITCH
        MOVE XT-SURVIVOR-ACCT (XREF-SUB) TO WS-SURVIVOR-ACCT
    END-IF.


250-WRITE-DELTA-LINE.

    IF ACTION-CARRIES-IMAGE
        MOVE JR-AFTER-IMAGE TO ClientRec
        MOVE YOBirth TO WS-DOB-YYYY
        MOVE MOBirth TO WS-DOB-MM
        MOVE DOBirth TO WS-DOB-DD
        PERFORM 255-SCRUB-TEXT-FIELDS
    END-IF.

    EVALUATE TRUE
        WHEN FORMAT-IS-JSON AND ACTION-CARRIES-IMAGE
            PERFORM 260-BUILD-JSON-IMAGE-LINE
        WHEN FORMAT-IS-JSON
            PERFORM 265-BUILD-JSON-KEY-LINE
        WHEN ACTION-CARRIES-IMAGE
            PERFORM 270-BUILD-CSV-IMAGE-LINE
        WHEN OTHER
            PERFORM 275-BUILD-CSV-KEY-LINE
    END-EVALUATE.

    MOVE WS-OUT-LINE TO DELTA-REC.
    WRITE DELTA-REC.
    ADD 1 TO DELTA-COUNT.
    IF FIRST-SENT-SEQ = 0
        MOVE JRNL-SEQ TO FIRST-SENT-SEQ
    END-IF.
    MOVE JRNL-SEQ TO LAST-SENT-SEQ.
    MOVE JR-RUN-DATE TO LAST-SENT-RUN-DATE.
    MOVE JR-RUN-ID TO LAST-SENT-RUN-ID.


255-SCRUB-TEXT-FIELDS.

    MOVE Surname TO WS-SURNAME.
    MOVE FirstName TO WS-FIRST-NAME.
    MOVE Street TO WS-STREET.
    MOVE City TO WS-CITY.
    INSPECT WS-SURNAME REPLACING ALL "," BY " " ALL '"' BY " ".
    INSPECT WS-FIRST-NAME REPLACING ALL "," BY " " ALL '"' BY " ".
    INSPECT WS-STREET REPLACING ALL "," BY " " ALL '"' BY " ".
    INSPECT WS-CITY REPLACING ALL "," BY " " ALL '"' BY " ".


260-BUILD-JSON-IMAGE-LINE.

    MOVE SPACES TO WS-OUT-LINE.
    STRING '{"Action":"'         DELIMITED BY SIZE
           WS-ACTION-CODE        DELIMITED BY SIZE
           '","RunDate":"'       DELIMITED BY SIZE
           JR-RUN-DATE           DELIMITED BY SIZE
           '","RunId":"'         DELIMITED BY SIZE
           JR-RUN-ID             DELIMITED BY SIZE
           '","AcctNumber":'     DELIMITED BY SIZE
           AcctNumber            DELIMITED BY SIZE
           ',"Surname":"'        DELIMITED BY SIZE
           FUNCTION TRIM(WS-SURNAME)   DELIMITED BY SIZE
           '","FirstName":"'    DELIMITED BY SIZE
           FUNCTION TRIM(WS-FIRST-NAME) DELIMITED BY SIZE
           '","DateOfBirth":"'  DELIMITED BY SIZE
           WS-DOB-TEXT           DELIMITED BY SIZE
           '","Street":"'       DELIMITED BY SIZE
           FUNCTION TRIM(WS-STREET)   DELIMITED BY SIZE
           '","City":"'         DELIMITED BY SIZE
           FUNCTION TRIM(WS-CITY)     DELIMITED BY SIZE
           '","State":"'        DELIMITED BY SIZE
           State                 DELIMITED BY SIZE
           '","ZipCode":'       DELIMITED BY SIZE
           ZipCode               DELIMITED BY SIZE
           ',"Gender":"'        DELIMITED BY SIZE
           Gender                DELIMITED BY SIZE
           '","ClientStatus":"' DELIMITED BY SIZE
           ClientStatus          DELIMITED BY SIZE
           '","StatusEffDate":"' DELIMITED BY SIZE
           StatusEffDate         DELIMITED BY SIZE
           '"}'                  DELIMITED BY SIZE
      INTO WS-OUT-LINE.


265-BUILD-JSON-KEY-LINE.

    MOVE SPACES TO WS-OUT-LINE.
    IF ACTION-IS-MERGE
        STRING '{"Action":"'         DELIMITED BY SIZE
               WS-ACTION-CODE        DELIMITED BY SIZE
               '","RunDate":"'       DELIMITED BY SIZE
               JR-RUN-DATE           DELIMITED BY SIZE
               '","RunId":"'         DELIMITED BY SIZE
               JR-RUN-ID             DELIMITED BY SIZE
               '","AcctNumber":'     DELIMITED BY SIZE
               JR-ACCT-NUMBER        DELIMITED BY SIZE
               ',"SurvivorAcct":'    DELIMITED BY SIZE
               WS-SURVIVOR-ACCT      DELIMITED BY SIZE
               '}'                   DELIMITED BY SIZE
          INTO WS-OUT-LINE
    ELSE
        STRING '{"Action":"'         DELIMITED BY SIZE
               WS-ACTION-CODE        DELIMITED BY SIZE
               '","RunDate":"'       DELIMITED BY SIZE
               JR-RUN-DATE           DELIMITED BY SIZE
               '","RunId":"'         DELIMITED BY SIZE
               JR-RUN-ID             DELIMITED BY SIZE
               '","AcctNumber":'     DELIMITED BY SIZE
               JR-ACCT-NUMBER        DELIMITED BY SIZE
               '}'                   DELIMITED BY SIZE
          INTO WS-OUT-LINE
    END-IF.


270-BUILD-CSV-IMAGE-LINE.

    MOVE SPACES TO WS-OUT-LINE.
    STRING WS-ACTION-CODE          DELIMITED BY SIZE
           ","                     DELIMITED BY SIZE
           JR-RUN-DATE             DELIMITED BY SIZE
           ","                     DELIMITED BY SIZE
           JR-RUN-ID               DELIMITED BY SIZE
           ","                     DELIMITED BY SIZE
           AcctNumber              DELIMITED BY SIZE
           ","                     DELIMITED BY SIZE
           FUNCTION TRIM(WS-SURNAME)  DELIMITED BY SIZE
           ","                     DELIMITED BY SIZE
           FUNCTION TRIM(WS-FIRST-NAME)  DELIMITED BY SIZE
           ","                     DELIMITED BY SIZE
           WS-DOB-TEXT              DELIMITED BY SIZE
           ","                     DELIMITED BY SIZE
           FUNCTION TRIM(WS-STREET)   DELIMITED BY SIZE
           ","                     DELIMITED BY SIZE
           FUNCTION TRIM(WS-CITY)     DELIMITED BY SIZE
           ","                     DELIMITED BY SIZE
           State                    DELIMITED BY SIZE
           ","                     DELIMITED BY SIZE
           ZipCode                  DELIMITED BY SIZE
           ","                     DELIMITED BY SIZE
           Gender                   DELIMITED BY SIZE
           ","                     DELIMITED BY SIZE
           ClientStatus             DELIMITED BY SIZE
           ","                     DELIMITED BY SIZE
           StatusEffDate            DELIMITED BY SIZE
           ","                     DELIMITED BY SIZE
      INTO WS-OUT-LINE.


*> -------------------------------------------------------------------
*> 275-BUILD-CSV-KEY-LINE - a removal keeps every column so the file
*> stays rectangular for the CRM's loader; the image columns are
*> simply empty, and SurvivorAcct is filled only on a merge.
*> -------------------------------------------------------------------
275-BUILD-CSV-KEY-LINE.

    MOVE SPACES TO WS-OUT-LINE.
    IF ACTION-IS-MERGE
        STRING WS-ACTION-CODE          DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               JR-RUN-DATE             DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               JR-RUN-ID               DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               JR-ACCT-NUMBER          DELIMITED BY SIZE
               ",,,,,,,,,,,"           DELIMITED BY SIZE
               WS-SURVIVOR-ACCT        DELIMITED BY SIZE
          INTO WS-OUT-LINE
    ELSE
        STRING WS-ACTION-CODE          DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               JR-RUN-DATE             DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               JR-RUN-ID               DELIMITED BY SIZE
               ","                     DELIMITED BY SIZE
               JR-ACCT-NUMBER          DELIMITED BY SIZE
               ",,,,,,,,,,,"           DELIMITED BY SIZE
          INTO WS-OUT-LINE
    END-IF.


280-WRITE-TRAILER.

    MOVE SPACES TO WS-OUT-LINE.
    IF FORMAT-IS-JSON
        STRING '{"RecordType":"TRAILER","RecordCount":' DELIMITED BY SIZE
               DELTA-COUNT          DELIMITED BY SIZE
               '}'                  DELIMITED BY SIZE
          INTO WS-OUT-LINE
    ELSE
        STRING "TRAILER,"           DELIMITED BY SIZE
               DELTA-COUNT          DELIMITED BY SIZE
          INTO WS-OUT-LINE
    END-IF.
    MOVE WS-OUT-LINE TO DELTA-REC.
    WRITE DELTA-REC.


*> -------------------------------------------------------------------
*> 300-TERMINATE - the extract is closed and complete, so the mark
*> can move.  Nothing sent leaves the mark where it was.
*> -------------------------------------------------------------------
300-TERMINATE.

    MOVE WS-RUN-DATE TO HW-SEND-DATE.
    MOVE WS-RUN-TIME TO HW-SEND-TIME.
    MOVE WS-MODE-SWITCH TO HW-MODE.
    MOVE DELTA-COUNT TO HW-SENT-COUNT.
    IF DELTA-COUNT = 0
        MOVE 0 TO HW-FIRST-SEQ
        MOVE MARK-SEQ TO HW-LAST-SEQ
        MOVE MARK-RUN-DATE TO HW-LAST-RUN-DATE
        MOVE MARK-RUN-ID TO HW-LAST-RUN-ID
    ELSE
        MOVE FIRST-SENT-SEQ TO HW-FIRST-SEQ
        MOVE LAST-SENT-SEQ TO HW-LAST-SEQ
        MOVE LAST-SENT-RUN-DATE TO HW-LAST-RUN-DATE
        MOVE LAST-SENT-RUN-ID TO HW-LAST-RUN-ID
    END-IF.
    OPEN EXTEND HWM-FILE.
    WRITE HwmRec.
    CLOSE HWM-FILE.

    DISPLAY "JOURNAL RECORDS READ >>>> " JRNL-READ-COUNT.
    DISPLAY "ADDS SENT >>>> " ADD-COUNT.
    DISPLAY "CHANGES SENT >>>> " CHANGE-COUNT.
    DISPLAY "STATUS SETS SENT >>>> " STATUS-COUNT.
    DISPLAY "DELETES SENT >>>> " DELETE-COUNT.
    DISPLAY "PURGES SENT >>>> " PURGE-COUNT.
    DISPLAY "MERGES SENT >>>> " MERGE-COUNT.
    DISPLAY "UNKNOWN CODES NOT SENT >>>> " UNKNOWN-COUNT.
    DISPLAY "DELTA RECORDS (TRAILER COUNT) >>>> " DELTA-COUNT.
    DISPLAY "HIGH-WATER MARK NOW >>>> " HW-LAST-SEQ
        " RUN " HW-LAST-RUN-DATE "/" HW-LAST-RUN-ID.
