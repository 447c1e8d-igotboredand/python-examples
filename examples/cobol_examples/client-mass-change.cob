      *> ===================================================================
      *> PROGRAM-ID.  ClientMassChange
      *>
      *> AUTHOR.       D. Klemm
      *> INSTALLATION. Retail Client Systems
      *> DATE-WRITTEN. 10/15/2026
      *>
      *> Builds a maintenance batch for a change that touches many
      *> accounts at once - a ZIP renumbered by the post office, a city
      *> renamed, a branch region closed and its clients set inactive -
      *> instead of someone hand-keying hundreds of clienttx.dat lines.
      *> The selection and the change come off one control card
      *> (masschg.ctl, fixed columns - a city name can hold spaces):
      *>
      *>    cols  1- 8  batch id (8 digits, assigned by ops like any
      *>                branch batch id)
      *>    cols 10-15  select by:  ZIP     ZipCode    (cols 17-21)
      *>                            CITY    City/State (cols 17-31/32-33)
      *>                            REGION  region off regiontbl.dat
      *>                                    (col 17)
      *>                            STATUS  ClientStatus (col 17)
      *>    cols 35-40  change:     ZIP     new ZipCode (cols 42-46)
      *>                            CITY    new City (cols 42-56) and,
      *>                                    if given, State (57-58)
      *>                            STATUS  new ClientStatus (col 42)
      *>    cols 60-67  effective date (TR-EFF-DATE) - blank or zero to
      *>                apply in the cycle the batch runs in; a real
      *>                date is taken on a STATUS change only (a held
      *>                ZIP/City change carries the whole master image
      *>                and would undo every update made to those
      *>                accounts while it waited)
      *>
      *> and the mode off the command line:
      *>
      *>    PREVIEW        report only (the default)
      *>    COMMIT         report and write the batch
      *>
      *> Every run reads CLIENTMS through and prints masschg.txt - each
      *> account the change would touch, with its old and new value,
      *> and control totals.  Only COMMIT writes masstx.dat: a batch
      *> bracketed by a BATCTL.CPY header and a trailer carrying the
      *> per-code counts and AcctNumber hash, staged as branchtx.dat so
      *> it goes through ClientTranEdit and ClientMaint like any branch
      *> batch and gets the same edits, journal and audit trail.  A ZIP
      *> or City change is a "C" transaction carrying the whole master
      *> record with the one field changed and the status left unset
      *> (ClientMaint keeps the master's); a status change is an "S"
      *> transaction, dated from the effective date when there is one.
      *> A change is built from the master as it stands when this runs,
      *> so the batch belongs in the next cycle, not one a week later.
      *> An account already carrying the new value is listed but not
      *> changed.  A pending-purge account is listed and left alone
      *> unless it was selected by STATUS P - a mass change must not
      *> undo somebody's purge decision as a side effect.  A control
      *> card that doesn't make sense, or a COMMIT that selected
      *> nothing, writes no batch; the card errors end RETURN-CODE 8.
      *>
      *> MODIFICATION HISTORY.
      *>   10/15/2026  DK   Original version.
      *>   10/15/2026  DK   Review fix: the control card's effective
      *>                    date is refused on a ZIP or City change (a
      *>                    held full-image "C" would overwrite later
      *>                    updates to the whole selection) and must be
      *>                    a real calendar date.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientMassChange.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLIENT-MASTER ASSIGN TO "CLIENTMS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AcctNumber OF ClientRec
        ALTERNATE RECORD KEY IS Surname OF ClientRec
            WITH DUPLICATES
        ALTERNATE RECORD KEY IS ZipCode OF ClientRec
            WITH DUPLICATES
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT CONTROL-CARD-FILE ASSIGN TO "masschg.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CARD-STATUS.

    SELECT REGION-TABLE-FILE ASSIGN TO "regiontbl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RGN-TABLE-STATUS.

    SELECT MASS-BATCH-FILE ASSIGN TO "masstx.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT MASS-RPT ASSIGN TO "masschg.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CLIENT-MASTER.
    COPY CLIENTRC.

*> -------------------------------------------------------------------
*> The control card, with each value field redefined for the
*> selection or change it is read as.
*> -------------------------------------------------------------------
FD CONTROL-CARD-FILE.
01 MassChgCtlRec.
    05 MC-BATCH-ID            PIC X(8).
    05 FILLER                 PIC X.
    05 MC-SELECT-BY           PIC X(6).
    05 FILLER                 PIC X.
    05 MC-SELECT-VALUE        PIC X(17).
    05 MC-SELECT-ZIP-VIEW REDEFINES MC-SELECT-VALUE.
        10 MC-SELECT-ZIP      PIC X(5).
        10 FILLER             PIC X(12).
    05 MC-SELECT-CITY-VIEW REDEFINES MC-SELECT-VALUE.
        10 MC-SELECT-CITY     PIC X(15).
        10 MC-SELECT-STATE    PIC X(2).
    05 MC-SELECT-CODE-VIEW REDEFINES MC-SELECT-VALUE.
        10 MC-SELECT-CODE     PIC X(1).
        10 FILLER             PIC X(16).
    05 FILLER                 PIC X.
    05 MC-CHANGE-TO           PIC X(6).
    05 FILLER                 PIC X.
    05 MC-NEW-VALUE           PIC X(17).
    05 MC-NEW-ZIP-VIEW REDEFINES MC-NEW-VALUE.
        10 MC-NEW-ZIP         PIC X(5).
        10 FILLER             PIC X(12).
    05 MC-NEW-CITY-VIEW REDEFINES MC-NEW-VALUE.
        10 MC-NEW-CITY        PIC X(15).
        10 MC-NEW-STATE       PIC X(2).
    05 MC-NEW-CODE-VIEW REDEFINES MC-NEW-VALUE.
        10 MC-NEW-CODE        PIC X(1).
        10 FILLER             PIC X(16).
    05 FILLER                 PIC X.
    05 MC-EFF-DATE            PIC X(8).

FD REGION-TABLE-FILE.
01 RegionTableRec.
    05 RT-STATE               PIC X(2).
    05 RT-REGION              PIC 9(1).

FD MASS-BATCH-FILE.
01 MASS-BATCH-REC             PIC X(104).

FD MASS-RPT.
01 MASS-RPT-REC               PIC X(80).


WORKING-STORAGE SECTION.

01 SWITCHES.
    05 EOF-SWITCH             PIC X VALUE "N".
    05 TABLE-EOF-SWITCH       PIC X VALUE "N".
    05 CARD-ERROR-SWITCH      PIC X VALUE "N".
    05 SELECTED-SWITCH        PIC X VALUE "N".
01 FILE-STATUSES.
    05 WS-MASTER-STATUS       PIC X(2) VALUE "00".
        88  MASTER-OK                 VALUE "00".
    05 WS-CARD-STATUS         PIC X(2) VALUE "00".
        88  CARD-OK                   VALUE "00".
    05 WS-RGN-TABLE-STATUS    PIC X(2) VALUE "00".
        88  RGN-TABLE-OK              VALUE "00".

01 WS-COMMAND-LINE            PIC X(40).
01 WS-MODE                    PIC X(8) VALUE SPACES.
    88  MODE-COMMIT                   VALUE "COMMIT".
01 WS-RUN-DATE                PIC 9(8) VALUE 0.

*> -------------------------------------------------------------------
*> The control card's values once vetted.  WS-NEW-STATE is left
*> blank when a City change keeps each record's own State.
*> -------------------------------------------------------------------
01 MASS-CHANGE-SPEC.
    05 WS-BATCH-ID            PIC 9(8) VALUE 0.
    05 WS-SELECT-ZIP          PIC 9(5) VALUE 0.
    05 WS-SELECT-CITY         PIC X(15) VALUE SPACES.
    05 WS-SELECT-STATE        PIC X(2) VALUE SPACES.
    05 WS-SELECT-REGION       PIC 9(1) VALUE 0.
    05 WS-SELECT-STATUS       PIC X(1) VALUE SPACE.
    05 WS-NEW-ZIP             PIC 9(5) VALUE 0.
    05 WS-NEW-CITY            PIC X(15) VALUE SPACES.
    05 WS-NEW-STATE           PIC X(2) VALUE SPACES.
    05 WS-NEW-STATUS          PIC X(1) VALUE SPACE.
    05 WS-EFF-DATE            PIC 9(8) VALUE 0.
    05 WS-EFF-DATE-R REDEFINES WS-EFF-DATE.
        10 WS-EFF-YYYY        PIC 9(4).
        10 WS-EFF-MM          PIC 9(2).
        10 WS-EFF-DD          PIC 9(2).
01 WS-DAYS-IN-MONTH           PIC 9(2) VALUE 0.

*> -------------------------------------------------------------------
*> Upper-cased copies for the City/State selection, so the card and
*> the master match whatever case either was keyed in - the same
*> rule the ZIP reference check uses.
*> -------------------------------------------------------------------
01 CASE-CONSTANTS.
    05 LOWER-CASE-LETTERS     PIC X(26)
        VALUE "abcdefghijklmnopqrstuvwxyz".
    05 UPPER-CASE-LETTERS     PIC X(26)
        VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01 CASE-WORK.
    05 WS-MASTER-CITY-UC      PIC X(15).
    05 WS-MASTER-STATE-UC     PIC X(2).

*> -------------------------------------------------------------------
*> The State-to-region assignments off regiontbl.dat, loaded and
*> vetted exactly as ClientRegionSplit loads them, for a REGION
*> selection only.  A duplicate state takes the later line.
*> -------------------------------------------------------------------
01 STR-CONSTANTS.
    05 MAX-STR-ENTRIES        PIC 9(2) VALUE 60.
    05 MAX-REGIONS            PIC 9(1) VALUE 3.
01 STR-TABLE.
    05 STR-COUNT              PIC 9(2) VALUE 0.
    05 STR-ENTRY OCCURS 60 TIMES.
        10 STR-STATE          PIC X(2).
        10 STR-REGION         PIC 9(1).
01 STR-WORK.
    05 STR-SUB                PIC 9(2) VALUE 0.
    05 WS-FOUND-REGION        PIC 9(1) VALUE 0.

01 VALID-STATE-TABLE.
    05 FILLER PIC X(58) VALUE
        "ALAKAZARCACOCTDEFLGAHIIDILINIAKSKYLAMEMDMAMIMNMSMOMTNENVNH".
    05 FILLER PIC X(52) VALUE
        "NJNMNYNCNDOHOKORPARISCSDTNTXUTVTVAWAWVWIWYDCPRVIGUAS".
01 VALID-STATE-TABLE-R REDEFINES VALID-STATE-TABLE.
    05 VALID-STATE            PIC X(2) OCCURS 55 TIMES
                               INDEXED BY STATE-IDX.
01 EDIT-INDEXES.
    05 STATE-FOUND-SWITCH     PIC X VALUE "N".
        88  STATE-IS-VALID           VALUE "Y".

*> -------------------------------------------------------------------
*> The transaction and batch control records are built here and
*> moved to the batch file's record area, the way ClientTranEdit
*> builds clienttx.dat.
*> -------------------------------------------------------------------
    COPY TRANRC.
    COPY BATCTL.

01 VALUE-WORK.
    05 WS-OLD-VALUE           PIC X(18).
    05 WS-NEW-VALUE           PIC X(18).
    05 WS-ACTION-TEXT         PIC X(20).

01 COUNTERS.
    05 MASTER-IN-COUNT        PIC 9(5) VALUE 0.
    05 SELECTED-COUNT         PIC 9(5) VALUE 0.
    05 CHANGE-TRAN-COUNT      PIC 9(5) VALUE 0.
    05 STATUS-TRAN-COUNT      PIC 9(5) VALUE 0.
    05 ALREADY-SO-COUNT       PIC 9(5) VALUE 0.
    05 PURGE-SKIP-COUNT       PIC 9(5) VALUE 0.
01 HASH-TOTALS.
    05 BATCH-HASH-TOTAL       PIC 9(10) VALUE 0.


PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 200-SELECT-RECORDS
      UNTIL EOF-SWITCH = "Y".
    PERFORM 300-TERMINATE.
    STOP RUN.


100-INITIALIZE.

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
        INTO WS-MODE.
    IF WS-MODE = SPACES
        MOVE "PREVIEW" TO WS-MODE
    END-IF.
    IF WS-MODE NOT = "PREVIEW" AND NOT MODE-COMMIT
        DISPLAY "USAGE: PREVIEW | COMMIT"
        DISPLAY "       SELECTION AND CHANGE ARE READ FROM MASSCHG.CTL"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM 110-READ-CONTROL-CARD.
    IF MC-SELECT-BY = "REGION"
        PERFORM 120-LOAD-REGION-TABLE
    END-IF.

    OPEN INPUT CLIENT-MASTER.
    IF NOT MASTER-OK
        DISPLAY "UNABLE TO OPEN CLIENTMS - FILE STATUS " WS-MASTER-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT MASS-RPT.
    MOVE SPACES TO MASS-RPT-REC.
    STRING "MASS CHANGE - " DELIMITED BY SIZE
           WS-MODE DELIMITED BY " "
           " - BATCH " DELIMITED BY SIZE
           WS-BATCH-ID DELIMITED BY SIZE
           " - RUN DATE " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
      INTO MASS-RPT-REC.
    WRITE MASS-RPT-REC.
    MOVE SPACES TO MASS-RPT-REC.
    STRING "SELECT " DELIMITED BY SIZE
           MC-SELECT-BY DELIMITED BY " "
           " " DELIMITED BY SIZE
           MC-SELECT-VALUE DELIMITED BY SIZE
           "  CHANGE " DELIMITED BY SIZE
           MC-CHANGE-TO DELIMITED BY " "
           " TO " DELIMITED BY SIZE
           MC-NEW-VALUE DELIMITED BY SIZE
      INTO MASS-RPT-REC.
    WRITE MASS-RPT-REC.
    MOVE SPACES TO MASS-RPT-REC.
    IF WS-EFF-DATE = ZERO
        MOVE "EFFECTIVE IN THE CYCLE THE BATCH RUNS IN" TO MASS-RPT-REC
    ELSE
        STRING "EFFECTIVE " DELIMITED BY SIZE
               WS-EFF-DATE DELIMITED BY SIZE
          INTO MASS-RPT-REC
    END-IF.
    WRITE MASS-RPT-REC.
    MOVE SPACES TO MASS-RPT-REC.
    WRITE MASS-RPT-REC.
    MOVE "Account  Surname   Tr Old value          New value          Action"
      TO MASS-RPT-REC.
    WRITE MASS-RPT-REC.

*>  The batch is only opened in COMMIT mode; its header goes first
*>  with the counts zero, as the branches send it.
    IF MODE-COMMIT
        OPEN OUTPUT MASS-BATCH-FILE
        MOVE SPACES TO BatchControlRec
        MOVE "H" TO BC-REC-TYPE
        MOVE WS-BATCH-ID TO BC-BATCH-ID
        MOVE WS-RUN-DATE TO BC-CREATE-DATE
        MOVE 0 TO BC-ADD-COUNT
        MOVE 0 TO BC-CHANGE-COUNT
        MOVE 0 TO BC-DELETE-COUNT
        MOVE 0 TO BC-STATUS-COUNT
        MOVE 0 TO BC-HASH-TOTAL
        MOVE BatchControlRec TO MASS-BATCH-REC
        WRITE MASS-BATCH-REC
    END-IF.

    READ CLIENT-MASTER
      AT END
        MOVE "Y" TO EOF-SWITCH
      NOT AT END
        ADD 1 TO MASTER-IN-COUNT
    END-READ.


*> -------------------------------------------------------------------
*> 110-READ-CONTROL-CARD - reads and vets masschg.ctl.  Every problem
*> found is displayed before the run is refused, so one card can be
*> put right in one go.  The change has to make sense for a field a
*> mass change may touch: ZipCode 5 digits non-zero, City non-blank
*> (with a valid State if one is given), ClientStatus one of A/I/P.
*> -------------------------------------------------------------------
110-READ-CONTROL-CARD.

    OPEN INPUT CONTROL-CARD-FILE.
    IF NOT CARD-OK
        DISPLAY "UNABLE TO OPEN MASSCHG.CTL - FILE STATUS "
            WS-CARD-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ CONTROL-CARD-FILE
      AT END
        DISPLAY "MASSCHG.CTL IS EMPTY - NO SELECTION OR CHANGE GIVEN"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-READ.
    CLOSE CONTROL-CARD-FILE.

    IF MC-BATCH-ID IS NUMERIC AND MC-BATCH-ID NOT = ZERO
        MOVE MC-BATCH-ID TO WS-BATCH-ID
    ELSE
        DISPLAY "MASSCHG.CTL - BATCH ID MUST BE 8 DIGITS, NOT ZERO"
        MOVE "Y" TO CARD-ERROR-SWITCH
    END-IF.

    EVALUATE MC-SELECT-BY
        WHEN "ZIP"
            IF MC-SELECT-ZIP IS NUMERIC
                MOVE MC-SELECT-ZIP TO WS-SELECT-ZIP
            ELSE
                DISPLAY "MASSCHG.CTL - SELECT ZIP MUST BE 5 DIGITS"
                MOVE "Y" TO CARD-ERROR-SWITCH
            END-IF
        WHEN "CITY"
            MOVE MC-SELECT-CITY TO WS-SELECT-CITY
            MOVE MC-SELECT-STATE TO WS-SELECT-STATE
            INSPECT WS-SELECT-CITY
                CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
            INSPECT WS-SELECT-STATE
                CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
            IF WS-SELECT-CITY = SPACES OR WS-SELECT-STATE = SPACES
                DISPLAY "MASSCHG.CTL - SELECT CITY NEEDS A CITY AND STATE"
                MOVE "Y" TO CARD-ERROR-SWITCH
            END-IF
        WHEN "REGION"
            IF MC-SELECT-CODE IS NUMERIC
               AND MC-SELECT-CODE NOT = "0"
                MOVE MC-SELECT-CODE TO WS-SELECT-REGION
            ELSE
                DISPLAY "MASSCHG.CTL - SELECT REGION MUST BE 1-"
                    MAX-REGIONS
                MOVE "Y" TO CARD-ERROR-SWITCH
            END-IF
        WHEN "STATUS"
            IF MC-SELECT-CODE = "A" OR MC-SELECT-CODE = "I"
               OR MC-SELECT-CODE = "P"
                MOVE MC-SELECT-CODE TO WS-SELECT-STATUS
            ELSE
                DISPLAY "MASSCHG.CTL - SELECT STATUS MUST BE A, I OR P"
                MOVE "Y" TO CARD-ERROR-SWITCH
            END-IF
        WHEN OTHER
            DISPLAY "MASSCHG.CTL - SELECT BY MUST BE ZIP, CITY, REGION"
                " OR STATUS"
            MOVE "Y" TO CARD-ERROR-SWITCH
    END-EVALUATE.

    EVALUATE MC-CHANGE-TO
        WHEN "ZIP"
            IF MC-NEW-ZIP IS NUMERIC AND MC-NEW-ZIP NOT = "00000"
                MOVE MC-NEW-ZIP TO WS-NEW-ZIP
            ELSE
                DISPLAY "MASSCHG.CTL - NEW ZIP MUST BE 5 DIGITS, NOT ZERO"
                MOVE "Y" TO CARD-ERROR-SWITCH
            END-IF
        WHEN "CITY"
            MOVE MC-NEW-CITY TO WS-NEW-CITY
            MOVE MC-NEW-STATE TO WS-NEW-STATE
            IF WS-NEW-CITY = SPACES
                DISPLAY "MASSCHG.CTL - NEW CITY IS BLANK"
                MOVE "Y" TO CARD-ERROR-SWITCH
            END-IF
            IF WS-NEW-STATE NOT = SPACES
                PERFORM 115-CHECK-NEW-STATE
            END-IF
        WHEN "STATUS"
            IF MC-NEW-CODE = "A" OR MC-NEW-CODE = "I"
               OR MC-NEW-CODE = "P"
                MOVE MC-NEW-CODE TO WS-NEW-STATUS
            ELSE
                DISPLAY "MASSCHG.CTL - NEW STATUS MUST BE A, I OR P"
                MOVE "Y" TO CARD-ERROR-SWITCH
            END-IF
        WHEN OTHER
            DISPLAY "MASSCHG.CTL - CHANGE MUST BE ZIP, CITY OR STATUS"
            MOVE "Y" TO CARD-ERROR-SWITCH
    END-EVALUATE.

    EVALUATE TRUE
        WHEN MC-EFF-DATE = SPACES
            MOVE 0 TO WS-EFF-DATE
        WHEN MC-EFF-DATE IS NUMERIC
            MOVE MC-EFF-DATE TO WS-EFF-DATE
            IF WS-EFF-DATE NOT = ZERO
                PERFORM 116-CHECK-EFF-DATE
            END-IF
        WHEN OTHER
            DISPLAY "MASSCHG.CTL - EFFECTIVE DATE MUST BE YYYYMMDD OR"
                " BLANK"
            MOVE "Y" TO CARD-ERROR-SWITCH
    END-EVALUATE.

    IF CARD-ERROR-SWITCH = "Y"
        DISPLAY "MASS CHANGE REFUSED - NOTHING SELECTED, NO BATCH WRITTEN"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.


115-CHECK-NEW-STATE.

    INSPECT WS-NEW-STATE
        CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS.
    MOVE "N" TO STATE-FOUND-SWITCH.
    SET STATE-IDX TO 1.
    SEARCH VALID-STATE
        AT END
            MOVE "N" TO STATE-FOUND-SWITCH
        WHEN VALID-STATE (STATE-IDX) = WS-NEW-STATE
            MOVE "Y" TO STATE-FOUND-SWITCH
    END-SEARCH.
    IF NOT STATE-IS-VALID
        DISPLAY "MASSCHG.CTL - NEW STATE IS NOT A VALID STATE CODE: "
            WS-NEW-STATE
        MOVE "Y" TO CARD-ERROR-SWITCH
    END-IF.


*> -------------------------------------------------------------------
*> 116-CHECK-EFF-DATE - an effective date is only taken on a STATUS
*> change: an "S" carries nothing but the status pair, but a ZIP or
*> City "C" carries the whole master record as it stands tonight, and
*> held for a later cycle it would write back over any name, address
*> or birth date change made meanwhile.  The date itself must be a
*> real calendar date, by ClientTranEdit's test.
*> -------------------------------------------------------------------
116-CHECK-EFF-DATE.

    IF MC-CHANGE-TO NOT = "STATUS"
        DISPLAY "MASSCHG.CTL - EFFECTIVE DATE ONLY ALLOWED ON A STATUS"
            " CHANGE - A HELD ZIP/CITY CHANGE WOULD OVERWRITE LATER"
            " UPDATES"
        MOVE "Y" TO CARD-ERROR-SWITCH
    END-IF.
    IF WS-EFF-MM < 1 OR WS-EFF-MM > 12
        DISPLAY "MASSCHG.CTL - EFFECTIVE DATE MONTH IS NOT 01-12"
        MOVE "Y" TO CARD-ERROR-SWITCH
    ELSE
        PERFORM 117-SET-DAYS-IN-MONTH
        IF WS-EFF-DD < 1 OR WS-EFF-DD > WS-DAYS-IN-MONTH
            DISPLAY "MASSCHG.CTL - EFFECTIVE DATE DAY IS NOT VALID FOR"
                " THE MONTH"
            MOVE "Y" TO CARD-ERROR-SWITCH
        END-IF
    END-IF.


*> -------------------------------------------------------------------
*> 117-SET-DAYS-IN-MONTH - month length off WS-EFF-MM/WS-EFF-YYYY,
*> with ClientTranEdit's century-rule leap test.
*> -------------------------------------------------------------------
117-SET-DAYS-IN-MONTH.

    EVALUATE WS-EFF-MM
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO WS-DAYS-IN-MONTH
        WHEN 2
            IF FUNCTION MOD(WS-EFF-YYYY, 4) = 0
               AND NOT (FUNCTION MOD(WS-EFF-YYYY, 100) = 0
                        AND FUNCTION MOD(WS-EFF-YYYY, 400) NOT = 0)
                MOVE 29 TO WS-DAYS-IN-MONTH
            ELSE
                MOVE 28 TO WS-DAYS-IN-MONTH
            END-IF
        WHEN OTHER
            MOVE 31 TO WS-DAYS-IN-MONTH
    END-EVALUATE.


*> -------------------------------------------------------------------
*> 120-LOAD-REGION-TABLE - regiontbl.dat into the assignment table,
*> with ClientRegionSplit's vetting: no table, an unknown state code
*> or a region outside 1-3 refuses the run.
*> -------------------------------------------------------------------
120-LOAD-REGION-TABLE.

    IF WS-SELECT-REGION > MAX-REGIONS
        DISPLAY "MASSCHG.CTL - SELECT REGION MUST BE 1-" MAX-REGIONS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT REGION-TABLE-FILE.
    IF NOT RGN-TABLE-OK
        DISPLAY "UNABLE TO OPEN REGIONTBL.DAT - FILE STATUS "
            WS-RGN-TABLE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ REGION-TABLE-FILE
      AT END
        MOVE "Y" TO TABLE-EOF-SWITCH
    END-READ.
    PERFORM 130-ABSORB-TABLE-REC
      UNTIL TABLE-EOF-SWITCH = "Y".
    CLOSE REGION-TABLE-FILE.
    IF STR-COUNT = 0
        DISPLAY "REGIONTBL.DAT IS EMPTY - NOTHING TO SELECT BY"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.


130-ABSORB-TABLE-REC.

    MOVE "N" TO STATE-FOUND-SWITCH.
    SET STATE-IDX TO 1.
    SEARCH VALID-STATE
        AT END
            MOVE "N" TO STATE-FOUND-SWITCH
        WHEN VALID-STATE (STATE-IDX) = RT-STATE
            MOVE "Y" TO STATE-FOUND-SWITCH
    END-SEARCH.
    IF NOT STATE-IS-VALID
        DISPLAY "REGIONTBL.DAT - NOT A VALID STATE CODE: " RT-STATE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF RT-REGION IS NOT NUMERIC
       OR RT-REGION < 1 OR RT-REGION > MAX-REGIONS
        DISPLAY "REGIONTBL.DAT - STATE " RT-STATE
            " HAS REGION OUTSIDE 1-" MAX-REGIONS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF STR-COUNT >= MAX-STR-ENTRIES
        DISPLAY "REGIONTBL.DAT - MORE LINES THAN STATES; CHECK FOR"
            " RUNAWAY DUPLICATES"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO STR-COUNT.
    MOVE RT-STATE TO STR-STATE (STR-COUNT).
    MOVE RT-REGION TO STR-REGION (STR-COUNT).
    READ REGION-TABLE-FILE
      AT END
        MOVE "Y" TO TABLE-EOF-SWITCH
    END-READ.


200-SELECT-RECORDS.

    PERFORM 210-TEST-SELECTION.
    IF SELECTED-SWITCH = "Y"
        ADD 1 TO SELECTED-COUNT
        PERFORM 220-BUILD-CHANGE
    END-IF.

    READ CLIENT-MASTER
      AT END
        MOVE "Y" TO EOF-SWITCH
      NOT AT END
        ADD 1 TO MASTER-IN-COUNT
    END-READ.


*> -------------------------------------------------------------------
*> 210-TEST-SELECTION - does this master record meet the card's
*> selection?
*> -------------------------------------------------------------------
210-TEST-SELECTION.

    MOVE "N" TO SELECTED-SWITCH.
    EVALUATE MC-SELECT-BY
        WHEN "ZIP"
            IF ZipCode OF ClientRec = WS-SELECT-ZIP
                MOVE "Y" TO SELECTED-SWITCH
            END-IF
        WHEN "CITY"
            MOVE City OF ClientRec TO WS-MASTER-CITY-UC
            MOVE State OF ClientRec TO WS-MASTER-STATE-UC
            INSPECT WS-MASTER-CITY-UC
                CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
            INSPECT WS-MASTER-STATE-UC
                CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
            IF WS-MASTER-CITY-UC = WS-SELECT-CITY
               AND WS-MASTER-STATE-UC = WS-SELECT-STATE
                MOVE "Y" TO SELECTED-SWITCH
            END-IF
        WHEN "REGION"
            MOVE 0 TO WS-FOUND-REGION
            PERFORM 215-CHECK-STR-ENTRY
              VARYING STR-SUB FROM 1 BY 1
              UNTIL STR-SUB > STR-COUNT
            IF WS-FOUND-REGION = WS-SELECT-REGION
                MOVE "Y" TO SELECTED-SWITCH
            END-IF
        WHEN "STATUS"
            IF ClientStatus OF ClientRec = WS-SELECT-STATUS
                MOVE "Y" TO SELECTED-SWITCH
            END-IF
    END-EVALUATE.


215-CHECK-STR-ENTRY.

    IF STR-STATE (STR-SUB) = State OF ClientRec
        MOVE STR-REGION (STR-SUB) TO WS-FOUND-REGION
    END-IF.


*> -------------------------------------------------------------------
*> 220-BUILD-CHANGE - works out the old and new value for a selected
*> account and, unless it is pending purge or already so, builds its
*> transaction.  Every selected account gets a preview line.
*> -------------------------------------------------------------------
220-BUILD-CHANGE.

    MOVE SPACES TO WS-OLD-VALUE.
    MOVE SPACES TO WS-NEW-VALUE.
    EVALUATE MC-CHANGE-TO
        WHEN "ZIP"
            MOVE ZipCode OF ClientRec TO WS-OLD-VALUE
            MOVE WS-NEW-ZIP TO WS-NEW-VALUE
        WHEN "CITY"
            STRING City OF ClientRec DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   State OF ClientRec DELIMITED BY SIZE
              INTO WS-OLD-VALUE
            IF WS-NEW-STATE = SPACES
                STRING WS-NEW-CITY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       State OF ClientRec DELIMITED BY SIZE
                  INTO WS-NEW-VALUE
            ELSE
                STRING WS-NEW-CITY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NEW-STATE DELIMITED BY SIZE
                  INTO WS-NEW-VALUE
            END-IF
        WHEN "STATUS"
            MOVE ClientStatus OF ClientRec TO WS-OLD-VALUE
            MOVE WS-NEW-STATUS TO WS-NEW-VALUE
    END-EVALUATE.

    EVALUATE TRUE
        WHEN CLIENT-PENDING-PURGE OF ClientRec
         AND NOT (MC-SELECT-BY = "STATUS" AND WS-SELECT-STATUS = "P")
            MOVE "Skipped - pend purge" TO WS-ACTION-TEXT
            MOVE SPACE TO TR-CODE
            ADD 1 TO PURGE-SKIP-COUNT
        WHEN WS-OLD-VALUE = WS-NEW-VALUE
            MOVE "No change - already" TO WS-ACTION-TEXT
            MOVE SPACE TO TR-CODE
            ADD 1 TO ALREADY-SO-COUNT
        WHEN MC-CHANGE-TO = "STATUS"
            PERFORM 230-BUILD-STATUS-TRAN
        WHEN OTHER
            PERFORM 240-BUILD-CHANGE-TRAN
    END-EVALUATE.
    PERFORM 270-WRITE-PREVIEW-LINE.


*> -------------------------------------------------------------------
*> 230-BUILD-STATUS-TRAN - an "S" transaction: key and status pair
*> only, which is all ClientMaint's 265-APPLY-STATUS reads.  The
*> StatusEffDate is the card's effective date, or zero for
*> ClientMaint to default to its run date.
*> -------------------------------------------------------------------
230-BUILD-STATUS-TRAN.

    MOVE SPACES TO TransRec.
    MOVE "S" TO TR-CODE.
    MOVE AcctNumber OF ClientRec TO AcctNumber OF TransRec.
    MOVE WS-NEW-STATUS TO ClientStatus OF TransRec.
    MOVE WS-EFF-DATE TO StatusEffDate OF TransRec.
    MOVE WS-EFF-DATE TO TR-EFF-DATE.
    MOVE "Status set" TO WS-ACTION-TEXT.
    ADD 1 TO STATUS-TRAN-COUNT.
    PERFORM 260-WRITE-BATCH-TRAN.


*> -------------------------------------------------------------------
*> 240-BUILD-CHANGE-TRAN - a "C" transaction.  A change overlays every
*> field on the master, so it carries the whole record as it stands
*> with the one field changed; the status is left unset so
*> ClientMaint keeps the master's own status and date.
*> -------------------------------------------------------------------
240-BUILD-CHANGE-TRAN.

    MOVE SPACES TO TransRec.
    MOVE "C" TO TR-CODE.
    MOVE CORRESPONDING ClientRec TO TransRec.
    MOVE SPACE TO ClientStatus OF TransRec.
    MOVE 0 TO StatusEffDate OF TransRec.
    MOVE WS-EFF-DATE TO TR-EFF-DATE.
    EVALUATE MC-CHANGE-TO
        WHEN "ZIP"
            MOVE WS-NEW-ZIP TO ZipCode OF TransRec
        WHEN "CITY"
            MOVE WS-NEW-CITY TO City OF TransRec
            IF WS-NEW-STATE NOT = SPACES
                MOVE WS-NEW-STATE TO State OF TransRec
            END-IF
    END-EVALUATE.
    MOVE "Changed" TO WS-ACTION-TEXT.
    ADD 1 TO CHANGE-TRAN-COUNT.
    PERFORM 260-WRITE-BATCH-TRAN.


260-WRITE-BATCH-TRAN.

    ADD AcctNumber OF TransRec TO BATCH-HASH-TOTAL.
    IF MODE-COMMIT
        MOVE TransRec TO MASS-BATCH-REC
        WRITE MASS-BATCH-REC
    END-IF.


270-WRITE-PREVIEW-LINE.

    MOVE SPACES TO MASS-RPT-REC.
    STRING AcctNumber OF ClientRec DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           Surname OF ClientRec DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           TR-CODE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-OLD-VALUE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-NEW-VALUE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ACTION-TEXT DELIMITED BY SIZE
      INTO MASS-RPT-REC.
    WRITE MASS-RPT-REC.


*> -------------------------------------------------------------------
*> 300-TERMINATE - control totals, and in COMMIT mode the trailer.
*> The trailer carries the per-code counts and AcctNumber hash of
*> what was written, so ClientTranEdit and ClientMaint prove the
*> batch like any branch's.  A COMMIT that built no transactions
*> leaves no batch behind - an empty batch has nothing to apply.
*> -------------------------------------------------------------------
300-TERMINATE.

    MOVE SPACES TO MASS-RPT-REC.
    WRITE MASS-RPT-REC.
    MOVE SPACES TO MASS-RPT-REC.
    STRING "MASTER RECORDS READ:  " DELIMITED BY SIZE
           MASTER-IN-COUNT DELIMITED BY SIZE
      INTO MASS-RPT-REC.
    WRITE MASS-RPT-REC.
    MOVE SPACES TO MASS-RPT-REC.
    STRING "ACCOUNTS SELECTED:    " DELIMITED BY SIZE
           SELECTED-COUNT DELIMITED BY SIZE
      INTO MASS-RPT-REC.
    WRITE MASS-RPT-REC.
    MOVE SPACES TO MASS-RPT-REC.
    STRING "CHANGE TRANSACTIONS:  " DELIMITED BY SIZE
           CHANGE-TRAN-COUNT DELIMITED BY SIZE
      INTO MASS-RPT-REC.
    WRITE MASS-RPT-REC.
    MOVE SPACES TO MASS-RPT-REC.
    STRING "STATUS TRANSACTIONS:  " DELIMITED BY SIZE
           STATUS-TRAN-COUNT DELIMITED BY SIZE
      INTO MASS-RPT-REC.
    WRITE MASS-RPT-REC.
    MOVE SPACES TO MASS-RPT-REC.
    STRING "ALREADY SO:           " DELIMITED BY SIZE
           ALREADY-SO-COUNT DELIMITED BY SIZE
      INTO MASS-RPT-REC.
    WRITE MASS-RPT-REC.
    MOVE SPACES TO MASS-RPT-REC.
    STRING "SKIPPED PENDING PURGE:" DELIMITED BY SIZE
           PURGE-SKIP-COUNT DELIMITED BY SIZE
      INTO MASS-RPT-REC.
    WRITE MASS-RPT-REC.
    MOVE SPACES TO MASS-RPT-REC.
    STRING "BATCH HASH TOTAL:     " DELIMITED BY SIZE
           BATCH-HASH-TOTAL DELIMITED BY SIZE
      INTO MASS-RPT-REC.
    WRITE MASS-RPT-REC.

    MOVE SPACES TO MASS-RPT-REC.
    EVALUATE TRUE
        WHEN NOT MODE-COMMIT
            MOVE "PREVIEW ONLY - NO BATCH WRITTEN" TO MASS-RPT-REC
        WHEN CHANGE-TRAN-COUNT + STATUS-TRAN-COUNT = 0
            CLOSE MASS-BATCH-FILE
            OPEN OUTPUT MASS-BATCH-FILE
            MOVE "NOTHING TO CHANGE - NO BATCH WRITTEN" TO MASS-RPT-REC
        WHEN OTHER
            MOVE SPACES TO BatchControlRec
            MOVE "T" TO BC-REC-TYPE
            MOVE WS-BATCH-ID TO BC-BATCH-ID
            MOVE WS-RUN-DATE TO BC-CREATE-DATE
            MOVE 0 TO BC-ADD-COUNT
            MOVE CHANGE-TRAN-COUNT TO BC-CHANGE-COUNT
            MOVE 0 TO BC-DELETE-COUNT
            MOVE STATUS-TRAN-COUNT TO BC-STATUS-COUNT
            MOVE BATCH-HASH-TOTAL TO BC-HASH-TOTAL
            MOVE BatchControlRec TO MASS-BATCH-REC
            WRITE MASS-BATCH-REC
            STRING "BATCH " DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SIZE
                   " WRITTEN TO MASSTX.DAT - STAGE AS BRANCHTX.DAT"
                     DELIMITED BY SIZE
              INTO MASS-RPT-REC
    END-EVALUATE.
    WRITE MASS-RPT-REC.

    DISPLAY "MASTER RECORDS READ >>>> " MASTER-IN-COUNT.
    DISPLAY "ACCOUNTS SELECTED >>>> " SELECTED-COUNT.
    DISPLAY "CHANGE TRANSACTIONS >>>> " CHANGE-TRAN-COUNT.
    DISPLAY "STATUS TRANSACTIONS >>>> " STATUS-TRAN-COUNT.
    DISPLAY "ALREADY SO >>>> " ALREADY-SO-COUNT.
    DISPLAY "SKIPPED PENDING PURGE >>>> " PURGE-SKIP-COUNT.
    DISPLAY "MODE >>>> " WS-MODE.
    CLOSE CLIENT-MASTER.
    CLOSE MASS-RPT.
    IF MODE-COMMIT
        CLOSE MASS-BATCH-FILE
    END-IF.
