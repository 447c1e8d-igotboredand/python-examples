      *> ===================================================================
      *> PROGRAM-ID.  ClientDeceased
      *>
      *> AUTHOR.       D. Klemm
      *> INSTALLATION. Retail Client Systems
      *> DATE-WRITTEN. 10/15/2026
      *>
      *> Matches the monthly death-notification file (deathntf.dat -
      *> surname, first name, date of birth, ZIP code and date of
      *> death per notice) against CLIENTMS so deceased clients stop
      *> receiving mail.  Each notice is scored against every master
      *> record of the same Surname (START on the Surname alternate
      *> key) with the points ClientDupDetect uses for a duplicate
      *> pair: Surname forms the block, exact DateOfBirth, exact or
      *> close FirstName and matching ZipCode each add to the score.
      *>
      *>    EXACT     every field agrees (the full EXACT-SCORE) on one
      *>              account only - the account is set inactive,
      *>              effective the date of death, journalled to
      *>              clientjr.dat as a status set, and added to the
      *>              deceased register (deceased.dat, DECEASRC.CPY)
      *>              that the mailing programs suppress on for good
      *>    PROBABLE  at or over SCORE-THRESHOLD but not a single exact
      *>              match - listed on the review report with the
      *>              full ClientRec and the score; nothing applied
      *>
      *> An exact match whose notice carries a date of death that is not
      *> a real calendar date (or is after the run date) goes to review
      *> instead - the date becomes StatusEffDate, which ClientPurge ages
      *> the account on.  A notice with no date of death (blank or zero)
      *> is applied effective the run date.
      *>
      *> An account already on the register is not flagged twice.  The
      *> run report (deceasrpt.txt) lists every notice with what was
      *> done about it; the review report (deceasrev.txt) goes to the
      *> team that confirms the probable matches by hand.
      *>
      *> MODIFICATION HISTORY.
      *>   10/15/2026  DK   Original version.
      *>   10/15/2026  DK   Review fix: clientjr.dat (and deceased.dat)
      *>                    opened with a status check, RETURN-CODE 8
      *>                    before any master update; a register too big
      *>                    for the table (now 20000) stops the run
      *>                    rather than flagging accounts twice; a date
      *>                    of death that is not a real calendar date,
      *>                    or is after the run date, sends an exact
      *>                    match to review instead of onto
      *>                    StatusEffDate.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientDeceased.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NOTICE-FILE ASSIGN TO "deathntf.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NOTICE-STATUS.

    SELECT CLIENT-MASTER ASSIGN TO "CLIENTMS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AcctNumber OF ClientRec
        ALTERNATE RECORD KEY IS Surname OF ClientRec
            WITH DUPLICATES
        ALTERNATE RECORD KEY IS ZipCode OF ClientRec
            WITH DUPLICATES
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT OPTIONAL DECEASED-FILE ASSIGN TO "deceased.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DECEASED-STATUS.

    SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "clientjr.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT DECEASED-RPT ASSIGN TO "deceasrpt.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT REVIEW-RPT ASSIGN TO "deceasrev.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD NOTICE-FILE.
01 DeathNoticeRec.
    05 DT-SURNAME             PIC X(8).
    05 DT-FIRST-NAME          PIC X(10).
    05 DT-DOB                 PIC 9(8).
    05 DT-ZIP                 PIC 9(5).
    05 DT-DEATH-DATE          PIC 9(8).
    05 DT-DEATH-DATE-X REDEFINES DT-DEATH-DATE
                              PIC X(8).

FD CLIENT-MASTER.
    COPY CLIENTRC.

FD DECEASED-FILE.
    COPY DECEASRC.

FD JOURNAL-FILE.
    COPY JRNLRC.

FD DECEASED-RPT.
01 DECEASED-RPT-REC           PIC X(80).

FD REVIEW-RPT.
01 REVIEW-RPT-REC             PIC X(110).


WORKING-STORAGE SECTION.

01 SWITCHES.
    05 EOF-SWITCH             PIC X VALUE "N".
    05 BLOCK-EOF-SWITCH       PIC X VALUE "N".
    05 DEC-EOF-SWITCH         PIC X VALUE "N".
    05 ON-REGISTER-SWITCH     PIC X VALUE "N".
01 FILE-STATUSES.
    05 WS-NOTICE-STATUS       PIC X(2) VALUE "00".
        88  NOTICE-OK                 VALUE "00".
    05 WS-MASTER-STATUS       PIC X(2) VALUE "00".
        88  MASTER-OK                 VALUE "00".
    05 WS-DECEASED-STATUS     PIC X(2) VALUE "00".
        88  DECEASED-OK               VALUE "00" "05".
    05 WS-JOURNAL-STATUS      PIC X(2) VALUE "00".
        88  JOURNAL-OK                VALUE "00" "05".

*> -------------------------------------------------------------------
*> Scoring constants - the same points ClientDupDetect gives a
*> duplicate pair, so a "probable" here means what it means there.
*> EXACT-SCORE is every field agreeing; only that is ever applied.
*> -------------------------------------------------------------------
01 SCORE-CONSTANTS.
    05 SURNAME-POINTS         PIC 9(3) VALUE 15.
    05 DOB-POINTS             PIC 9(3) VALUE 40.
    05 FIRSTNAME-POINTS       PIC 9(3) VALUE 25.
    05 FIRSTNAME-CLOSE-POINTS PIC 9(3) VALUE 10.
    05 ZIP-POINTS             PIC 9(3) VALUE 20.
    05 SCORE-THRESHOLD        PIC 9(3) VALUE 60.
    05 EXACT-SCORE            PIC 9(3) VALUE 100.

*> -------------------------------------------------------------------
*> The candidates for one notice - every same-Surname master record
*> that scored at or over the threshold, held so the master can be
*> re-read by AcctNumber once the Surname block has been walked.
*> -------------------------------------------------------------------
01 CAND-CONSTANTS.
    05 MAX-CANDIDATES         PIC 9(3) VALUE 50.
01 CAND-TABLE.
    05 CAND-COUNT             PIC 9(3) VALUE 0.
    05 CAND-ENTRY OCCURS 50 TIMES.
        10 CE-SCORE           PIC 9(3).
        10 CE-IMAGE           PIC X(95).
01 CAND-WORK.
    05 CAND-SUB               PIC 9(3) VALUE 0.
    05 EXACT-COUNT            PIC 9(3) VALUE 0.
    05 EXACT-SUB              PIC 9(3) VALUE 0.
    05 WS-SCORE               PIC 9(3) VALUE 0.
    05 WS-NOTICE-RESULT       PIC X(40) VALUE SPACES.
01 CAND-REC.
    05 CR-ACCT-NUMBER         PIC 9(7).
    05 CR-SURNAME             PIC X(8).
    05 CR-FIRST-NAME          PIC X(10).
    05 CR-DOB                 PIC 9(8).
    05 CR-STREET-ADDR         PIC X(52).
    05 CR-GENDER              PIC X.
    05 CR-STATUS              PIC X.
    05 CR-EFF-DATE            PIC 9(8).

*> -------------------------------------------------------------------
*> The deceased register as it stood at the start of the run, so a
*> notice repeated from an earlier month does not flag twice.  The
*> register is never cleared, so a register too big for the table
*> stops the run - an entry not held here would be flagged, and
*> journalled, a second time.  MAX-DEC-ENTRIES and the OCCURS must
*> agree with every program that loads deceased.dat.
*> -------------------------------------------------------------------
01 DEC-CONSTANTS.
    05 MAX-DEC-ENTRIES        PIC 9(5) VALUE 20000.
01 DEC-TABLE.
    05 DEC-COUNT              PIC 9(5) VALUE 0.
    05 DEC-ENTRY OCCURS 20000 TIMES.
        10 DEC-ACCT           PIC 9(7).
01 DEC-WORK.
    05 DEC-SUB                PIC 9(5) VALUE 0.

*> -------------------------------------------------------------------
*> Date-of-death check - ClientTranEdit's calendar test.
*> -------------------------------------------------------------------
01 DEATH-DATE-WORK.
    05 DEATH-DATE-SWITCH      PIC X VALUE "Y".
        88  DEATH-DATE-VALID          VALUE "Y".
    05 WS-DAYS-IN-MONTH       PIC 9(2).
    05 WS-DEATH-DATE          PIC 9(8) VALUE 0.
    05 WS-DEATH-DATE-R REDEFINES WS-DEATH-DATE.
        10 WS-DEATH-YYYY      PIC 9(4).
        10 WS-DEATH-MM        PIC 9(2).
        10 WS-DEATH-DD        PIC 9(2).

01 JOURNAL-CONTROLS.
    05 WS-RUN-ID              PIC 9(8) VALUE 0.
    05 WS-RUN-DATE            PIC 9(8) VALUE 0.
    05 WS-BEFORE-IMAGE        PIC X(95) VALUE SPACES.

01 COUNTERS.
    05 NOTICE-COUNT           PIC 9(5) VALUE 0.
    05 APPLIED-COUNT          PIC 9(5) VALUE 0.
    05 ALREADY-COUNT          PIC 9(5) VALUE 0.
    05 REVIEW-COUNT           PIC 9(5) VALUE 0.
    05 NO-MATCH-COUNT         PIC 9(5) VALUE 0.
    05 FAILED-COUNT           PIC 9(5) VALUE 0.


PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 200-PROCESS-NOTICE
      UNTIL EOF-SWITCH = "Y".
    PERFORM 300-TERMINATE.
    STOP RUN.


100-INITIALIZE.

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-ID FROM TIME.

    OPEN INPUT NOTICE-FILE.
    IF NOT NOTICE-OK
        DISPLAY "UNABLE TO OPEN DEATHNTF.DAT - FILE STATUS "
            WS-NOTICE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN I-O CLIENT-MASTER.
    IF NOT MASTER-OK
        DISPLAY "UNABLE TO OPEN CLIENTMS - FILE STATUS " WS-MASTER-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM 120-LOAD-DECEASED-TABLE.
    OPEN EXTEND DECEASED-FILE.
    IF NOT DECEASED-OK
        DISPLAY "UNABLE TO OPEN DECEASED.DAT - FILE STATUS "
            WS-DECEASED-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND JOURNAL-FILE.
    IF NOT JOURNAL-OK
        DISPLAY "UNABLE TO OPEN CLIENTJR.DAT - FILE STATUS "
            WS-JOURNAL-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT DECEASED-RPT.
    MOVE SPACES TO DECEASED-RPT-REC.
    STRING "DEATH-NOTIFICATION MATCHING - RUN DATE " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
      INTO DECEASED-RPT-REC.
    WRITE DECEASED-RPT-REC.
    MOVE SPACES TO DECEASED-RPT-REC.
    WRITE DECEASED-RPT-REC.
    MOVE "Surname  FirstName  Born      Zip    Died      Result"
      TO DECEASED-RPT-REC.
    WRITE DECEASED-RPT-REC.

    OPEN OUTPUT REVIEW-RPT.
    MOVE "PROBABLE DECEASED MATCHES FOR REVIEW - NOT APPLIED"
      TO REVIEW-RPT-REC.
    WRITE REVIEW-RPT-REC.
    MOVE SPACES TO REVIEW-RPT-REC.
    WRITE REVIEW-RPT-REC.

    READ NOTICE-FILE
      AT END
        MOVE "Y" TO EOF-SWITCH
    END-READ.


120-LOAD-DECEASED-TABLE.

    OPEN INPUT DECEASED-FILE.
    IF NOT DECEASED-OK
        MOVE "Y" TO DEC-EOF-SWITCH
    ELSE
        READ DECEASED-FILE
          AT END
            MOVE "Y" TO DEC-EOF-SWITCH
        END-READ
        PERFORM 130-ABSORB-DECEASED-REC
          UNTIL DEC-EOF-SWITCH = "Y"
        CLOSE DECEASED-FILE
    END-IF.


130-ABSORB-DECEASED-REC.

    IF DEC-COUNT < MAX-DEC-ENTRIES
        ADD 1 TO DEC-COUNT
        MOVE DC-ACCT-NUMBER TO DEC-ACCT (DEC-COUNT)
    ELSE
        DISPLAY "DECEASED.DAT HOLDS MORE THAN " MAX-DEC-ENTRIES
            " ENTRIES - RUN STOPPED, NOTHING APPLIED"
        CLOSE DECEASED-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ DECEASED-FILE
      AT END
        MOVE "Y" TO DEC-EOF-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 200-PROCESS-NOTICE - gathers and scores the notice's Surname
*> block, then decides: a single exact candidate is applied, anything
*> else at or over the threshold goes to review.
*> -------------------------------------------------------------------
200-PROCESS-NOTICE.

    ADD 1 TO NOTICE-COUNT.
    MOVE 0 TO CAND-COUNT.
    MOVE 0 TO EXACT-COUNT.
    PERFORM 210-GATHER-CANDIDATES.

    EVALUATE TRUE
        WHEN CAND-COUNT = 0
            ADD 1 TO NO-MATCH-COUNT
            MOVE "No match on file" TO WS-NOTICE-RESULT
        WHEN EXACT-COUNT = 1
            PERFORM 240-CHECK-DEATH-DATE
            IF DEATH-DATE-VALID
                PERFORM 250-APPLY-EXACT-MATCH
            ELSE
                ADD 1 TO REVIEW-COUNT
                MOVE "Date of death not valid - to review"
                  TO WS-NOTICE-RESULT
                PERFORM 270-WRITE-REVIEW-ENTRY
            END-IF
        WHEN OTHER
            ADD 1 TO REVIEW-COUNT
            IF EXACT-COUNT > 1
                MOVE "Several exact matches - to review"
                  TO WS-NOTICE-RESULT
            ELSE
                MOVE "Probable match - to review" TO WS-NOTICE-RESULT
            END-IF
            PERFORM 270-WRITE-REVIEW-ENTRY
    END-EVALUATE.
    PERFORM 290-WRITE-NOTICE-LINE.

    READ NOTICE-FILE
      AT END
        MOVE "Y" TO EOF-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 210-GATHER-CANDIDATES - START on the Surname alternate key and
*> read forward while the surname still matches, the same way
*> ClientLookup's name search does.
*> -------------------------------------------------------------------
210-GATHER-CANDIDATES.

    MOVE "N" TO BLOCK-EOF-SWITCH.
    MOVE DT-SURNAME TO Surname OF ClientRec.
    START CLIENT-MASTER KEY NOT LESS THAN Surname OF ClientRec
      INVALID KEY
        MOVE "Y" TO BLOCK-EOF-SWITCH
    END-START.
    IF BLOCK-EOF-SWITCH = "N"
        PERFORM 215-READ-NEXT-MASTER
    END-IF.
    PERFORM 220-SCORE-ONE-CANDIDATE
      UNTIL BLOCK-EOF-SWITCH = "Y".


215-READ-NEXT-MASTER.

    READ CLIENT-MASTER NEXT RECORD
      AT END
        MOVE "Y" TO BLOCK-EOF-SWITCH
    END-READ.


220-SCORE-ONE-CANDIDATE.

    IF Surname OF ClientRec NOT = DT-SURNAME
        MOVE "Y" TO BLOCK-EOF-SWITCH
    ELSE
        MOVE SURNAME-POINTS TO WS-SCORE
        IF DateOfBirth OF ClientRec = DT-DOB
            ADD DOB-POINTS TO WS-SCORE
        END-IF
        IF FirstName OF ClientRec = DT-FIRST-NAME
            ADD FIRSTNAME-POINTS TO WS-SCORE
        ELSE
            IF FirstName OF ClientRec (1:3) = DT-FIRST-NAME (1:3)
                ADD FIRSTNAME-CLOSE-POINTS TO WS-SCORE
            END-IF
        END-IF
        IF ZipCode OF ClientRec = DT-ZIP
            ADD ZIP-POINTS TO WS-SCORE
        END-IF
        IF WS-SCORE >= SCORE-THRESHOLD
            PERFORM 225-HOLD-CANDIDATE
        END-IF
        PERFORM 215-READ-NEXT-MASTER
    END-IF.


225-HOLD-CANDIDATE.

    IF CAND-COUNT < MAX-CANDIDATES
        ADD 1 TO CAND-COUNT
        MOVE WS-SCORE TO CE-SCORE (CAND-COUNT)
        MOVE ClientRec TO CE-IMAGE (CAND-COUNT)
        IF WS-SCORE >= EXACT-SCORE
            ADD 1 TO EXACT-COUNT
            MOVE CAND-COUNT TO EXACT-SUB
        END-IF
    ELSE
        DISPLAY "MORE THAN " MAX-CANDIDATES " CANDIDATES FOR "
            DT-SURNAME " - EXTRAS NOT HELD"
    END-IF.


*> -------------------------------------------------------------------
*> 240-CHECK-DEATH-DATE - blank or zero is no date (the run date is
*> used); anything else must be numeric, a real calendar date by
*> ClientTranEdit's test, and not after the run date.
*> -------------------------------------------------------------------
240-CHECK-DEATH-DATE.

    MOVE "Y" TO DEATH-DATE-SWITCH.
    IF DT-DEATH-DATE-X NOT = SPACES
        IF DT-DEATH-DATE IS NOT NUMERIC
            MOVE "N" TO DEATH-DATE-SWITCH
        ELSE
            IF DT-DEATH-DATE NOT = ZERO
                MOVE DT-DEATH-DATE TO WS-DEATH-DATE
                IF WS-DEATH-MM < 1 OR WS-DEATH-MM > 12
                   OR WS-DEATH-DATE > WS-RUN-DATE
                    MOVE "N" TO DEATH-DATE-SWITCH
                ELSE
                    PERFORM 245-SET-DAYS-IN-MONTH
                    IF WS-DEATH-DD < 1
                       OR WS-DEATH-DD > WS-DAYS-IN-MONTH
                        MOVE "N" TO DEATH-DATE-SWITCH
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.


*> -------------------------------------------------------------------
*> 245-SET-DAYS-IN-MONTH - month length off WS-DEATH-MM/-YYYY, with
*> ClientTranEdit's century-rule leap test.
*> -------------------------------------------------------------------
245-SET-DAYS-IN-MONTH.

    EVALUATE WS-DEATH-MM
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO WS-DAYS-IN-MONTH
        WHEN 2
            IF FUNCTION MOD(WS-DEATH-YYYY, 4) = 0
               AND NOT (FUNCTION MOD(WS-DEATH-YYYY, 100) = 0
                        AND FUNCTION MOD(WS-DEATH-YYYY, 400) NOT = 0)
                MOVE 29 TO WS-DAYS-IN-MONTH
            ELSE
                MOVE 28 TO WS-DAYS-IN-MONTH
            END-IF
        WHEN OTHER
            MOVE 31 TO WS-DAYS-IN-MONTH
    END-EVALUATE.


*> -------------------------------------------------------------------
*> 250-APPLY-EXACT-MATCH - re-reads the matched account by key, sets
*> it inactive from the date of death (the run date when the notice
*> carries none) and journals the status set, then registers it.
*> An account already inactive is registered without a rewrite -
*> its status is already right and its StatusEffDate is left alone.
*> -------------------------------------------------------------------
250-APPLY-EXACT-MATCH.

    MOVE CE-IMAGE (EXACT-SUB) TO CAND-REC.
    PERFORM 255-CHECK-REGISTER.
    IF ON-REGISTER-SWITCH = "Y"
        ADD 1 TO ALREADY-COUNT
        MOVE SPACES TO WS-NOTICE-RESULT
        STRING "Already registered deceased " DELIMITED BY SIZE
               CR-ACCT-NUMBER DELIMITED BY SIZE
          INTO WS-NOTICE-RESULT
    ELSE
        MOVE CR-ACCT-NUMBER TO AcctNumber OF ClientRec
        READ CLIENT-MASTER
          INVALID KEY
            ADD 1 TO FAILED-COUNT
            MOVE "Matched account not re-read - see log"
              TO WS-NOTICE-RESULT
            DISPLAY "MASTER RE-READ FAILED FOR " CR-ACCT-NUMBER
                " - FILE STATUS " WS-MASTER-STATUS
          NOT INVALID KEY
            PERFORM 260-SET-INACTIVE
        END-READ
    END-IF.


255-CHECK-REGISTER.

    MOVE "N" TO ON-REGISTER-SWITCH.
    PERFORM 257-CHECK-REGISTER-ENTRY
      VARYING DEC-SUB FROM 1 BY 1
      UNTIL DEC-SUB > DEC-COUNT.


257-CHECK-REGISTER-ENTRY.

    IF DEC-ACCT (DEC-SUB) = CR-ACCT-NUMBER
        MOVE "Y" TO ON-REGISTER-SWITCH
    END-IF.


260-SET-INACTIVE.

    IF CLIENT-INACTIVE OF ClientRec
        PERFORM 265-REGISTER-DECEASED
    ELSE
        MOVE ClientRec TO WS-BEFORE-IMAGE
        MOVE "I" TO ClientStatus OF ClientRec
        IF DT-DEATH-DATE IS NUMERIC AND DT-DEATH-DATE > 0
            MOVE DT-DEATH-DATE TO StatusEffDate OF ClientRec
        ELSE
            MOVE WS-RUN-DATE TO StatusEffDate OF ClientRec
        END-IF
        REWRITE ClientRec
          INVALID KEY
            ADD 1 TO FAILED-COUNT
            MOVE "Rewrite failed - see log" TO WS-NOTICE-RESULT
            DISPLAY "MASTER REWRITE FAILED FOR " CR-ACCT-NUMBER
                " - FILE STATUS " WS-MASTER-STATUS
          NOT INVALID KEY
            PERFORM 280-WRITE-JOURNAL-REC
            PERFORM 265-REGISTER-DECEASED
        END-REWRITE
    END-IF.


265-REGISTER-DECEASED.

    MOVE CR-ACCT-NUMBER TO DC-ACCT-NUMBER.
    MOVE DT-DEATH-DATE TO DC-DEATH-DATE.
    MOVE WS-RUN-DATE TO DC-FLAG-DATE.
    WRITE DeceasedRec.
    IF DEC-COUNT < MAX-DEC-ENTRIES
        ADD 1 TO DEC-COUNT
        MOVE CR-ACCT-NUMBER TO DEC-ACCT (DEC-COUNT)
    ELSE
        DISPLAY "DECEASED TABLE FULL AT " MAX-DEC-ENTRIES
            " - REMAINING NOTICES NOT PROCESSED"
        MOVE 8 TO RETURN-CODE
        MOVE "Y" TO EOF-SWITCH
    END-IF.
    ADD 1 TO APPLIED-COUNT.
    MOVE SPACES TO WS-NOTICE-RESULT.
    STRING "Inactive, registered deceased " DELIMITED BY SIZE
           CR-ACCT-NUMBER DELIMITED BY SIZE
      INTO WS-NOTICE-RESULT.


*> -------------------------------------------------------------------
*> 270-WRITE-REVIEW-ENTRY - the notice, then every candidate with
*> its score and full ClientRec, for the reviewer to decide.
*> -------------------------------------------------------------------
270-WRITE-REVIEW-ENTRY.

    MOVE SPACES TO REVIEW-RPT-REC.
    STRING "NOTICE  " DELIMITED BY SIZE
           DT-SURNAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DT-FIRST-NAME DELIMITED BY SIZE
           "  BORN " DELIMITED BY SIZE
           DT-DOB DELIMITED BY SIZE
           "  ZIP " DELIMITED BY SIZE
           DT-ZIP DELIMITED BY SIZE
           "  DIED " DELIMITED BY SIZE
           DT-DEATH-DATE DELIMITED BY SIZE
      INTO REVIEW-RPT-REC.
    WRITE REVIEW-RPT-REC.
    PERFORM 275-WRITE-REVIEW-CAND
      VARYING CAND-SUB FROM 1 BY 1
      UNTIL CAND-SUB > CAND-COUNT.
    MOVE SPACES TO REVIEW-RPT-REC.
    WRITE REVIEW-RPT-REC.


275-WRITE-REVIEW-CAND.

    MOVE SPACES TO REVIEW-RPT-REC.
    STRING "  SCORE " DELIMITED BY SIZE
           CE-SCORE (CAND-SUB) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CE-IMAGE (CAND-SUB) DELIMITED BY SIZE
      INTO REVIEW-RPT-REC.
    WRITE REVIEW-RPT-REC.


280-WRITE-JOURNAL-REC.

    MOVE WS-RUN-ID TO JR-RUN-ID.
    MOVE WS-RUN-DATE TO JR-RUN-DATE.
    MOVE "*BATCH*" TO JR-OPERATOR-ID.
    MOVE SPACES TO JR-CHECKER-ID.
    MOVE SPACES TO JR-REFERENCE.
    MOVE "S" TO JR-TR-CODE.
    MOVE AcctNumber OF ClientRec TO JR-ACCT-NUMBER.
    MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
    MOVE ClientRec TO JR-AFTER-IMAGE.
    WRITE JournalRec.


290-WRITE-NOTICE-LINE.

    MOVE SPACES TO DECEASED-RPT-REC.
    STRING DT-SURNAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DT-FIRST-NAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DT-DOB DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           DT-ZIP DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           DT-DEATH-DATE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-NOTICE-RESULT DELIMITED BY SIZE
      INTO DECEASED-RPT-REC.
    WRITE DECEASED-RPT-REC.


300-TERMINATE.

    MOVE SPACES TO DECEASED-RPT-REC.
    WRITE DECEASED-RPT-REC.
    MOVE SPACES TO DECEASED-RPT-REC.
    STRING "NOTICES READ:       " DELIMITED BY SIZE
           NOTICE-COUNT DELIMITED BY SIZE
      INTO DECEASED-RPT-REC.
    WRITE DECEASED-RPT-REC.
    MOVE SPACES TO DECEASED-RPT-REC.
    STRING "SET INACTIVE:       " DELIMITED BY SIZE
           APPLIED-COUNT DELIMITED BY SIZE
           "  ALREADY REGISTERED: " DELIMITED BY SIZE
           ALREADY-COUNT DELIMITED BY SIZE
      INTO DECEASED-RPT-REC.
    WRITE DECEASED-RPT-REC.
    MOVE SPACES TO DECEASED-RPT-REC.
    STRING "SENT TO REVIEW:     " DELIMITED BY SIZE
           REVIEW-COUNT DELIMITED BY SIZE
           "  NO MATCH: " DELIMITED BY SIZE
           NO-MATCH-COUNT DELIMITED BY SIZE
           "  FAILED: " DELIMITED BY SIZE
           FAILED-COUNT DELIMITED BY SIZE
      INTO DECEASED-RPT-REC.
    WRITE DECEASED-RPT-REC.
    IF REVIEW-COUNT = 0
        MOVE "NO PROBABLE MATCHES THIS RUN" TO REVIEW-RPT-REC
        WRITE REVIEW-RPT-REC
    END-IF.
    IF FAILED-COUNT > 0
        MOVE 8 TO RETURN-CODE
    END-IF.

    DISPLAY "NOTICES READ >>>> " NOTICE-COUNT.
    DISPLAY "SET INACTIVE - DECEASED >>>> " APPLIED-COUNT.
    DISPLAY "ALREADY REGISTERED >>>> " ALREADY-COUNT.
    DISPLAY "SENT TO REVIEW >>>> " REVIEW-COUNT.
    DISPLAY "NO MATCH >>>> " NO-MATCH-COUNT.
    DISPLAY "FAILED >>>> " FAILED-COUNT.
    CLOSE NOTICE-FILE.
    CLOSE CLIENT-MASTER.
    CLOSE DECEASED-FILE.
    CLOSE JOURNAL-FILE.
    CLOSE DECEASED-RPT.
    CLOSE REVIEW-RPT.
