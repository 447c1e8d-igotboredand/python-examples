      *> ===================================================================
      *> PROGRAM-ID.  ClientCycleBal
      *>
      *> AUTHOR.       D. Klemm
      *> INSTALLATION. Retail Client Systems
      *> DATE-WRITTEN. 10/15/2026
      *>
      *> End-of-cycle balancing for the nightly client run.  Every step
      *> proves its own totals - ClientPurge balances in against out,
      *> ClientSnapshot re-counts each generation it stages, ClientRecon
      *> counts both sides of its compare - but nothing proved that the
      *> steps agree with EACH OTHER, so a record lost between
      *> maintenance and the snapshot could slip through a night where
      *> every step reported clean.  This step runs last (after
      *> CLIENTRECON) and ties the whole night together:
      *>
      *>    <cycledate>            (blank = today)
      *>
      *>    1. master before (the prior snapshot generation's count)
      *>       + adds - deletes - merges, as journalled up to the audit
      *>       trailer's run id, = SeqWriteRead's audit trailer count
      *>    2. the audit trailer count - ClientPurge's RECORDS ARCHIVED
      *>       = the cycle date's snapshot generation count
      *>    3. ClientRecon's TODAY TOTAL = that same generation count
      *>
      *> The journal window is the same cut ClientRestore replays:
      *> entries dated after the prior generation and on or before the
      *> cycle date, with the cycle date itself taken only up to the
      *> trailer's run id (the purge runs, and journals its "P"
      *> entries, after SeqWriteRead writes the trailer).  Adds are "A"
      *> and "R" (a reinstatement puts a record back); deletes are "D"
      *> and "P" entries dated before the trailer; merges are the "D"
      *> entries ClientAcctMerge writes for a retired account, picked
      *> out by the account being on acctxref.dat with that merge date.
      *> The purge's own "P" entries after the trailer are counted too
      *> and must equal RECORDS ARCHIVED, so the purge report is proved
      *> against the journal before it is used in equation 2.
      *>
      *> Each equation prints with its terms and TIES / DOES NOT TIE on
      *> the proof sheet (cyclebal.txt).  A missing input (no trailer
      *> for the date, no generation, no purge or recon report) leaves
      *> its equation NOT PROVEN.  Anything but a full set of ties ends
      *> the run with RETURN-CODE 8 so ClientRunControl's FAIL marks the
      *> cycle.
      *>
      *> MODIFICATION HISTORY.
      *>   10/15/2026  DK   Original version.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientCycleBal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SNAPCTL-FILE ASSIGN TO "snapctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAPCTL-STATUS.

    SELECT OPTIONAL AUDIT-FILE ASSIGN TO "auditctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

    SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "clientjr.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT OPTIONAL XREF-FILE ASSIGN TO "acctxref.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XREF-STATUS.

    SELECT STEP-RPT-FILE ASSIGN TO WS-STEP-RPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STEP-RPT-STATUS.

    SELECT CYCLEBAL-RPT ASSIGN TO "cyclebal.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SNAPCTL-FILE.
01 SnapCtlRec.
    05 SN-GEN-DATE            PIC 9(8).
    05 SN-REC-COUNT           PIC 9(7).
    05 SN-CHECKSUM            PIC 9(10).

FD AUDIT-FILE.
    COPY AUDITRC.

FD JOURNAL-FILE.
    COPY JRNLRC.

FD XREF-FILE.
    COPY XREFRC.

*> -------------------------------------------------------------------
*> The purge and recon reports are read back as plain print lines;
*> the totals lines are found by their captions, which both programs
*> build with fixed-width literals, so the counts sit at fixed
*> positions.
*> -------------------------------------------------------------------
FD STEP-RPT-FILE.
01 STEP-RPT-REC               PIC X(80).

FD CYCLEBAL-RPT.
01 CYCLEBAL-RPT-REC           PIC X(80).


WORKING-STORAGE SECTION.

01 SWITCHES.
    05 SNAPCTL-EOF-SWITCH     PIC X VALUE "N".
    05 AUDIT-EOF-SWITCH       PIC X VALUE "N".
    05 JRNL-EOF-SWITCH        PIC X VALUE "N".
    05 XREF-EOF-SWITCH        PIC X VALUE "N".
    05 STEP-RPT-EOF-SWITCH    PIC X VALUE "N".
    05 XREF-FULL-NOTED        PIC X VALUE "N".
    05 MERGE-FOUND-SWITCH     PIC X VALUE "N".
    05 TRAILER-FOUND-SWITCH   PIC X VALUE "N".
    05 TODAY-GEN-FOUND-SWITCH PIC X VALUE "N".
    05 PRIOR-GEN-FOUND-SWITCH PIC X VALUE "N".
    05 ARCHIVED-FOUND-SWITCH  PIC X VALUE "N".
    05 RECON-FOUND-SWITCH     PIC X VALUE "N".
01 FILE-STATUSES.
    05 WS-SNAPCTL-STATUS      PIC X(2) VALUE "00".
        88  SNAPCTL-OK                VALUE "00" "05".
    05 WS-AUDIT-STATUS        PIC X(2) VALUE "00".
        88  AUDIT-OK                  VALUE "00" "05".
    05 WS-JOURNAL-STATUS      PIC X(2) VALUE "00".
        88  JOURNAL-OK                VALUE "00" "05".
    05 WS-XREF-STATUS         PIC X(2) VALUE "00".
        88  XREF-OK                   VALUE "00" "05".
    05 WS-STEP-RPT-STATUS     PIC X(2) VALUE "00".
        88  STEP-RPT-OK               VALUE "00".

01 WS-COMMAND-LINE            PIC X(40).
01 PARSED-COMMAND.
    05 WS-DATE-PARM           PIC X(8).
01 WS-CYCLE-DATE              PIC 9(8) VALUE 0.
01 WS-STEP-RPT-NAME           PIC X(20).

*> -------------------------------------------------------------------
*> acctxref.dat held whole, the same load/absorb shape as the dnmail
*> tables, so each journal "D" can be tested for a merge without
*> re-reading the file.
*> -------------------------------------------------------------------
01 XREF-CONSTANTS.
    05 MAX-XREF-ENTRIES       PIC 9(4) VALUE 2000.
01 XREF-TABLE.
    05 XREF-COUNT             PIC 9(4) VALUE 0.
    05 XREF-ENTRY OCCURS 2000 TIMES.
        10 XT-RETIRED-ACCT    PIC 9(7).
        10 XT-MERGE-DATE      PIC 9(8).
01 XREF-SUB                   PIC 9(4) VALUE 0.

*> -------------------------------------------------------------------
*> The yardsticks.  The prior generation is the newest one dated
*> before the cycle date - the master as the previous night left it.
*> When snapctl.dat holds no earlier generation (the very first
*> cycle) the master before is zero and the journal window opens at
*> the beginning, the same way ClientSnapshot stages an empty
*> yesterday.dat.
*> -------------------------------------------------------------------
01 YARDSTICKS.
    05 PRIOR-GEN-DATE         PIC 9(8) VALUE 0.
    05 PRIOR-GEN-COUNT        PIC 9(7) VALUE 0.
    05 TODAY-GEN-COUNT        PIC 9(7) VALUE 0.
    05 TRAILER-COUNT          PIC 9(5) VALUE 0.
    05 TRAILER-RUN-ID         PIC 9(8) VALUE 0.
    05 ARCHIVED-COUNT         PIC 9(5) VALUE 0.
    05 RECON-TODAY-COUNT      PIC 9(5) VALUE 0.

01 COUNTERS.
    05 JRNL-READ-COUNT        PIC 9(7) VALUE 0.
    05 ADD-COUNT              PIC 9(7) VALUE 0.
    05 DELETE-COUNT           PIC 9(7) VALUE 0.
    05 MERGE-COUNT            PIC 9(7) VALUE 0.
    05 PURGE-JRNL-COUNT       PIC 9(7) VALUE 0.
    05 FAIL-COUNT             PIC 9(2) VALUE 0.

*> -------------------------------------------------------------------
*> Signed work fields for the equations - a badly broken night can
*> drive a left-hand side negative, and that has to print as such,
*> not wrap to a plausible-looking positive count.
*> -------------------------------------------------------------------
01 EQUATION-WORK.
    05 EQ-LEFT                PIC S9(7) VALUE 0.
    05 EQ-RIGHT               PIC S9(7) VALUE 0.
    05 EQ-RESULT-TEXT         PIC X(30).
01 PRINT-FIELDS.
    05 PR-COUNT-1             PIC -(6)9.
    05 PR-COUNT-2             PIC -(6)9.
    05 PR-COUNT-3             PIC -(6)9.
    05 PR-COUNT-4             PIC -(6)9.
    05 PR-LEFT                PIC -(6)9.
    05 PR-RIGHT               PIC -(6)9.


PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 120-LOAD-XREF-TABLE.
    PERFORM 140-FIND-GENERATIONS.
    PERFORM 160-FIND-TRAILER.
    PERFORM 180-READ-STEP-REPORTS.
    PERFORM 200-TALLY-JOURNAL.
    PERFORM 400-PRINT-PROOF-SHEET.
    PERFORM 300-TERMINATE.
    STOP RUN.


100-INITIALIZE.

    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
    MOVE SPACES TO PARSED-COMMAND.
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
        INTO WS-DATE-PARM.
    EVALUATE TRUE
        WHEN WS-DATE-PARM = SPACES
            ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
        WHEN WS-DATE-PARM IS NUMERIC
            MOVE WS-DATE-PARM TO WS-CYCLE-DATE
        WHEN OTHER
            DISPLAY "USAGE: [<CYCLEDATE>]   NUMERIC YYYYMMDD, DEFAULT TODAY"
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

    OPEN OUTPUT CYCLEBAL-RPT.
    MOVE SPACES TO CYCLEBAL-RPT-REC.
    STRING "CYCLE BALANCING PROOF FOR " DELIMITED BY SIZE
           WS-CYCLE-DATE DELIMITED BY SIZE
      INTO CYCLEBAL-RPT-REC.
    WRITE CYCLEBAL-RPT-REC.
    MOVE SPACES TO CYCLEBAL-RPT-REC.
    WRITE CYCLEBAL-RPT-REC.


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
*> 140-FIND-GENERATIONS - picks the cycle date's generation and the
*> newest one before it off snapctl.dat.  ClientSnapshot replaces a
*> rerun's entry rather than stacking a second, so there is at most
*> one entry per date; the control file is kept in date order, but
*> the prior generation is chosen by comparison, not position.
*> -------------------------------------------------------------------
140-FIND-GENERATIONS.

    OPEN INPUT SNAPCTL-FILE.
    IF NOT SNAPCTL-OK
        DISPLAY "UNABLE TO OPEN SNAPCTL.DAT - FILE STATUS "
            WS-SNAPCTL-STATUS
        MOVE "Y" TO SNAPCTL-EOF-SWITCH
    ELSE
        READ SNAPCTL-FILE
          AT END
            MOVE "Y" TO SNAPCTL-EOF-SWITCH
        END-READ
        PERFORM 145-CHECK-GENERATION
          UNTIL SNAPCTL-EOF-SWITCH = "Y"
        CLOSE SNAPCTL-FILE
    END-IF.


145-CHECK-GENERATION.

    EVALUATE TRUE
        WHEN SN-GEN-DATE = WS-CYCLE-DATE
            MOVE "Y" TO TODAY-GEN-FOUND-SWITCH
            MOVE SN-REC-COUNT TO TODAY-GEN-COUNT
        WHEN SN-GEN-DATE < WS-CYCLE-DATE
         AND SN-GEN-DATE > PRIOR-GEN-DATE
            MOVE "Y" TO PRIOR-GEN-FOUND-SWITCH
            MOVE SN-GEN-DATE TO PRIOR-GEN-DATE
            MOVE SN-REC-COUNT TO PRIOR-GEN-COUNT
    END-EVALUATE.
    READ SNAPCTL-FILE
      AT END
        MOVE "Y" TO SNAPCTL-EOF-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 160-FIND-TRAILER - the cycle date's last audit trailer, so a
*> rerun of SeqWriteRead's final totals win (ClientRestore's
*> 190-FIND-TARGET-TRAILER rule).  Its run id is the journal cut for
*> the cycle date.
*> -------------------------------------------------------------------
160-FIND-TRAILER.

    OPEN INPUT AUDIT-FILE.
    IF NOT AUDIT-OK
        DISPLAY "UNABLE TO OPEN AUDITCTL.DAT - FILE STATUS "
            WS-AUDIT-STATUS
        MOVE "Y" TO AUDIT-EOF-SWITCH
    ELSE
        READ AUDIT-FILE
          AT END
            MOVE "Y" TO AUDIT-EOF-SWITCH
        END-READ
        PERFORM 165-CHECK-AUDIT-REC
          UNTIL AUDIT-EOF-SWITCH = "Y"
        CLOSE AUDIT-FILE
    END-IF.


165-CHECK-AUDIT-REC.

    IF AUDIT-IS-TRAILER AND AUDIT-RUN-DATE = WS-CYCLE-DATE
        MOVE "Y" TO TRAILER-FOUND-SWITCH
        MOVE AUDIT-REC-COUNT TO TRAILER-COUNT
        MOVE AUDIT-RUN-ID TO TRAILER-RUN-ID
    END-IF.
    READ AUDIT-FILE
      AT END
        MOVE "Y" TO AUDIT-EOF-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 180-READ-STEP-REPORTS - pulls RECORDS ARCHIVED off purgerpt.txt
*> and TODAY TOTAL off reconrpt.txt.  Both reports are rewritten
*> every run, so what is on disk is the latest run of each step -
*> ClientRunControl's predecessor chain is what guarantees that is
*> tonight's.
*> -------------------------------------------------------------------
180-READ-STEP-REPORTS.

    MOVE "purgerpt.txt" TO WS-STEP-RPT-NAME.
    PERFORM 185-SCAN-STEP-REPORT.
    MOVE "reconrpt.txt" TO WS-STEP-RPT-NAME.
    PERFORM 185-SCAN-STEP-REPORT.


185-SCAN-STEP-REPORT.

    MOVE "N" TO STEP-RPT-EOF-SWITCH.
    OPEN INPUT STEP-RPT-FILE.
    IF NOT STEP-RPT-OK
        DISPLAY "UNABLE TO OPEN " WS-STEP-RPT-NAME
            " - FILE STATUS " WS-STEP-RPT-STATUS
        MOVE "Y" TO STEP-RPT-EOF-SWITCH
    ELSE
        READ STEP-RPT-FILE
          AT END
            MOVE "Y" TO STEP-RPT-EOF-SWITCH
        END-READ
        PERFORM 190-CHECK-STEP-RPT-LINE
          UNTIL STEP-RPT-EOF-SWITCH = "Y"
        CLOSE STEP-RPT-FILE
    END-IF.


190-CHECK-STEP-RPT-LINE.

    EVALUATE TRUE
        WHEN STEP-RPT-REC (1:17) = "RECORDS ARCHIVED:"
         AND STEP-RPT-REC (21:5) IS NUMERIC
            MOVE "Y" TO ARCHIVED-FOUND-SWITCH
            MOVE STEP-RPT-REC (21:5) TO ARCHIVED-COUNT
        WHEN STEP-RPT-REC (1:12) = "TODAY TOTAL:"
         AND STEP-RPT-REC (18:5) IS NUMERIC
            MOVE "Y" TO RECON-FOUND-SWITCH
            MOVE STEP-RPT-REC (18:5) TO RECON-TODAY-COUNT
    END-EVALUATE.
    READ STEP-RPT-FILE
      AT END
        MOVE "Y" TO STEP-RPT-EOF-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 200-TALLY-JOURNAL - one pass of clientjr.dat counting the master
*> movements inside the window.  A missing journal is a legal quiet
*> night with nothing applied; the equations then simply expect the
*> master to be unchanged.
*> -------------------------------------------------------------------
200-TALLY-JOURNAL.

    OPEN INPUT JOURNAL-FILE.
    IF NOT JOURNAL-OK
        DISPLAY "UNABLE TO OPEN CLIENTJR.DAT - FILE STATUS "
            WS-JOURNAL-STATUS
        MOVE "Y" TO JRNL-EOF-SWITCH
    ELSE
        READ JOURNAL-FILE
          AT END
            MOVE "Y" TO JRNL-EOF-SWITCH
        END-READ
        PERFORM 210-TALLY-JOURNAL-REC
          UNTIL JRNL-EOF-SWITCH = "Y"
        CLOSE JOURNAL-FILE
    END-IF.


*> -------------------------------------------------------------------
*> 210-TALLY-JOURNAL-REC - the window cut from ClientRestore's
*> 210-RELEASE-WINDOW-REC.  An entry on the cycle date after the
*> trailer's run id belongs to the purge side of the trailer; only
*> its "P" entries matter there, and they are counted separately.
*> With no trailer for the date the whole day is taken and equation
*> 1 is NOT PROVEN anyway.
*> -------------------------------------------------------------------
210-TALLY-JOURNAL-REC.

    ADD 1 TO JRNL-READ-COUNT.
    IF JR-RUN-DATE > PRIOR-GEN-DATE
       AND JR-RUN-DATE <= WS-CYCLE-DATE
        IF JR-RUN-DATE < WS-CYCLE-DATE
           OR TRAILER-FOUND-SWITCH = "N"
           OR JR-RUN-ID <= TRAILER-RUN-ID
            PERFORM 220-COUNT-MOVEMENT
        ELSE
            IF JR-TR-CODE = "P"
                ADD 1 TO PURGE-JRNL-COUNT
            END-IF
        END-IF
    END-IF.
    READ JOURNAL-FILE
      AT END
        MOVE "Y" TO JRNL-EOF-SWITCH
    END-READ.


220-COUNT-MOVEMENT.

    EVALUATE JR-TR-CODE
        WHEN "A"
        WHEN "R"
            ADD 1 TO ADD-COUNT
        WHEN "D"
            PERFORM 230-CHECK-MERGE
            IF MERGE-FOUND-SWITCH = "Y"
                ADD 1 TO MERGE-COUNT
            ELSE
                ADD 1 TO DELETE-COUNT
            END-IF
        WHEN "P"
            ADD 1 TO DELETE-COUNT
    END-EVALUATE.


*> -------------------------------------------------------------------
*> 230-CHECK-MERGE - a "D" is a merge when its account was retired
*> into another on the same date the delete was journalled.  A
*> retired account is never written back, so a date match is enough
*> to tell the merge's delete from an ordinary one.
*> -------------------------------------------------------------------
230-CHECK-MERGE.

    MOVE "N" TO MERGE-FOUND-SWITCH.
    PERFORM 235-CHECK-XREF-ENTRY
      VARYING XREF-SUB FROM 1 BY 1
      UNTIL XREF-SUB > XREF-COUNT.


235-CHECK-XREF-ENTRY.

    IF XT-RETIRED-ACCT (XREF-SUB) = JR-ACCT-NUMBER
       AND XT-MERGE-DATE (XREF-SUB) = JR-RUN-DATE
        MOVE "Y" TO MERGE-FOUND-SWITCH
    END-IF.


*> -------------------------------------------------------------------
*> 400-PRINT-PROOF-SHEET - the yardsticks, then each equation with
*> its verdict.
*> -------------------------------------------------------------------
400-PRINT-PROOF-SHEET.

    PERFORM 410-PRINT-YARDSTICKS.
    PERFORM 420-PROVE-MAINTENANCE.
    PERFORM 430-PROVE-PURGE-JOURNAL.
    PERFORM 440-PROVE-SNAPSHOT.
    PERFORM 450-PROVE-RECON.

    MOVE SPACES TO CYCLEBAL-RPT-REC.
    WRITE CYCLEBAL-RPT-REC.
    MOVE SPACES TO CYCLEBAL-RPT-REC.
    IF FAIL-COUNT = 0
        MOVE "CYCLE BALANCED - ALL EQUATIONS TIE" TO CYCLEBAL-RPT-REC
    ELSE
        MOVE "*** CYCLE OUT OF BALANCE - SEE EQUATIONS ABOVE ***"
          TO CYCLEBAL-RPT-REC
        MOVE 8 TO RETURN-CODE
    END-IF.
    WRITE CYCLEBAL-RPT-REC.


410-PRINT-YARDSTICKS.

    MOVE SPACES TO CYCLEBAL-RPT-REC.
    IF PRIOR-GEN-FOUND-SWITCH = "Y"
        STRING "PRIOR GENERATION:   " DELIMITED BY SIZE
               PRIOR-GEN-DATE DELIMITED BY SIZE
               "  COUNT " DELIMITED BY SIZE
               PRIOR-GEN-COUNT DELIMITED BY SIZE
          INTO CYCLEBAL-RPT-REC
    ELSE
        MOVE "PRIOR GENERATION:   NONE - FIRST CYCLE, MASTER BEFORE IS ZERO"
          TO CYCLEBAL-RPT-REC
    END-IF.
    WRITE CYCLEBAL-RPT-REC.

    MOVE SPACES TO CYCLEBAL-RPT-REC.
    IF TRAILER-FOUND-SWITCH = "Y"
        STRING "AUDIT TRAILER:      RUN " DELIMITED BY SIZE
               TRAILER-RUN-ID DELIMITED BY SIZE
               "  COUNT " DELIMITED BY SIZE
               TRAILER-COUNT DELIMITED BY SIZE
          INTO CYCLEBAL-RPT-REC
    ELSE
        MOVE "AUDIT TRAILER:      NONE ON FILE FOR THE CYCLE DATE"
          TO CYCLEBAL-RPT-REC
    END-IF.
    WRITE CYCLEBAL-RPT-REC.

    MOVE SPACES TO CYCLEBAL-RPT-REC.
    STRING "JOURNAL IN WINDOW:  ADDS " DELIMITED BY SIZE
           ADD-COUNT DELIMITED BY SIZE
           "  DELETES " DELIMITED BY SIZE
           DELETE-COUNT DELIMITED BY SIZE
           "  MERGES " DELIMITED BY SIZE
           MERGE-COUNT DELIMITED BY SIZE
      INTO CYCLEBAL-RPT-REC.
    WRITE CYCLEBAL-RPT-REC.

    MOVE SPACES TO CYCLEBAL-RPT-REC.
    WRITE CYCLEBAL-RPT-REC.


*> -------------------------------------------------------------------
*> 420-PROVE-MAINTENANCE - equation 1: before + adds - deletes -
*> merges = the audit trailer.
*> -------------------------------------------------------------------
420-PROVE-MAINTENANCE.

    COMPUTE EQ-LEFT = PRIOR-GEN-COUNT + ADD-COUNT
                    - DELETE-COUNT - MERGE-COUNT.
    MOVE TRAILER-COUNT TO EQ-RIGHT.
    MOVE PRIOR-GEN-COUNT TO PR-COUNT-1.
    MOVE ADD-COUNT TO PR-COUNT-2.
    MOVE DELETE-COUNT TO PR-COUNT-3.
    MOVE MERGE-COUNT TO PR-COUNT-4.
    MOVE EQ-LEFT TO PR-LEFT.
    MOVE EQ-RIGHT TO PR-RIGHT.

    MOVE SPACES TO CYCLEBAL-RPT-REC.
    MOVE "1. MASTER BEFORE + ADDS - DELETES - MERGES = AUDIT TRAILER"
      TO CYCLEBAL-RPT-REC.
    WRITE CYCLEBAL-RPT-REC.
    MOVE SPACES TO CYCLEBAL-RPT-REC.
    STRING "   " DELIMITED BY SIZE
           PR-COUNT-1 DELIMITED BY SIZE
           " +" DELIMITED BY SIZE
           PR-COUNT-2 DELIMITED BY SIZE
           " -" DELIMITED BY SIZE
           PR-COUNT-3 DELIMITED BY SIZE
           " -" DELIMITED BY SIZE
           PR-COUNT-4 DELIMITED BY SIZE
           " =" DELIMITED BY SIZE
           PR-LEFT DELIMITED BY SIZE
           "  VS" DELIMITED BY SIZE
           PR-RIGHT DELIMITED BY SIZE
      INTO CYCLEBAL-RPT-REC.
    WRITE CYCLEBAL-RPT-REC.

    IF TRAILER-FOUND-SWITCH = "N"
        MOVE "NOT PROVEN - NO AUDIT TRAILER" TO EQ-RESULT-TEXT
        ADD 1 TO FAIL-COUNT
    ELSE
        PERFORM 490-SET-VERDICT
    END-IF.
    PERFORM 495-WRITE-VERDICT.


*> -------------------------------------------------------------------
*> 430-PROVE-PURGE-JOURNAL - the purge report's archived count must
*> match the "P" entries it journalled after the trailer, or its
*> count can't be trusted in equation 2.
*> -------------------------------------------------------------------
430-PROVE-PURGE-JOURNAL.

    MOVE ARCHIVED-COUNT TO EQ-LEFT.
    MOVE PURGE-JRNL-COUNT TO EQ-RIGHT.
    MOVE EQ-LEFT TO PR-LEFT.
    MOVE EQ-RIGHT TO PR-RIGHT.

    MOVE SPACES TO CYCLEBAL-RPT-REC.
    MOVE "   PURGE RECORDS ARCHIVED = PURGE ENTRIES JOURNALLED"
      TO CYCLEBAL-RPT-REC.
    WRITE CYCLEBAL-RPT-REC.
    MOVE SPACES TO CYCLEBAL-RPT-REC.
    STRING "   " DELIMITED BY SIZE
           PR-LEFT DELIMITED BY SIZE
           "  VS" DELIMITED BY SIZE
           PR-RIGHT DELIMITED BY SIZE
      INTO CYCLEBAL-RPT-REC.
    WRITE CYCLEBAL-RPT-REC.

    EVALUATE TRUE
        WHEN ARCHIVED-FOUND-SWITCH = "N"
            MOVE "NOT PROVEN - NO PURGE REPORT" TO EQ-RESULT-TEXT
            ADD 1 TO FAIL-COUNT
        WHEN TRAILER-FOUND-SWITCH = "N"
            MOVE "NOT PROVEN - NO AUDIT TRAILER" TO EQ-RESULT-TEXT
            ADD 1 TO FAIL-COUNT
        WHEN OTHER
            PERFORM 490-SET-VERDICT
    END-EVALUATE.
    PERFORM 495-WRITE-VERDICT.


*> -------------------------------------------------------------------
*> 440-PROVE-SNAPSHOT - equation 2: trailer - archived = tonight's
*> snapshot generation.
*> -------------------------------------------------------------------
440-PROVE-SNAPSHOT.

    COMPUTE EQ-LEFT = TRAILER-COUNT - ARCHIVED-COUNT.
    MOVE TODAY-GEN-COUNT TO EQ-RIGHT.
    MOVE TRAILER-COUNT TO PR-COUNT-1.
    MOVE ARCHIVED-COUNT TO PR-COUNT-2.
    MOVE EQ-LEFT TO PR-LEFT.
    MOVE EQ-RIGHT TO PR-RIGHT.

    MOVE SPACES TO CYCLEBAL-RPT-REC.
    MOVE "2. AUDIT TRAILER - PURGE ARCHIVED = SNAPSHOT GENERATION"
      TO CYCLEBAL-RPT-REC.
    WRITE CYCLEBAL-RPT-REC.
    MOVE SPACES TO CYCLEBAL-RPT-REC.
    STRING "   " DELIMITED BY SIZE
           PR-COUNT-1 DELIMITED BY SIZE
           " -" DELIMITED BY SIZE
           PR-COUNT-2 DELIMITED BY SIZE
           " =" DELIMITED BY SIZE
           PR-LEFT DELIMITED BY SIZE
           "  VS" DELIMITED BY SIZE
           PR-RIGHT DELIMITED BY SIZE
      INTO CYCLEBAL-RPT-REC.
    WRITE CYCLEBAL-RPT-REC.

    EVALUATE TRUE
        WHEN TRAILER-FOUND-SWITCH = "N"
            MOVE "NOT PROVEN - NO AUDIT TRAILER" TO EQ-RESULT-TEXT
            ADD 1 TO FAIL-COUNT
        WHEN ARCHIVED-FOUND-SWITCH = "N"
            MOVE "NOT PROVEN - NO PURGE REPORT" TO EQ-RESULT-TEXT
            ADD 1 TO FAIL-COUNT
        WHEN TODAY-GEN-FOUND-SWITCH = "N"
            MOVE "NOT PROVEN - NO GENERATION" TO EQ-RESULT-TEXT
            ADD 1 TO FAIL-COUNT
        WHEN OTHER
            PERFORM 490-SET-VERDICT
    END-EVALUATE.
    PERFORM 495-WRITE-VERDICT.


*> -------------------------------------------------------------------
*> 450-PROVE-RECON - equation 3: the recon's today side = tonight's
*> snapshot generation.
*> -------------------------------------------------------------------
450-PROVE-RECON.

    MOVE RECON-TODAY-COUNT TO EQ-LEFT.
    MOVE TODAY-GEN-COUNT TO EQ-RIGHT.
    MOVE EQ-LEFT TO PR-LEFT.
    MOVE EQ-RIGHT TO PR-RIGHT.

    MOVE SPACES TO CYCLEBAL-RPT-REC.
    MOVE "3. RECON TODAY TOTAL = SNAPSHOT GENERATION"
      TO CYCLEBAL-RPT-REC.
    WRITE CYCLEBAL-RPT-REC.
    MOVE SPACES TO CYCLEBAL-RPT-REC.
    STRING "   " DELIMITED BY SIZE
           PR-LEFT DELIMITED BY SIZE
           "  VS" DELIMITED BY SIZE
           PR-RIGHT DELIMITED BY SIZE
      INTO CYCLEBAL-RPT-REC.
    WRITE CYCLEBAL-RPT-REC.

    EVALUATE TRUE
        WHEN RECON-FOUND-SWITCH = "N"
            MOVE "NOT PROVEN - NO RECON REPORT" TO EQ-RESULT-TEXT
            ADD 1 TO FAIL-COUNT
        WHEN TODAY-GEN-FOUND-SWITCH = "N"
            MOVE "NOT PROVEN - NO GENERATION" TO EQ-RESULT-TEXT
            ADD 1 TO FAIL-COUNT
        WHEN OTHER
            PERFORM 490-SET-VERDICT
    END-EVALUATE.
    PERFORM 495-WRITE-VERDICT.


490-SET-VERDICT.

    IF EQ-LEFT = EQ-RIGHT
        MOVE "TIES" TO EQ-RESULT-TEXT
    ELSE
        MOVE "*** DOES NOT TIE ***" TO EQ-RESULT-TEXT
        ADD 1 TO FAIL-COUNT
    END-IF.


495-WRITE-VERDICT.

    MOVE SPACES TO CYCLEBAL-RPT-REC.
    STRING "   " DELIMITED BY SIZE
           EQ-RESULT-TEXT DELIMITED BY SIZE
      INTO CYCLEBAL-RPT-REC.
    WRITE CYCLEBAL-RPT-REC.
    MOVE SPACES TO CYCLEBAL-RPT-REC.
    WRITE CYCLEBAL-RPT-REC.


300-TERMINATE.

    DISPLAY "JOURNAL RECORDS READ >>>> " JRNL-READ-COUNT.
    DISPLAY "ADDS IN WINDOW >>>> " ADD-COUNT.
    DISPLAY "DELETES IN WINDOW >>>> " DELETE-COUNT.
    DISPLAY "MERGES IN WINDOW >>>> " MERGE-COUNT.
    DISPLAY "PURGE ENTRIES JOURNALLED >>>> " PURGE-JRNL-COUNT.
    DISPLAY "EQUATIONS FAILED >>>> " FAIL-COUNT.
    CLOSE CYCLEBAL-RPT.
