      *> ===================================================================
      *> PROGRAM-ID.  ClientPendExpire
      *>
      *> AUTHOR.       D. Klemm
      *> INSTALLATION. Retail Client Systems
      *> DATE-WRITTEN. 10/15/2026
      *>
      *> Nightly housekeeping for the dual-control pending-approval file
      *> (pendappr.dat, PENDRC.CPY) that ClientOnlineMaint writes.  An
      *> item still pending more than PENDING-EXPIRY-DAYS after it was
      *> keyed is marked expired - ClientOnlineMaint already refuses to
      *> approve it - and listed on the exceptions report
      *> (pendexc.txt) so the maker can key it again or let it drop.
      *> Every decided item (approved, rejected or expired) is then
      *> moved off pendappr.dat onto the decision history
      *> (pendhist.dat, appended, same layout) so the file the online
      *> screen loads whole stays small, and only still-pending items
      *> are written back.  The report proves items in equals items
      *> kept plus items moved to history.  A pending file too large
      *> for the table is refused with RETURN-CODE 8 and left exactly
      *> as it was.
      *>
      *> MODIFICATION HISTORY.
      *>   10/15/2026  DK   Original version.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientPendExpire.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PEND-FILE ASSIGN TO "pendappr.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PEND-STATUS.

    SELECT OPTIONAL PEND-HIST-FILE ASSIGN TO "pendhist.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT EXCEPTION-RPT ASSIGN TO "pendexc.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PEND-FILE.
    COPY PENDRC.

FD PEND-HIST-FILE.
01 PEND-HIST-REC              PIC X(239).

FD EXCEPTION-RPT.
01 EXCEPTION-RPT-REC          PIC X(80).


WORKING-STORAGE SECTION.

01 SWITCHES.
    05 EOF-SWITCH             PIC X VALUE "N".
01 FILE-STATUSES.
    05 WS-PEND-STATUS         PIC X(2) VALUE "00".
        88  PEND-OK                   VALUE "00" "05".

01 WS-RUN-DATE                PIC 9(8) VALUE 0.

*> -------------------------------------------------------------------
*> The whole pending file, held while the expiry and split run - the
*> file is rewritten from here.  MAX-PEND-ENTRIES (and the OCCURS)
*> and PENDING-EXPIRY-DAYS must agree with ClientOnlineMaint's.
*> -------------------------------------------------------------------
01 PEND-CONSTANTS.
    05 MAX-PEND-ENTRIES       PIC 9(4) VALUE 2000.
    05 PENDING-EXPIRY-DAYS    PIC 9(3) VALUE 5.
01 PEND-TABLE.
    05 PEND-COUNT             PIC 9(4) VALUE 0.
    05 PEND-ENTRY OCCURS 2000 TIMES.
        10 PT-REC             PIC X(239).
01 PEND-WORK.
    05 PEND-SUB               PIC 9(4) VALUE 0.
    05 WS-ITEM-AGE            PIC S9(5) VALUE 0.
    05 WS-AGE-DISPLAY         PIC 9(5) VALUE 0.

01 COUNTERS.
    05 ITEMS-IN-COUNT         PIC 9(5) VALUE 0.
    05 KEPT-COUNT             PIC 9(5) VALUE 0.
    05 EXPIRED-COUNT          PIC 9(5) VALUE 0.
    05 APPROVED-COUNT         PIC 9(5) VALUE 0.
    05 REJECTED-COUNT         PIC 9(5) VALUE 0.
    05 HISTORY-COUNT          PIC 9(5) VALUE 0.

01 BALANCE-WORK.
    05 WS-OUT-TOTAL           PIC 9(5) VALUE 0.


PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 200-EXPIRE-ONE-ITEM
      VARYING PEND-SUB FROM 1 BY 1
      UNTIL PEND-SUB > PEND-COUNT.
    PERFORM 250-SPLIT-PENDING-FILE.
    PERFORM 300-TERMINATE.
    STOP RUN.


100-INITIALIZE.

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    PERFORM 120-LOAD-PENDING-TABLE.

    OPEN OUTPUT EXCEPTION-RPT.
    MOVE SPACES TO EXCEPTION-RPT-REC.
    STRING "DUAL-CONTROL EXPIRED ITEMS - RUN DATE " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
      INTO EXCEPTION-RPT-REC.
    WRITE EXCEPTION-RPT-REC.
    MOVE SPACES TO EXCEPTION-RPT-REC.
    WRITE EXCEPTION-RPT-REC.
    MOVE "Account  Fn  Keyed by  Keyed on  Age (days)"
      TO EXCEPTION-RPT-REC.
    WRITE EXCEPTION-RPT-REC.


*> -------------------------------------------------------------------
*> 120-LOAD-PENDING-TABLE - pendappr.dat into the table.  No file is
*> a legal, empty night.  More items than the table holds refuses the
*> run before anything is rewritten.
*> -------------------------------------------------------------------
120-LOAD-PENDING-TABLE.

    OPEN INPUT PEND-FILE.
    IF NOT PEND-OK
        DISPLAY "UNABLE TO OPEN PENDAPPR.DAT - FILE STATUS "
            WS-PEND-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ PEND-FILE
      AT END
        MOVE "Y" TO EOF-SWITCH
    END-READ.
    PERFORM 130-ABSORB-PENDING-REC
      UNTIL EOF-SWITCH = "Y".
    CLOSE PEND-FILE.


130-ABSORB-PENDING-REC.

    IF PEND-COUNT >= MAX-PEND-ENTRIES
        DISPLAY "PENDAPPR.DAT HOLDS MORE THAN " MAX-PEND-ENTRIES
            " ITEMS - NOTHING EXPIRED, FILE LEFT AS IS"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO PEND-COUNT.
    ADD 1 TO ITEMS-IN-COUNT.
    MOVE PendApprRec TO PT-REC (PEND-COUNT).
    READ PEND-FILE
      AT END
        MOVE "Y" TO EOF-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 200-EXPIRE-ONE-ITEM - a pending item past the expiry period is
*> marked expired as of tonight and listed on the exceptions report.
*> -------------------------------------------------------------------
200-EXPIRE-ONE-ITEM.

    MOVE PT-REC (PEND-SUB) TO PendApprRec.
    IF PA-PENDING
        COMPUTE WS-ITEM-AGE =
            FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
          - FUNCTION INTEGER-OF-DATE (PA-ITEM-DATE)
        IF WS-ITEM-AGE > PENDING-EXPIRY-DAYS
            MOVE "E" TO PA-ITEM-STATUS
            MOVE SPACES TO PA-CHECKER-ID
            MOVE WS-RUN-DATE TO PA-DECIDED-DATE
            MOVE PendApprRec TO PT-REC (PEND-SUB)
            MOVE WS-ITEM-AGE TO WS-AGE-DISPLAY
            PERFORM 210-WRITE-EXCEPTION-LINE
        END-IF
    END-IF.


210-WRITE-EXCEPTION-LINE.

    MOVE SPACES TO EXCEPTION-RPT-REC.
    STRING PA-ACCT-NUMBER DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PA-FUNCTION DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           PA-MAKER-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PA-ITEM-DATE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-AGE-DISPLAY DELIMITED BY SIZE
           "  EXPIRED - NOT APPROVED IN TIME" DELIMITED BY SIZE
      INTO EXCEPTION-RPT-REC.
    WRITE EXCEPTION-RPT-REC.


*> -------------------------------------------------------------------
*> 250-SPLIT-PENDING-FILE - still-pending items go back onto
*> pendappr.dat; decided ones are appended to the history.
*> -------------------------------------------------------------------
250-SPLIT-PENDING-FILE.

    OPEN OUTPUT PEND-FILE.
    OPEN EXTEND PEND-HIST-FILE.
    PERFORM 260-ROUTE-ONE-ITEM
      VARYING PEND-SUB FROM 1 BY 1
      UNTIL PEND-SUB > PEND-COUNT.
    CLOSE PEND-FILE.
    CLOSE PEND-HIST-FILE.


260-ROUTE-ONE-ITEM.

    MOVE PT-REC (PEND-SUB) TO PendApprRec.
    EVALUATE TRUE
        WHEN PA-PENDING
            WRITE PendApprRec
            ADD 1 TO KEPT-COUNT
        WHEN OTHER
            MOVE PendApprRec TO PEND-HIST-REC
            WRITE PEND-HIST-REC
            ADD 1 TO HISTORY-COUNT
            EVALUATE TRUE
                WHEN PA-APPROVED
                    ADD 1 TO APPROVED-COUNT
                WHEN PA-REJECTED
                    ADD 1 TO REJECTED-COUNT
                WHEN OTHER
                    ADD 1 TO EXPIRED-COUNT
            END-EVALUATE
    END-EVALUATE.


300-TERMINATE.

    MOVE SPACES TO EXCEPTION-RPT-REC.
    WRITE EXCEPTION-RPT-REC.
    MOVE SPACES TO EXCEPTION-RPT-REC.
    STRING "ITEMS IN:           " DELIMITED BY SIZE
           ITEMS-IN-COUNT DELIMITED BY SIZE
      INTO EXCEPTION-RPT-REC.
    WRITE EXCEPTION-RPT-REC.
    MOVE SPACES TO EXCEPTION-RPT-REC.
    STRING "STILL PENDING:      " DELIMITED BY SIZE
           KEPT-COUNT DELIMITED BY SIZE
      INTO EXCEPTION-RPT-REC.
    WRITE EXCEPTION-RPT-REC.
    MOVE SPACES TO EXCEPTION-RPT-REC.
    STRING "APPROVED TO HIST:   " DELIMITED BY SIZE
           APPROVED-COUNT DELIMITED BY SIZE
      INTO EXCEPTION-RPT-REC.
    WRITE EXCEPTION-RPT-REC.
    MOVE SPACES TO EXCEPTION-RPT-REC.
    STRING "REJECTED TO HIST:   " DELIMITED BY SIZE
           REJECTED-COUNT DELIMITED BY SIZE
      INTO EXCEPTION-RPT-REC.
    WRITE EXCEPTION-RPT-REC.
    MOVE SPACES TO EXCEPTION-RPT-REC.
    STRING "EXPIRED TO HIST:    " DELIMITED BY SIZE
           EXPIRED-COUNT DELIMITED BY SIZE
      INTO EXCEPTION-RPT-REC.
    WRITE EXCEPTION-RPT-REC.

    COMPUTE WS-OUT-TOTAL = KEPT-COUNT + HISTORY-COUNT.
    MOVE SPACES TO EXCEPTION-RPT-REC.
    IF ITEMS-IN-COUNT = WS-OUT-TOTAL
        MOVE "BALANCED: ITEMS IN = STILL PENDING + MOVED TO HISTORY"
          TO EXCEPTION-RPT-REC
    ELSE
        MOVE "*** OUT OF BALANCE - CHECK PENDAPPR.DAT/PENDHIST.DAT ***"
          TO EXCEPTION-RPT-REC
        MOVE 8 TO RETURN-CODE
    END-IF.
    WRITE EXCEPTION-RPT-REC.

    DISPLAY "PENDING ITEMS IN >>>> " ITEMS-IN-COUNT.
    DISPLAY "STILL PENDING >>>> " KEPT-COUNT.
    DISPLAY "EXPIRED >>>> " EXPIRED-COUNT.
    DISPLAY "MOVED TO HISTORY >>>> " HISTORY-COUNT.
    CLOSE EXCEPTION-RPT.
