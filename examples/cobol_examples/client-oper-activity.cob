      *>
      *> Per-operator activity report off the master-update journal.
      *> Every journal record carries the operator id that keyed it
      *> (the signed-on ClientOnlineMaint operator, "*BATCH*" for
      *> anything applied through the batch stream, or "*RETMAIL" for
      *> ClientReturnMail's address corrections - see JRNLRC.CPY), so
      *> this report is the compliance answer to "what did this
      *> operator touch": the journal sorted on operator id then run
      *> date/run id, one detail line per update, and per-operator
      *> totals by transaction code at each operator break.  The
      *> "*BATCH*" and "*RETMAIL" groups print like any other
      *> operator, so the batch stream's volume sits beside the console
      *> activity on one page.  A dual-control change is listed under the
      *> maker, with the approving checker on its detail line.
      *>
      *> MODIFICATION HISTORY.
      *>   09/02/2026  DK   Original version.
      *>   10/15/2026  DK   Reinstatements ("R", ClientReinstate) are
      *>                    counted in their own R= total, so the code
      *>                    totals add up to ALL= again; the detail
      *>                    line shows the approving checker
      *>                    (JR-CHECKER-ID) on dual-control changes;
      *>                    "*RETMAIL" (ClientReturnMail) noted as a
      *>                    group of its own.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientOperActivity.
    05 OPER-DELETE-COUNT      PIC 9(5) VALUE 0.
    05 OPER-STATUS-COUNT      PIC 9(5) VALUE 0.
    05 OPER-PURGE-COUNT       PIC 9(5) VALUE 0.
    05 OPER-REINSTATE-COUNT   PIC 9(5) VALUE 0.
    05 OPER-TOTAL-COUNT       PIC 9(5) VALUE 0.

01 WS-CHECKER-TEXT            PIC X(14) VALUE SPACES.

01 COUNTERS.
    05 ENTRY-COUNT            PIC 9(7) VALUE 0.
    05 OPERATOR-COUNT         PIC 9(5) VALUE 0.
    MOVE 0 TO OPER-DELETE-COUNT.
    MOVE 0 TO OPER-STATUS-COUNT.
    MOVE 0 TO OPER-PURGE-COUNT.
    MOVE 0 TO OPER-REINSTATE-COUNT.
    MOVE 0 TO OPER-TOTAL-COUNT.
    MOVE SPACES TO ACTIVITY-RPT-REC.
    WRITE ACTIVITY-RPT-REC.
            ADD 1 TO OPER-STATUS-COUNT
        WHEN "P"
            ADD 1 TO OPER-PURGE-COUNT
        WHEN "R"
            ADD 1 TO OPER-REINSTATE-COUNT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    MOVE SPACES TO WS-CHECKER-TEXT.
    IF JR-CHECKER-ID OF SortJrnlRec NOT = SPACES
        STRING "  CHK " DELIMITED BY SIZE
               JR-CHECKER-ID OF SortJrnlRec DELIMITED BY SIZE
          INTO WS-CHECKER-TEXT
    END-IF.
    MOVE SPACES TO ACTIVITY-RPT-REC.
    STRING "  " DELIMITED BY SIZE
           JR-RUN-DATE OF SortJrnlRec DELIMITED BY SIZE
           JR-TR-CODE OF SortJrnlRec DELIMITED BY SIZE
           "  ACCT " DELIMITED BY SIZE
           JR-ACCT-NUMBER OF SortJrnlRec DELIMITED BY SIZE
           WS-CHECKER-TEXT DELIMITED BY SIZE
      INTO ACTIVITY-RPT-REC.
    WRITE ACTIVITY-RPT-REC.

           OPER-STATUS-COUNT DELIMITED BY SIZE
           " P=" DELIMITED BY SIZE
           OPER-PURGE-COUNT DELIMITED BY SIZE
           " R=" DELIMITED BY SIZE
           OPER-REINSTATE-COUNT DELIMITED BY SIZE
           " ALL=" DELIMITED BY SIZE
           OPER-TOTAL-COUNT DELIMITED BY SIZE
      INTO ACTIVITY-RPT-REC.
