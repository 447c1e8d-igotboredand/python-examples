      *>                    change, or "*BATCH*" for batch-applied
      *>                    updates - so a disputed change traces to a
      *>                    person straight off this report.
      *>   10/15/2026  DK   History lines also print the checker id
      *>                    (JRNLRC.CPY) - the second operator who
      *>                    approved a dual-control change keyed in
      *>                    ClientOnlineMaint, blank for everything
      *>                    else.
      *>   10/15/2026  DK   An entry that undoes an earlier one (a
      *>                    reinstatement) prints the run date/id of the
      *>                    entry it points back to.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientJournalInquiry.
           JR-ACCT-NUMBER OF SortJrnlRec DELIMITED BY SIZE
           "  BY " DELIMITED BY SIZE
           JR-OPERATOR-ID OF SortJrnlRec DELIMITED BY SIZE
           "  CHK " DELIMITED BY SIZE
           JR-CHECKER-ID OF SortJrnlRec DELIMITED BY SIZE
      INTO INQ-RPT-REC.
    WRITE INQ-RPT-REC.

    IF JR-REFERENCE OF SortJrnlRec NOT = SPACES
        MOVE SPACES TO INQ-RPT-REC
        STRING "  UNDOES  ENTRY OF " DELIMITED BY SIZE
               JR-REF-RUN-DATE OF SortJrnlRec DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               JR-REF-RUN-ID OF SortJrnlRec DELIMITED BY SIZE
          INTO INQ-RPT-REC
        WRITE INQ-RPT-REC
    END-IF.

    MOVE SPACES TO INQ-RPT-REC.
    STRING "  BEFORE  " DELIMITED BY SIZE
           JR-BEFORE-IMAGE OF SortJrnlRec DELIMITED BY SIZE
