      *> ===================================================================
      *> PROGRAM-ID.  ClientHeldTran
      *>
      *> AUTHOR.       D. Klemm
      *> INSTALLATION. Retail Client Systems
      *> DATE-WRITTEN. 10/15/2026
      *>
      *> Ops utility for the future-dated maintenance transactions
      *> ClientMaint is holding (heldtx.dat, HELDRC.CPY - the held file
      *> ClientMaint will read next cycle).  Two functions off the
      *> command line:
      *>
      *>    REPORT                               list everything held
      *>    CANCEL <batch-id> <acct> [<code>]    withdraw before release
      *>
      *> REPORT prints every held transaction in effective-date order,
      *> with the batch it came in on, the date it was held, and what
      *> it will do, and totals by transaction code - so ops can see
      *> what the coming cycles will apply.  CANCEL removes the held
      *> transactions for one AcctNumber from one batch (narrowed to
      *> one transaction code when a code is given) before they are
      *> ever released: the held file is rewritten without them and
      *> each cancelled transaction is appended to the cancellation log
      *> (heldcan.dat, same layout), the audit record of what was
      *> withdrawn.  Nothing reads it back - ClientMaint's held-file
      *> proof is within one run (held in = released + carried), so a
      *> cancel simply shows as a smaller held-in count next cycle.
      *> A cancel that matches nothing changes nothing and ends with
      *> RETURN-CODE 8.  Both functions print heldrpt.txt.
      *>
      *> MODIFICATION HISTORY.
      *>   10/15/2026  DK   Original version.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientHeldTran.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL HELD-FILE ASSIGN TO "heldtx.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HELD-STATUS.

    SELECT OPTIONAL CANCEL-LOG ASSIGN TO "heldcan.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT SORT-WORK-FILE ASSIGN TO "heldwork.tmp".

    SELECT HELD-RPT ASSIGN TO "heldrpt.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD HELD-FILE.
    COPY HELDRC.

FD CANCEL-LOG.
    COPY HELDRC REPLACING ==HeldTranRec== BY ==CancelLogRec==.

SD SORT-WORK-FILE.
    COPY HELDRC REPLACING ==HeldTranRec== BY ==SortHeldRec==.

FD HELD-RPT.
01 HELD-RPT-REC               PIC X(80).


WORKING-STORAGE SECTION.

01 SWITCHES.
    05 EOF-SWITCH             PIC X VALUE "N".
    05 RPT-EOF-SWITCH         PIC X VALUE "N".
01 FILE-STATUSES.
    05 WS-HELD-STATUS         PIC X(2) VALUE "00".
        88  HELD-OK                   VALUE "00" "05".

01 WS-COMMAND-LINE            PIC X(40).
01 PARSED-COMMAND.
    05 WS-FUNCTION            PIC X(8).
    05 WS-BATCH-PARM          PIC X(8).
    05 WS-ACCT-PARM           PIC X(7).
    05 WS-CODE-PARM           PIC X(1).
01 WS-CANCEL-BATCH            PIC 9(8) VALUE 0.
01 WS-CANCEL-ACCT             PIC 9(7) VALUE 0.
01 WS-RUN-DATE                PIC 9(8) VALUE 0.

*> -------------------------------------------------------------------
*> The held transaction under report, remapped onto the TransRec
*> layout so its code, key and name read by field.
*> -------------------------------------------------------------------
    COPY TRANRC.

*> -------------------------------------------------------------------
*> The whole held file for CANCEL - it is rewritten from here.
*> -------------------------------------------------------------------
01 HELD-CONSTANTS.
    05 MAX-HELD-ENTRIES       PIC 9(4) VALUE 2000.
01 HELD-TABLE.
    05 HELD-COUNT             PIC 9(4) VALUE 0.
    05 HELD-ENTRY OCCURS 2000 TIMES.
        10 HE-REC             PIC X(128).
        10 HE-CANCEL-FLAG     PIC X.
01 HELD-WORK.
    05 HELD-SUB               PIC 9(4) VALUE 0.

01 COUNTERS.
    05 LISTED-COUNT           PIC 9(5) VALUE 0.
    05 LIST-ADD-COUNT         PIC 9(5) VALUE 0.
    05 LIST-CHANGE-COUNT      PIC 9(5) VALUE 0.
    05 LIST-DELETE-COUNT      PIC 9(5) VALUE 0.
    05 LIST-STATUS-COUNT      PIC 9(5) VALUE 0.
    05 DUE-NEXT-COUNT         PIC 9(5) VALUE 0.
    05 CANCELLED-COUNT        PIC 9(5) VALUE 0.
    05 KEPT-COUNT             PIC 9(5) VALUE 0.


PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    EVALUATE WS-FUNCTION
        WHEN "REPORT"
            SORT SORT-WORK-FILE
                ON ASCENDING KEY HT-EFF-DATE OF SortHeldRec
                                 HT-BATCH-ID OF SortHeldRec
                USING HELD-FILE
                OUTPUT PROCEDURE IS 600-PRINT-HELD
        WHEN "CANCEL"
            PERFORM 200-CANCEL-HELD
    END-EVALUATE.
    PERFORM 300-TERMINATE.
    STOP RUN.


100-INITIALIZE.

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
    MOVE SPACES TO PARSED-COMMAND.
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
        INTO WS-FUNCTION WS-BATCH-PARM WS-ACCT-PARM WS-CODE-PARM.
    EVALUATE TRUE
        WHEN WS-FUNCTION = "REPORT"
            CONTINUE
        WHEN WS-FUNCTION = "CANCEL"
         AND WS-BATCH-PARM IS NUMERIC
         AND WS-ACCT-PARM IS NUMERIC
            MOVE WS-BATCH-PARM TO WS-CANCEL-BATCH
            MOVE WS-ACCT-PARM TO WS-CANCEL-ACCT
        WHEN OTHER
            DISPLAY "USAGE: REPORT"
            DISPLAY "       CANCEL <BATCH-ID> <ACCTNUMBER> [<TR-CODE>]"
            DISPLAY "       BATCH ID 8 DIGITS, ACCTNUMBER 7 DIGITS"
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

    OPEN OUTPUT HELD-RPT.
    MOVE SPACES TO HELD-RPT-REC.
    STRING "HELD MAINTENANCE TRANSACTIONS - " DELIMITED BY SIZE
           WS-FUNCTION DELIMITED BY " "
           " - RUN DATE " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
      INTO HELD-RPT-REC.
    WRITE HELD-RPT-REC.
    MOVE SPACES TO HELD-RPT-REC.
    WRITE HELD-RPT-REC.
    MOVE "Effective Batch    Held on   Account  Tr  Surname"
      TO HELD-RPT-REC.
    WRITE HELD-RPT-REC.


*> -------------------------------------------------------------------
*> 200-CANCEL-HELD - loads the held file, flags every entry matching
*> the batch/account (and code, when given), and rewrites the file
*> without them.  Nothing is rewritten when nothing matched, or when
*> the file is too big to hold - the file is never half-written.
*> -------------------------------------------------------------------
200-CANCEL-HELD.

    OPEN INPUT HELD-FILE.
    IF NOT HELD-OK
        DISPLAY "UNABLE TO OPEN HELDTX.DAT - FILE STATUS "
            WS-HELD-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ HELD-FILE
      AT END
        MOVE "Y" TO EOF-SWITCH
    END-READ.
    PERFORM 210-ABSORB-HELD-REC
      UNTIL EOF-SWITCH = "Y".
    CLOSE HELD-FILE.

    PERFORM 220-FLAG-CANCEL
      VARYING HELD-SUB FROM 1 BY 1
      UNTIL HELD-SUB > HELD-COUNT.

    IF CANCELLED-COUNT = 0
        MOVE "NO HELD TRANSACTION MATCHES - NOTHING CANCELLED"
          TO HELD-RPT-REC
        WRITE HELD-RPT-REC
        DISPLAY "NO HELD TRANSACTION MATCHES - NOTHING CANCELLED"
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN OUTPUT HELD-FILE
        OPEN EXTEND CANCEL-LOG
        PERFORM 230-REWRITE-HELD-ENTRY
          VARYING HELD-SUB FROM 1 BY 1
          UNTIL HELD-SUB > HELD-COUNT
        CLOSE HELD-FILE
        CLOSE CANCEL-LOG
    END-IF.


210-ABSORB-HELD-REC.

    IF HELD-COUNT >= MAX-HELD-ENTRIES
        DISPLAY "HELDTX.DAT HOLDS MORE THAN " MAX-HELD-ENTRIES
            " TRANSACTIONS - NOTHING CANCELLED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO HELD-COUNT.
    MOVE HeldTranRec TO HE-REC (HELD-COUNT).
    MOVE "N" TO HE-CANCEL-FLAG (HELD-COUNT).
    READ HELD-FILE
      AT END
        MOVE "Y" TO EOF-SWITCH
    END-READ.


220-FLAG-CANCEL.

    MOVE HE-REC (HELD-SUB) TO HeldTranRec.
    MOVE HT-TRAN-IMAGE OF HeldTranRec TO TransRec.
    IF HT-BATCH-ID OF HeldTranRec = WS-CANCEL-BATCH
       AND AcctNumber OF TransRec = WS-CANCEL-ACCT
       AND (WS-CODE-PARM = SPACE OR TR-CODE = WS-CODE-PARM)
        MOVE "Y" TO HE-CANCEL-FLAG (HELD-SUB)
        ADD 1 TO CANCELLED-COUNT
        PERFORM 650-WRITE-HELD-LINE
    END-IF.


*> -------------------------------------------------------------------
*> 230-REWRITE-HELD-ENTRY - kept entries go back onto the held file;
*> cancelled ones go to the cancellation log instead.
*> -------------------------------------------------------------------
230-REWRITE-HELD-ENTRY.

    MOVE HE-REC (HELD-SUB) TO HeldTranRec.
    IF HE-CANCEL-FLAG (HELD-SUB) = "Y"
        MOVE HeldTranRec TO CancelLogRec
        WRITE CancelLogRec
    ELSE
        WRITE HeldTranRec
        ADD 1 TO KEPT-COUNT
    END-IF.


*> -------------------------------------------------------------------
*> 600-PRINT-HELD - output procedure for the REPORT sort; one line
*> per held transaction in effective-date order.
*> -------------------------------------------------------------------
600-PRINT-HELD.

    PERFORM 610-RETURN-SORT-REC.
    PERFORM 620-PRINT-ONE-HELD
      UNTIL RPT-EOF-SWITCH = "Y".


610-RETURN-SORT-REC.

    RETURN SORT-WORK-FILE
      AT END
        MOVE "Y" TO RPT-EOF-SWITCH
    END-RETURN.


620-PRINT-ONE-HELD.

    MOVE SortHeldRec TO HeldTranRec.
    MOVE HT-TRAN-IMAGE OF HeldTranRec TO TransRec.
    ADD 1 TO LISTED-COUNT.
    EVALUATE TRUE
        WHEN TR-ADD
            ADD 1 TO LIST-ADD-COUNT
        WHEN TR-CHANGE
            ADD 1 TO LIST-CHANGE-COUNT
        WHEN TR-DELETE
            ADD 1 TO LIST-DELETE-COUNT
        WHEN TR-STATUS
            ADD 1 TO LIST-STATUS-COUNT
    END-EVALUATE.
*>  The next ClientMaint run is dated tomorrow at the earliest, so
*>  anything effective by then is released on the coming cycle.
    IF FUNCTION INTEGER-OF-DATE (HT-EFF-DATE OF HeldTranRec)
       <= FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 1
        ADD 1 TO DUE-NEXT-COUNT
    END-IF.
    PERFORM 650-WRITE-HELD-LINE.
    PERFORM 610-RETURN-SORT-REC.


650-WRITE-HELD-LINE.

    MOVE SPACES TO HELD-RPT-REC.
    STRING HT-EFF-DATE OF HeldTranRec DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           HT-BATCH-ID OF HeldTranRec DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           HT-HELD-DATE OF HeldTranRec DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           AcctNumber OF TransRec DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           TR-CODE DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           Surname OF TransRec DELIMITED BY SIZE
      INTO HELD-RPT-REC.
    IF WS-FUNCTION = "CANCEL"
        MOVE "CANCELLED" TO HELD-RPT-REC (66:9)
    END-IF.
    WRITE HELD-RPT-REC.


300-TERMINATE.

    MOVE SPACES TO HELD-RPT-REC.
    WRITE HELD-RPT-REC.
    IF WS-FUNCTION = "REPORT"
        MOVE SPACES TO HELD-RPT-REC
        STRING "HELD TRANSACTIONS:  " DELIMITED BY SIZE
               LISTED-COUNT DELIMITED BY SIZE
               "  ADDS " DELIMITED BY SIZE
               LIST-ADD-COUNT DELIMITED BY SIZE
               "  CHG " DELIMITED BY SIZE
               LIST-CHANGE-COUNT DELIMITED BY SIZE
               "  DEL " DELIMITED BY SIZE
               LIST-DELETE-COUNT DELIMITED BY SIZE
               "  STS " DELIMITED BY SIZE
               LIST-STATUS-COUNT DELIMITED BY SIZE
          INTO HELD-RPT-REC
        WRITE HELD-RPT-REC
        MOVE SPACES TO HELD-RPT-REC
        STRING "DUE ON THE NEXT CYCLE: " DELIMITED BY SIZE
               DUE-NEXT-COUNT DELIMITED BY SIZE
          INTO HELD-RPT-REC
        WRITE HELD-RPT-REC
        DISPLAY "HELD TRANSACTIONS >>>> " LISTED-COUNT
        DISPLAY "DUE NEXT CYCLE >>>> " DUE-NEXT-COUNT
    ELSE
        MOVE SPACES TO HELD-RPT-REC
        STRING "CANCELLED:  " DELIMITED BY SIZE
               CANCELLED-COUNT DELIMITED BY SIZE
               "  STILL HELD: " DELIMITED BY SIZE
               KEPT-COUNT DELIMITED BY SIZE
          INTO HELD-RPT-REC
        WRITE HELD-RPT-REC
        DISPLAY "CANCELLED >>>> " CANCELLED-COUNT
        DISPLAY "STILL HELD >>>> " KEPT-COUNT
    END-IF.
    CLOSE HELD-RPT.
