      *> written this cycle (suspnew.dat) becomes the suspense input
      *> (suspense.dat) of the next cycle.
      *>
      *> A transaction carrying an effective date (TR-EFF-DATE) later
      *> than the run date is not applied; it goes to the held file
      *> (HELDRC.CPY) and is released into the first cycle whose run
      *> date reaches it.  Held transactions due this cycle are applied
      *> after the suspense recycle and ahead of clienttx.dat, through
      *> the same apply, suspense and journal paragraphs as everything
      *> else.  heldnew.dat rolls forward to heldtx.dat the same way
      *> suspnew.dat rolls to suspense.dat.
      *>
      *> The run is restartable.  Every CHECKPOINT-INTERVAL input
      *> records (and once before the first) it takes a commit point:
      *> the sequential outputs and the journal are closed and reopened
      *> so everything written so far is on disk, then maintckp.dat is
      *> rewritten with the run id/date, the batch id, how far each
      *> input has been read and every running total.  A run that
      *> finds a checkpoint left by an abended run of the same batch
      *> resumes under the original run id/date: the outputs are cut
      *> back to what they held at the commit point, the inputs are
      *> read forward past the work already done, and any transaction
      *> the journal shows was applied after the commit point is
      *> counted and reported but not applied or journalled again.  A
      *> clean finish empties maintckp.dat.
      *>
      *> MODIFICATION HISTORY.
      *>   08/09/2026  DK   Original version.
      *>   08/09/2026  DK   Review fix: check FILE STATUS after opening
      *>                    id (JRNLRC.CPY); batch-applied updates are
      *>                    stamped "*BATCH*" so they read apart from
      *>                    ClientOnlineMaint's signed-on operators.
      *>   10/15/2026  DK   The journal record now carries a checker id
      *>                    (JRNLRC.CPY) for dual-control approvals;
      *>                    batch-applied updates leave it blank.
      *>   10/15/2026  DK   Future-dated transactions: a transaction
      *>                    whose TR-EFF-DATE (TRANRC.CPY) is after the
      *>                    run date is written to heldnew.dat
      *>                    (HELDRC.CPY) instead of being applied, and
      *>                    held transactions off heldtx.dat that have
      *>                    come due are released through
      *>                    210-APPLY-ONE-TRAN ahead of the new batch.
      *>                    The maintenance report now proves the batch
      *>                    trailer against applied-now plus held, per
      *>                    code and by hash, and balances the held
      *>                    file in against released plus carried.
      *>                    ClientHeldTran reports and cancels held
      *>                    transactions.
      *>   10/15/2026  DK   The journal record now carries a reference
      *>                    to the earlier entry it undoes (JRNLRC.CPY,
      *>                    used by reinstatements); left blank here.
      *>   10/15/2026  DK   Restartable: commit point every CHECKPOINT-
      *>                    INTERVAL input records (maintckp.dat); a
      *>                    restart resumes the same batch under the
      *>                    original run id/date, cuts the outputs back
      *>                    to the commit point, skips the work already
      *>                    done, counts transactions the journal shows
      *>                    were applied after the commit point without
      *>                    reapplying them, and reports totals either
      *>                    side of the abend.
      *>   10/15/2026  DK   Review fix: on a restart, a transaction
      *>                    ahead of the next journal entry past the
      *>                    commit point that does not match it is now
      *>                    rejected (suspense or final reject,
      *>                    "Rejected - before restart") instead of
      *>                    applied - it was rejected before the abend,
      *>                    and later applied updates in the same
      *>                    stretch have already moved the master on.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientMaint.
    SELECT BAL-RPT ASSIGN TO "balrpt.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT HELD-IN-FILE ASSIGN TO "heldtx.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HELD-IN-STATUS.

    SELECT HELD-OUT-FILE ASSIGN TO "heldnew.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT CHECKPOINT-FILE ASSIGN TO "maintckp.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKPT-FILE-STATUS.

    SELECT TRIM-FILE ASSIGN TO WS-TRIM-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRIM-STATUS.

    SELECT TRIM-WORK-FILE ASSIGN TO "maintrst.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD TRANS-FILE.
FD BAL-RPT.
01 BAL-RPT-REC                PIC X(80).

FD HELD-IN-FILE.
    COPY HELDRC REPLACING ==HeldTranRec== BY ==HeldInRec==.

FD HELD-OUT-FILE.
    COPY HELDRC REPLACING ==HeldTranRec== BY ==HeldOutRec==.

*> -------------------------------------------------------------------
*> The commit-point record.  The total groups are carried whole, in
*> the same layout as the working-storage groups they are moved
*> from, so a new counter only has to be added in one place.
*> -------------------------------------------------------------------
FD CHECKPOINT-FILE.
01 CHECKPOINT-REC.
    05 CKPT-RUN-ID            PIC 9(8).
    05 CKPT-RUN-DATE          PIC 9(8).
    05 CKPT-BATCH-ID          PIC 9(8).
    05 CKPT-COUNTERS          PIC X(40).
    05 CKPT-COMMIT-COUNTERS   PIC X(20).
    05 CKPT-NOW-TALLIES       PIC X(30).
    05 CKPT-HELD-TALLIES      PIC X(30).
    05 CKPT-HELD-FILE-TALLIES PIC X(25).

FD TRIM-FILE.
01 TRIM-REC                   PIC X(200).

FD TRIM-WORK-FILE.
01 TRIM-WORK-REC              PIC X(200).


WORKING-STORAGE SECTION.

    05 SUSP-EOF-SWITCH     PIC X VALUE "N".
    05 SUSP-IN-PRESENT     PIC X VALUE "N".
    05 REJECT-SWITCH       PIC X VALUE "N".
    05 HELD-EOF-SWITCH     PIC X VALUE "N".
    05 HELD-IN-PRESENT     PIC X VALUE "N".
01 FILE-STATUSES.
    05 WS-MASTER-STATUS    PIC X(2) VALUE "00".
        88  MASTER-OK              VALUE "00".
    05 WS-SUSP-IN-STATUS   PIC X(2) VALUE "00".
        88  SUSP-IN-OK             VALUE "00".
    05 WS-HELD-IN-STATUS   PIC X(2) VALUE "00".
        88  HELD-IN-OK             VALUE "00".
    05 WS-CKPT-FILE-STATUS PIC X(2) VALUE "00".
        88  CKPT-FILE-FOUND        VALUE "00".
    05 WS-TRIM-STATUS      PIC X(2) VALUE "00".
        88  TRIM-OK                VALUE "00".
01 COUNTERS.
    05 ADD-COUNT           PIC 9(5) VALUE 0.
    05 CHANGE-COUNT        PIC 9(5) VALUE 0.
    05 EXP-HASH-TOTAL      PIC 9(10) VALUE 0.
01 BAL-FAIL-TEXT           PIC X(60).

*> -------------------------------------------------------------------
*> Held-transaction working storage.  The batch's transactions split
*> two ways - applied this cycle or held for a later effective date -
*> and the two halves must add back to the trailer 110 proved, per
*> code and by AcctNumber hash.  The held file balances on its own:
*> what came in is either released this cycle or carried forward.
*> -------------------------------------------------------------------
01 BATCH-NOW-TALLIES.
    05 NOW-ADD-COUNT       PIC 9(5) VALUE 0.
    05 NOW-CHANGE-COUNT    PIC 9(5) VALUE 0.
    05 NOW-DELETE-COUNT    PIC 9(5) VALUE 0.
    05 NOW-STATUS-COUNT    PIC 9(5) VALUE 0.
    05 NOW-HASH-TOTAL      PIC 9(10) VALUE 0.
01 BATCH-HELD-TALLIES.
    05 HOLD-ADD-COUNT      PIC 9(5) VALUE 0.
    05 HOLD-CHANGE-COUNT   PIC 9(5) VALUE 0.
    05 HOLD-DELETE-COUNT   PIC 9(5) VALUE 0.
    05 HOLD-STATUS-COUNT   PIC 9(5) VALUE 0.
    05 HOLD-HASH-TOTAL     PIC 9(10) VALUE 0.
01 HELD-FILE-TALLIES.
    05 HELD-IN-COUNT       PIC 9(5) VALUE 0.
    05 RELEASED-COUNT      PIC 9(5) VALUE 0.
    05 CARRIED-COUNT       PIC 9(5) VALUE 0.
    05 NEWLY-HELD-COUNT    PIC 9(5) VALUE 0.
    05 HELD-OUT-COUNT      PIC 9(5) VALUE 0.
01 HELD-BALANCE-WORK.
    05 WS-SPLIT-ADD        PIC 9(5) VALUE 0.
    05 WS-SPLIT-CHANGE     PIC 9(5) VALUE 0.
    05 WS-SPLIT-DELETE     PIC 9(5) VALUE 0.
    05 WS-SPLIT-STATUS     PIC 9(5) VALUE 0.
    05 WS-SPLIT-HASH       PIC 9(10) VALUE 0.
    05 WS-HELD-ACCOUNTED   PIC 9(5) VALUE 0.

*> -------------------------------------------------------------------
*> Commit/restart working storage.  TRAN-IN-COUNT is how many
*> clienttx.dat records (header and trailer included) have been
*> through 200; with RECYCLE-COUNT and HELD-IN-COUNT it says how far
*> each input had got at a commit point.  The line/record counts say
*> how much of each output belongs to the committed work - a restart
*> cuts each output back to exactly that much.
*> -------------------------------------------------------------------
01 CHECKPOINT-CONTROLS.
    05 CHECKPOINT-INTERVAL PIC 9(3) VALUE 50.
    05 WS-SINCE-CHECKPOINT PIC 9(3) VALUE 0.
    05 WS-IS-RESTART       PIC X VALUE "N".
    05 WS-SKIP-COUNT       PIC 9(5) VALUE 0.
01 COMMIT-COUNTERS.
    05 TRAN-IN-COUNT       PIC 9(5) VALUE 0.
    05 JOURNAL-WRITE-COUNT PIC 9(5) VALUE 0.
    05 MAINT-LINE-COUNT    PIC 9(5) VALUE 0.
    05 RECOVERED-COUNT     PIC 9(5) VALUE 0.

*> -------------------------------------------------------------------
*> The totals as they stood at the commit point a restart resumed
*> from - the "before the abend" side of the restarted-run report.
*> Same layouts as COUNTERS, COMMIT-COUNTERS and HELD-FILE-TALLIES.
*> -------------------------------------------------------------------
01 BASE-COUNTERS.
    05 BASE-ADD-COUNT      PIC 9(5) VALUE 0.
    05 BASE-CHANGE-COUNT   PIC 9(5) VALUE 0.
    05 BASE-DELETE-COUNT   PIC 9(5) VALUE 0.
    05 BASE-STATUS-COUNT   PIC 9(5) VALUE 0.
    05 BASE-REJECT-COUNT   PIC 9(5) VALUE 0.
    05 BASE-RECYCLE-COUNT  PIC 9(5) VALUE 0.
    05 BASE-SUSPENSE-COUNT PIC 9(5) VALUE 0.
    05 BASE-FINAL-COUNT    PIC 9(5) VALUE 0.
01 BASE-COMMIT-COUNTERS.
    05 BASE-TRAN-IN-COUNT  PIC 9(5) VALUE 0.
    05 FILLER              PIC X(15).
01 BASE-HELD-FILE-TALLIES.
    05 BASE-HELD-IN-COUNT  PIC 9(5) VALUE 0.
    05 BASE-RELEASED-COUNT PIC 9(5) VALUE 0.
    05 BASE-CARRIED-COUNT  PIC 9(5) VALUE 0.
    05 BASE-NEWLY-HELD     PIC 9(5) VALUE 0.
    05 FILLER              PIC X(5).

*> -------------------------------------------------------------------
*> Restart journal table - this run's journal entries written after
*> the commit point, in the order they were written.  Each input
*> record journals at most once, so one interval's worth is the most
*> there can be; MAX-RST-JOURNAL must not be less than
*> CHECKPOINT-INTERVAL.
*> -------------------------------------------------------------------
01 RST-CONSTANTS.
    05 MAX-RST-JOURNAL     PIC 9(3) VALUE 50.
01 RST-JOURNAL-TABLE.
    05 RST-JRNL-COUNT      PIC 9(3) VALUE 0.
    05 RST-JRNL-NEXT       PIC 9(3) VALUE 1.
    05 RST-JRNL-ENTRY OCCURS 50 TIMES.
        10 RST-JRNL-ACCT   PIC 9(7).
        10 RST-JRNL-CODE   PIC X.
01 RST-WORK.
    05 RST-JRNL-EOF        PIC X VALUE "N".
    05 RST-JRNL-SEEN       PIC 9(5) VALUE 0.
    05 TRIM-EOF-SWITCH     PIC X VALUE "N".
    05 WS-TRIM-NAME        PIC X(20) VALUE SPACES.
    05 WS-TRIM-KEEP        PIC 9(5) VALUE 0.
    05 WS-TRIM-COPIED      PIC 9(5) VALUE 0.
    05 RST-FAIL-TEXT       PIC X(60) VALUE SPACES.
01 RST-ROW-WORK.
    05 WS-ROW-LABEL        PIC X(20).
    05 WS-ROW-BASE         PIC 9(5).
    05 WS-ROW-TOTAL        PIC 9(5).
    05 WS-ROW-AFTER        PIC 9(5).


PROCEDURE DIVISION.

    PERFORM 100-INITIALIZE.
    PERFORM 150-RECYCLE-SUSPENSE
      UNTIL SUSP-EOF-SWITCH = "Y".
    PERFORM 160-RELEASE-HELD
      UNTIL HELD-EOF-SWITCH = "Y".
    PERFORM 180-PRIME-TRANS-FILE.
    PERFORM 200-PROCESS-TRANSACTIONS
      UNTIL EOF-SWITCH = "Y".
100-INITIALIZE.

    PERFORM 110-VALIDATE-BATCH.
    PERFORM 105-CHECK-FOR-RESTART.
    IF WS-IS-RESTART = "Y"
        PERFORM 120-RESUME-AT-COMMIT-POINT
    END-IF.

    OPEN INPUT TRANS-FILE.
    OPEN I-O CLIENT-MASTER.
        DISPLAY "UNABLE TO OPEN CLIENTMS - FILE STATUS " WS-MASTER-STATUS
        STOP RUN
    END-IF.

*>  A restart carries on the outputs 120 cut back to the commit point
*>  under the original run id/date; a fresh run starts them empty and
*>  takes commit point zero straight away, so even an abend on the
*>  first transaction leaves something to restart from.
    IF WS-IS-RESTART = "Y"
        OPEN EXTEND MAINT-RPT
        OPEN EXTEND JOURNAL-FILE
        OPEN EXTEND SUSP-OUT-FILE
        OPEN EXTEND FINAL-RPT
        OPEN EXTEND HELD-OUT-FILE
        PERFORM 128-WRITE-RESTART-BANNER
    ELSE
        OPEN OUTPUT MAINT-RPT
        MOVE "AcctNumber  Trans  Result" TO MAINT-RPT-REC
        WRITE MAINT-RPT-REC
        ADD 1 TO MAINT-LINE-COUNT

        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        ACCEPT WS-RUN-ID FROM TIME
        OPEN EXTEND JOURNAL-FILE

        OPEN OUTPUT SUSP-OUT-FILE
        OPEN OUTPUT FINAL-RPT
        MOVE "AcctNumber  Trans  Age  Reason" TO FINAL-RPT-REC
        WRITE FINAL-RPT-REC
        OPEN OUTPUT HELD-OUT-FILE
        PERFORM 190-TAKE-CHECKPOINT
    END-IF.

*>  A missing suspense file just means the prior cycle had nothing to
*>  recycle - the first cycle ever run, or a clean day - so it is not
        MOVE "Y" TO SUSP-EOF-SWITCH
    END-IF.

*>  Likewise a missing held file just means nothing is waiting on a
*>  future effective date.
    OPEN INPUT HELD-IN-FILE.
    IF HELD-IN-OK
        MOVE "Y" TO HELD-IN-PRESENT
        READ HELD-IN-FILE
          AT END
            MOVE "Y" TO HELD-EOF-SWITCH
        END-READ
    ELSE
        MOVE "Y" TO HELD-EOF-SWITCH
    END-IF.

    IF WS-IS-RESTART = "Y"
        MOVE 0 TO WS-SKIP-COUNT
        PERFORM 172-SKIP-SUSPENSE-REC
          UNTIL WS-SKIP-COUNT = RECYCLE-COUNT
             OR SUSP-EOF-SWITCH = "Y"
        MOVE 0 TO WS-SKIP-COUNT
        PERFORM 174-SKIP-HELD-REC
          UNTIL WS-SKIP-COUNT = HELD-IN-COUNT
             OR HELD-EOF-SWITCH = "Y"
    END-IF.


*> -------------------------------------------------------------------
*> 105-CHECK-FOR-RESTART - the same test SeqWriteRead makes: a
*> checkpoint record on file means the last run didn't finish.  It
*> can only be resumed against the batch it was applying - any other
*> clienttx.dat is refused before the master is opened, and the
*> checkpoint is left alone for the batch it belongs to.
*> -------------------------------------------------------------------
105-CHECK-FOR-RESTART.

    OPEN INPUT CHECKPOINT-FILE.
    IF CKPT-FILE-FOUND
        READ CHECKPOINT-FILE
          AT END
            CONTINUE
          NOT AT END
            PERFORM 107-RESTORE-FROM-CHECKPOINT
        END-READ
        CLOSE CHECKPOINT-FILE
    END-IF.


107-RESTORE-FROM-CHECKPOINT.

    IF CKPT-BATCH-ID NOT = WS-BATCH-ID
        DISPLAY "CHECKPOINT (MAINTCKP.DAT) IS FOR BATCH " CKPT-BATCH-ID
            " - CLIENTTX.DAT IS BATCH " WS-BATCH-ID
        MOVE "CHECKPOINT BELONGS TO A DIFFERENT BATCH" TO RST-FAIL-TEXT
        PERFORM 129-REFUSE-RESTART
    END-IF.
    MOVE "Y" TO WS-IS-RESTART.
    MOVE CKPT-RUN-ID TO WS-RUN-ID.
    MOVE CKPT-RUN-DATE TO WS-RUN-DATE.
    MOVE CKPT-COUNTERS TO COUNTERS.
    MOVE CKPT-COMMIT-COUNTERS TO COMMIT-COUNTERS.
    MOVE CKPT-NOW-TALLIES TO BATCH-NOW-TALLIES.
    MOVE CKPT-HELD-TALLIES TO BATCH-HELD-TALLIES.
    MOVE CKPT-HELD-FILE-TALLIES TO HELD-FILE-TALLIES.
    MOVE COUNTERS TO BASE-COUNTERS.
    MOVE COMMIT-COUNTERS TO BASE-COMMIT-COUNTERS.
    MOVE HELD-FILE-TALLIES TO BASE-HELD-FILE-TALLIES.
    DISPLAY "RESTARTING RUN " WS-RUN-ID " OF " WS-RUN-DATE
        " AT ITS LAST COMMIT POINT".


*> -------------------------------------------------------------------
*> 110-VALIDATE-BATCH - proves the whole transaction file against its
    WRITE BAL-RPT-REC.


*> -------------------------------------------------------------------
*> 120-RESUME-AT-COMMIT-POINT - puts the files back the way they
*> stood at the commit point before anything is opened for update.
*> The journal is only read: an entry of this run past the commit
*> point is a master update that really happened, and it is matched
*> off against its transaction in 210 rather than applied again.  The
*> other outputs are cut back to their committed length, since the
*> work after the commit point is about to be redone.
*> -------------------------------------------------------------------
120-RESUME-AT-COMMIT-POINT.

    PERFORM 122-LOAD-RESTART-JOURNAL.

    MOVE "maintrpt.txt" TO WS-TRIM-NAME.
    MOVE MAINT-LINE-COUNT TO WS-TRIM-KEEP.
    PERFORM 125-TRIM-TO-COMMIT-POINT.
    MOVE "suspnew.dat" TO WS-TRIM-NAME.
    MOVE SUSPENSE-COUNT TO WS-TRIM-KEEP.
    PERFORM 125-TRIM-TO-COMMIT-POINT.
    MOVE "finalrej.txt" TO WS-TRIM-NAME.
    COMPUTE WS-TRIM-KEEP = FINAL-REJECT-COUNT + 1.
    PERFORM 125-TRIM-TO-COMMIT-POINT.
    MOVE "heldnew.dat" TO WS-TRIM-NAME.
    COMPUTE WS-TRIM-KEEP = CARRIED-COUNT + NEWLY-HELD-COUNT.
    PERFORM 125-TRIM-TO-COMMIT-POINT.


122-LOAD-RESTART-JOURNAL.

    OPEN INPUT JOURNAL-FILE.
    READ JOURNAL-FILE
      AT END
        MOVE "Y" TO RST-JRNL-EOF
    END-READ.
    PERFORM 123-ABSORB-RESTART-JRNL
      UNTIL RST-JRNL-EOF = "Y".
    CLOSE JOURNAL-FILE.
    IF RST-JRNL-SEEN < JOURNAL-WRITE-COUNT
        MOVE "JOURNAL HOLDS FEWER ENTRIES THAN THE COMMIT POINT"
          TO RST-FAIL-TEXT
        PERFORM 129-REFUSE-RESTART
    END-IF.


123-ABSORB-RESTART-JRNL.

    IF JR-RUN-ID = WS-RUN-ID
       AND JR-RUN-DATE = WS-RUN-DATE
       AND JR-OPERATOR-ID = "*BATCH*"
        ADD 1 TO RST-JRNL-SEEN
        IF RST-JRNL-SEEN > JOURNAL-WRITE-COUNT
            IF RST-JRNL-COUNT < MAX-RST-JOURNAL
                ADD 1 TO RST-JRNL-COUNT
                MOVE JR-ACCT-NUMBER TO RST-JRNL-ACCT (RST-JRNL-COUNT)
                MOVE JR-TR-CODE TO RST-JRNL-CODE (RST-JRNL-COUNT)
            ELSE
                MOVE "MORE JOURNAL ENTRIES PAST THE COMMIT POINT THAN FIT"
                  TO RST-FAIL-TEXT
                PERFORM 129-REFUSE-RESTART
            END-IF
        END-IF
    END-IF.
    READ JOURNAL-FILE
      AT END
        MOVE "Y" TO RST-JRNL-EOF
    END-READ.


*> -------------------------------------------------------------------
*> 125-TRIM-TO-COMMIT-POINT - keeps the first WS-TRIM-KEEP records of
*> the file named in WS-TRIM-NAME and drops the rest, by way of a
*> work file.  A file holding fewer records than the commit point
*> says it should has lost committed work, and the restart is
*> refused rather than carried on over the gap.
*> -------------------------------------------------------------------
125-TRIM-TO-COMMIT-POINT.

    MOVE 0 TO WS-TRIM-COPIED.
    MOVE "N" TO TRIM-EOF-SWITCH.
    OPEN INPUT TRIM-FILE.
    IF NOT TRIM-OK
        IF WS-TRIM-KEEP > 0
            MOVE SPACES TO RST-FAIL-TEXT
            STRING WS-TRIM-NAME DELIMITED BY SPACE
                   " IS MISSING" DELIMITED BY SIZE
              INTO RST-FAIL-TEXT
            PERFORM 129-REFUSE-RESTART
        END-IF
        OPEN OUTPUT TRIM-FILE
        CLOSE TRIM-FILE
    ELSE
        OPEN OUTPUT TRIM-WORK-FILE
        READ TRIM-FILE
          AT END
            MOVE "Y" TO TRIM-EOF-SWITCH
        END-READ
        PERFORM 126-COPY-OUT-TRIM-REC
          UNTIL TRIM-EOF-SWITCH = "Y"
             OR WS-TRIM-COPIED = WS-TRIM-KEEP
        CLOSE TRIM-FILE
        CLOSE TRIM-WORK-FILE
        IF WS-TRIM-COPIED < WS-TRIM-KEEP
            MOVE SPACES TO RST-FAIL-TEXT
            STRING WS-TRIM-NAME DELIMITED BY SPACE
                   " IS SHORTER THAN AT THE COMMIT POINT"
                     DELIMITED BY SIZE
              INTO RST-FAIL-TEXT
            PERFORM 129-REFUSE-RESTART
        END-IF
        OPEN OUTPUT TRIM-FILE
        OPEN INPUT TRIM-WORK-FILE
        MOVE "N" TO TRIM-EOF-SWITCH
        READ TRIM-WORK-FILE
          AT END
            MOVE "Y" TO TRIM-EOF-SWITCH
        END-READ
        PERFORM 127-COPY-BACK-TRIM-REC
          UNTIL TRIM-EOF-SWITCH = "Y"
        CLOSE TRIM-FILE
        CLOSE TRIM-WORK-FILE
    END-IF.


126-COPY-OUT-TRIM-REC.

    MOVE TRIM-REC TO TRIM-WORK-REC.
    WRITE TRIM-WORK-REC.
    ADD 1 TO WS-TRIM-COPIED.
    READ TRIM-FILE
      AT END
        MOVE "Y" TO TRIM-EOF-SWITCH
    END-READ.


127-COPY-BACK-TRIM-REC.

    MOVE TRIM-WORK-REC TO TRIM-REC.
    WRITE TRIM-REC.
    READ TRIM-WORK-FILE
      AT END
        MOVE "Y" TO TRIM-EOF-SWITCH
    END-READ.


128-WRITE-RESTART-BANNER.

    MOVE SPACES TO MAINT-RPT-REC.
    STRING "*** RESTARTED RUN " DELIMITED BY SIZE
           WS-RUN-ID DELIMITED BY SIZE
           " OF " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           " - RESUMED AT THE LAST COMMIT POINT ***" DELIMITED BY SIZE
      INTO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.
    ADD 1 TO MAINT-LINE-COUNT.
    MOVE SPACES TO MAINT-RPT-REC.
    STRING "    ALREADY DONE: SUSPENSE " DELIMITED BY SIZE
           RECYCLE-COUNT DELIMITED BY SIZE
           "  HELD " DELIMITED BY SIZE
           HELD-IN-COUNT DELIMITED BY SIZE
           "  BATCH " DELIMITED BY SIZE
           TRAN-IN-COUNT DELIMITED BY SIZE
      INTO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.
    ADD 1 TO MAINT-LINE-COUNT.
    MOVE SPACES TO MAINT-RPT-REC.
    STRING "    APPLIED SINCE, PER THE JOURNAL: " DELIMITED BY SIZE
           RST-JRNL-COUNT DELIMITED BY SIZE
           " (NOT REAPPLIED)" DELIMITED BY SIZE
      INTO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.
    ADD 1 TO MAINT-LINE-COUNT.


*> -------------------------------------------------------------------
*> 129-REFUSE-RESTART - nothing has been opened for update yet, so
*> the checkpoint is left exactly as it was for another try once the
*> cause has been put right.
*> -------------------------------------------------------------------
129-REFUSE-RESTART.

    DISPLAY "RESTART REFUSED - " RST-FAIL-TEXT.
    DISPLAY "NOTHING APPLIED - MAINTCKP.DAT LEFT IN PLACE".
    MOVE 8 TO RETURN-CODE.
    STOP RUN.


*> -------------------------------------------------------------------
*> 150-RECYCLE-SUSPENSE - reapplies one suspended transaction ahead of
*> the new day's file.  The suspended TransRec image is moved into the
    MOVE SU-AGE-COUNT OF SuspInRec TO WS-CURRENT-AGE.
    ADD 1 TO RECYCLE-COUNT.
    PERFORM 210-APPLY-ONE-TRAN.
    PERFORM 195-COMMIT-IF-DUE.

    READ SUSP-IN-FILE
      AT END
    END-READ.


*> -------------------------------------------------------------------
*> 160-RELEASE-HELD - one held transaction off heldtx.dat.  Once its
*> effective date has been reached it is moved into the transaction
*> record area and applied exactly like a fresh one, so it suspends,
*> rejects and journals the same way; otherwise it is carried forward
*> to heldnew.dat untouched.
*> -------------------------------------------------------------------
160-RELEASE-HELD.

    ADD 1 TO HELD-IN-COUNT.
    IF HT-EFF-DATE OF HeldInRec > WS-RUN-DATE
        MOVE HeldInRec TO HeldOutRec
        WRITE HeldOutRec
        ADD 1 TO CARRIED-COUNT
    ELSE
        MOVE HT-TRAN-IMAGE OF HeldInRec TO TransRec
        MOVE 0 TO WS-CURRENT-AGE
        ADD 1 TO RELEASED-COUNT
        MOVE SPACES TO MAINT-RESULT-TEXT
        STRING "Released - held from batch " DELIMITED BY SIZE
               HT-BATCH-ID OF HeldInRec DELIMITED BY SIZE
          INTO MAINT-RESULT-TEXT
        PERFORM 290-WRITE-MAINT-LINE
        PERFORM 210-APPLY-ONE-TRAN
    END-IF.
    PERFORM 195-COMMIT-IF-DUE.

    READ HELD-IN-FILE
      AT END
        MOVE "Y" TO HELD-EOF-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 180-PRIME-TRANS-FILE - the first transaction off clienttx.dat is
*> deliberately not read until the recycle pass is done, because the
      AT END
        MOVE "Y" TO EOF-SWITCH
    END-READ.
    IF WS-IS-RESTART = "Y"
        MOVE 0 TO WS-SKIP-COUNT
        PERFORM 176-SKIP-TRANS-REC
          UNTIL WS-SKIP-COUNT = TRAN-IN-COUNT
             OR EOF-SWITCH = "Y"
    END-IF.


*> -------------------------------------------------------------------
*> 172/174/176 - on a restart, read each input forward past the
*> records the commit point says were already done.  The record left
*> in the area afterwards is the first one not yet processed.
*> -------------------------------------------------------------------
172-SKIP-SUSPENSE-REC.

    ADD 1 TO WS-SKIP-COUNT.
    READ SUSP-IN-FILE
      AT END
        MOVE "Y" TO SUSP-EOF-SWITCH
    END-READ.


174-SKIP-HELD-REC.

    ADD 1 TO WS-SKIP-COUNT.
    READ HELD-IN-FILE
      AT END
        MOVE "Y" TO HELD-EOF-SWITCH
    END-READ.


176-SKIP-TRANS-REC.

    ADD 1 TO WS-SKIP-COUNT.
    READ TRANS-FILE
      AT END
        MOVE "Y" TO EOF-SWITCH
    END-READ.


*> -------------------------------------------------------------------
*> 190-TAKE-CHECKPOINT - a commit point.  Closing and reopening the
*> outputs puts everything written so far on disk before the
*> checkpoint record claims it; the record then carries the run
*> id/date, the batch id, and every running total, including how far
*> each input has been read and how long each output now is.
*> -------------------------------------------------------------------
190-TAKE-CHECKPOINT.

    CLOSE MAINT-RPT.
    CLOSE JOURNAL-FILE.
    CLOSE SUSP-OUT-FILE.
    CLOSE FINAL-RPT.
    CLOSE HELD-OUT-FILE.
    OPEN EXTEND MAINT-RPT.
    OPEN EXTEND JOURNAL-FILE.
    OPEN EXTEND SUSP-OUT-FILE.
    OPEN EXTEND FINAL-RPT.
    OPEN EXTEND HELD-OUT-FILE.

    OPEN OUTPUT CHECKPOINT-FILE.
    MOVE WS-RUN-ID TO CKPT-RUN-ID.
    MOVE WS-RUN-DATE TO CKPT-RUN-DATE.
    MOVE WS-BATCH-ID TO CKPT-BATCH-ID.
    MOVE COUNTERS TO CKPT-COUNTERS.
    MOVE COMMIT-COUNTERS TO CKPT-COMMIT-COUNTERS.
    MOVE BATCH-NOW-TALLIES TO CKPT-NOW-TALLIES.
    MOVE BATCH-HELD-TALLIES TO CKPT-HELD-TALLIES.
    MOVE HELD-FILE-TALLIES TO CKPT-HELD-FILE-TALLIES.
    WRITE CHECKPOINT-REC.
    CLOSE CHECKPOINT-FILE.


195-COMMIT-IF-DUE.

    ADD 1 TO WS-SINCE-CHECKPOINT.
    IF WS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
        PERFORM 190-TAKE-CHECKPOINT
        MOVE 0 TO WS-SINCE-CHECKPOINT
    END-IF.


*> -------------------------------------------------------------------
*> 200-PROCESS-TRANSACTIONS - a transaction effective after the run
*> date is held; everything else (including a blank or zero effective
*> date) is applied now.  Either way it is tallied on its side of the
*> batch split for the proof in 300-TERMINATE.
*> -------------------------------------------------------------------
200-PROCESS-TRANSACTIONS.

    ADD 1 TO TRAN-IN-COUNT.
    MOVE 0 TO WS-CURRENT-AGE.
    IF (TR-ADD OR TR-CHANGE OR TR-DELETE OR TR-STATUS)
       AND TR-EFF-DATE IS NUMERIC
       AND TR-EFF-DATE > WS-RUN-DATE
        PERFORM 220-HOLD-TRANSACTION
    ELSE
        PERFORM 215-TALLY-APPLIED-NOW
        PERFORM 210-APPLY-ONE-TRAN
    END-IF.
    PERFORM 195-COMMIT-IF-DUE.

    READ TRANS-FILE
      AT END
*> cure (key already on file, key not on file) is suspended or, once
*> it has aged out, finally rejected; an unknown transaction code can
*> never cure itself and goes straight to the final-reject report.
*> On a restart, a transaction matching the next journal entry left
*> past the commit point was applied before the abend, and is only
*> counted (230); one that doesn't match while entries are still
*> left was rejected before the abend, and stays rejected (235).
*> -------------------------------------------------------------------
210-APPLY-ONE-TRAN.

    EVALUATE TRUE
        WHEN TR-CODE = "H" OR TR-CODE = "T"
            CONTINUE
        WHEN RST-JRNL-NEXT <= RST-JRNL-COUNT
         AND AcctNumber OF TransRec = RST-JRNL-ACCT (RST-JRNL-NEXT)
         AND TR-CODE = RST-JRNL-CODE (RST-JRNL-NEXT)
            PERFORM 230-COUNT-APPLIED-BEFORE-ABEND
        WHEN RST-JRNL-NEXT <= RST-JRNL-COUNT
         AND (TR-ADD OR TR-CHANGE OR TR-DELETE OR TR-STATUS)
            PERFORM 235-REJECTED-BEFORE-ABEND
        WHEN TR-ADD
            PERFORM 250-APPLY-ADD
        WHEN TR-CHANGE
    END-IF.


215-TALLY-APPLIED-NOW.

    EVALUATE TRUE
        WHEN TR-ADD
            ADD 1 TO NOW-ADD-COUNT
            ADD AcctNumber OF TransRec TO NOW-HASH-TOTAL
        WHEN TR-CHANGE
            ADD 1 TO NOW-CHANGE-COUNT
            ADD AcctNumber OF TransRec TO NOW-HASH-TOTAL
        WHEN TR-DELETE
            ADD 1 TO NOW-DELETE-COUNT
            ADD AcctNumber OF TransRec TO NOW-HASH-TOTAL
        WHEN TR-STATUS
            ADD 1 TO NOW-STATUS-COUNT
            ADD AcctNumber OF TransRec TO NOW-HASH-TOTAL
        WHEN OTHER
            CONTINUE
    END-EVALUATE.


*> -------------------------------------------------------------------
*> 220-HOLD-TRANSACTION - writes a future-dated transaction to the
*> held file with its batch id and tonight's date, and notes it on the
*> maintenance report.  Nothing touches the master or the journal.
*> -------------------------------------------------------------------
220-HOLD-TRANSACTION.

    MOVE TR-EFF-DATE TO HT-EFF-DATE OF HeldOutRec.
    MOVE WS-BATCH-ID TO HT-BATCH-ID OF HeldOutRec.
    MOVE WS-RUN-DATE TO HT-HELD-DATE OF HeldOutRec.
    MOVE TransRec TO HT-TRAN-IMAGE OF HeldOutRec.
    WRITE HeldOutRec.
    ADD 1 TO NEWLY-HELD-COUNT.
    ADD AcctNumber OF TransRec TO HOLD-HASH-TOTAL.
    EVALUATE TRUE
        WHEN TR-ADD
            ADD 1 TO HOLD-ADD-COUNT
        WHEN TR-CHANGE
            ADD 1 TO HOLD-CHANGE-COUNT
        WHEN TR-DELETE
            ADD 1 TO HOLD-DELETE-COUNT
        WHEN TR-STATUS
            ADD 1 TO HOLD-STATUS-COUNT
    END-EVALUATE.
    MOVE SPACES TO MAINT-RESULT-TEXT.
    STRING "Held until effective date " DELIMITED BY SIZE
           TR-EFF-DATE DELIMITED BY SIZE
      INTO MAINT-RESULT-TEXT.
    PERFORM 290-WRITE-MAINT-LINE.


*> -------------------------------------------------------------------
*> 230-COUNT-APPLIED-BEFORE-ABEND - the master and the journal already
*> hold this transaction's update; it is counted and reported the way
*> its apply paragraph would have, and nothing else is touched.
*> -------------------------------------------------------------------
230-COUNT-APPLIED-BEFORE-ABEND.

    EVALUATE TRUE
        WHEN TR-ADD
            MOVE "Added - before restart" TO MAINT-RESULT-TEXT
            ADD 1 TO ADD-COUNT
        WHEN TR-CHANGE
            MOVE "Changed - before restart" TO MAINT-RESULT-TEXT
            ADD 1 TO CHANGE-COUNT
        WHEN TR-DELETE
            MOVE "Deleted - before restart" TO MAINT-RESULT-TEXT
            ADD 1 TO DELETE-COUNT
        WHEN TR-STATUS
            MOVE "Status set - before restart" TO MAINT-RESULT-TEXT
            ADD 1 TO STATUS-COUNT
    END-EVALUATE.
    ADD 1 TO RECOVERED-COUNT.
    ADD 1 TO JOURNAL-WRITE-COUNT.
    ADD 1 TO RST-JRNL-NEXT.
    PERFORM 290-WRITE-MAINT-LINE.


*> -------------------------------------------------------------------
*> 235-REJECTED-BEFORE-ABEND - every update applied past the commit
*> point journalled in order, so a transaction ahead of the next
*> journal entry that doesn't match it was NOT applied before the
*> abend - it was rejected.  It must not be tried again here: the
*> journalled updates after it have already moved the master on (an
*> add rejected as on file, then a delete of that account applied,
*> would otherwise bring the record back).  A status code no apply
*> could ever take still gets its own final reject through 265;
*> anything else goes to suspense, to be tried on the next cycle
*> against the master as it then stands.
*> -------------------------------------------------------------------
235-REJECTED-BEFORE-ABEND.

    IF TR-STATUS
       AND ClientStatus OF TransRec NOT = "A"
       AND ClientStatus OF TransRec NOT = "I"
       AND ClientStatus OF TransRec NOT = "P"
        PERFORM 265-APPLY-STATUS
    ELSE
        MOVE "Rejected - before restart" TO MAINT-RESULT-TEXT
        COMPUTE REJECT-COUNT = REJECT-COUNT + 1
        MOVE "Y" TO REJECT-SWITCH
        PERFORM 290-WRITE-MAINT-LINE
    END-IF.


*> -------------------------------------------------------------------
*> 250-APPLY-ADD - write a new ClientRec keyed on AcctNumber.
*> -------------------------------------------------------------------
    MOVE WS-RUN-ID TO JR-RUN-ID.
    MOVE WS-RUN-DATE TO JR-RUN-DATE.
    MOVE "*BATCH*" TO JR-OPERATOR-ID.
    MOVE SPACES TO JR-CHECKER-ID.
    MOVE SPACES TO JR-REFERENCE.
    MOVE TR-CODE TO JR-TR-CODE.
    MOVE AcctNumber OF TransRec TO JR-ACCT-NUMBER.
    MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
    MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE.
    WRITE JournalRec.
    ADD 1 TO JOURNAL-WRITE-COUNT.


290-WRITE-MAINT-LINE.
           MAINT-RESULT-TEXT DELIMITED BY SIZE
      INTO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.
    ADD 1 TO MAINT-LINE-COUNT.


*> -------------------------------------------------------------------
    WRITE FINAL-RPT-REC.


*> -------------------------------------------------------------------
*> 310-PROVE-BATCH-SPLIT - the batch trailer against applied-now plus
*> held, per code and by hash, and the held file in against released
*> plus carried.  Any disagreement is a program fault rather than a
*> data problem, but it still fails the run with RETURN-CODE 8.
*> -------------------------------------------------------------------
310-PROVE-BATCH-SPLIT.

    COMPUTE WS-SPLIT-ADD = NOW-ADD-COUNT + HOLD-ADD-COUNT.
    COMPUTE WS-SPLIT-CHANGE = NOW-CHANGE-COUNT + HOLD-CHANGE-COUNT.
    COMPUTE WS-SPLIT-DELETE = NOW-DELETE-COUNT + HOLD-DELETE-COUNT.
    COMPUTE WS-SPLIT-STATUS = NOW-STATUS-COUNT + HOLD-STATUS-COUNT.
    COMPUTE WS-SPLIT-HASH = NOW-HASH-TOTAL + HOLD-HASH-TOTAL.
    COMPUTE WS-HELD-ACCOUNTED = RELEASED-COUNT + CARRIED-COUNT.
    COMPUTE HELD-OUT-COUNT = CARRIED-COUNT + NEWLY-HELD-COUNT.

    MOVE SPACES TO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.
    MOVE SPACES TO MAINT-RPT-REC.
    STRING "BATCH " DELIMITED BY SIZE
           WS-BATCH-ID DELIMITED BY SIZE
           "   TRAILER   APPLIED NOW   HELD" DELIMITED BY SIZE
      INTO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.
    MOVE SPACES TO MAINT-RPT-REC.
    STRING "ADDS             " DELIMITED BY SIZE
           EXP-ADD-COUNT DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           NOW-ADD-COUNT DELIMITED BY SIZE
           "         " DELIMITED BY SIZE
           HOLD-ADD-COUNT DELIMITED BY SIZE
      INTO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.
    MOVE SPACES TO MAINT-RPT-REC.
    STRING "CHANGES          " DELIMITED BY SIZE
           EXP-CHANGE-COUNT DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           NOW-CHANGE-COUNT DELIMITED BY SIZE
           "         " DELIMITED BY SIZE
           HOLD-CHANGE-COUNT DELIMITED BY SIZE
      INTO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.
    MOVE SPACES TO MAINT-RPT-REC.
    STRING "DELETES          " DELIMITED BY SIZE
           EXP-DELETE-COUNT DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           NOW-DELETE-COUNT DELIMITED BY SIZE
           "         " DELIMITED BY SIZE
           HOLD-DELETE-COUNT DELIMITED BY SIZE
      INTO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.
    MOVE SPACES TO MAINT-RPT-REC.
    STRING "STATUS SETS      " DELIMITED BY SIZE
           EXP-STATUS-COUNT DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           NOW-STATUS-COUNT DELIMITED BY SIZE
           "         " DELIMITED BY SIZE
           HOLD-STATUS-COUNT DELIMITED BY SIZE
      INTO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.
    MOVE SPACES TO MAINT-RPT-REC.
    STRING "ACCT HASH   " DELIMITED BY SIZE
           EXP-HASH-TOTAL DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-SPLIT-HASH DELIMITED BY SIZE
           " (NOW + HELD)" DELIMITED BY SIZE
      INTO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.
    MOVE SPACES TO MAINT-RPT-REC.
    STRING "HELD FILE IN " DELIMITED BY SIZE
           HELD-IN-COUNT DELIMITED BY SIZE
           "  RELEASED " DELIMITED BY SIZE
           RELEASED-COUNT DELIMITED BY SIZE
           "  CARRIED " DELIMITED BY SIZE
           CARRIED-COUNT DELIMITED BY SIZE
           "  NEW " DELIMITED BY SIZE
           NEWLY-HELD-COUNT DELIMITED BY SIZE
           "  OUT " DELIMITED BY SIZE
           HELD-OUT-COUNT DELIMITED BY SIZE
      INTO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.

    MOVE SPACES TO MAINT-RPT-REC.
    IF WS-SPLIT-ADD = EXP-ADD-COUNT
       AND WS-SPLIT-CHANGE = EXP-CHANGE-COUNT
       AND WS-SPLIT-DELETE = EXP-DELETE-COUNT
       AND WS-SPLIT-STATUS = EXP-STATUS-COUNT
       AND WS-SPLIT-HASH = EXP-HASH-TOTAL
       AND WS-HELD-ACCOUNTED = HELD-IN-COUNT
        MOVE "BALANCED: TRAILER = APPLIED NOW + HELD; HELD IN = RELEASED + CARRIED"
          TO MAINT-RPT-REC
    ELSE
        MOVE "*** OUT OF BALANCE - BATCH SPLIT OR HELD FILE DOES NOT TIE ***"
          TO MAINT-RPT-REC
        MOVE 8 TO RETURN-CODE
    END-IF.
    WRITE MAINT-RPT-REC.


*> -------------------------------------------------------------------
*> 320-WRITE-RESTART-TOTALS - a restarted run's totals split at the
*> commit point it resumed from: what was done before the abend, what
*> this run did after it, and the run total the trailer proof uses.
*> Transactions found applied on the journal are in the after-restart
*> column - they were counted this time round, not applied.
*> -------------------------------------------------------------------
320-WRITE-RESTART-TOTALS.

    MOVE SPACES TO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.
    MOVE SPACES TO MAINT-RPT-REC.
    STRING "RESTARTED RUN " DELIMITED BY SIZE
           WS-RUN-ID DELIMITED BY SIZE
           " - TOTALS EITHER SIDE OF THE ABEND" DELIMITED BY SIZE
      INTO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.
    MOVE "                    BEFORE ABEND  AFTER RESTART  RUN TOTAL"
      TO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.
    MOVE "BATCH RECORDS READ" TO WS-ROW-LABEL.
    MOVE BASE-TRAN-IN-COUNT TO WS-ROW-BASE.
    MOVE TRAN-IN-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "RECYCLED" TO WS-ROW-LABEL.
    MOVE BASE-RECYCLE-COUNT TO WS-ROW-BASE.
    MOVE RECYCLE-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "RELEASED FROM HOLD" TO WS-ROW-LABEL.
    MOVE BASE-RELEASED-COUNT TO WS-ROW-BASE.
    MOVE RELEASED-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "ADDED" TO WS-ROW-LABEL.
    MOVE BASE-ADD-COUNT TO WS-ROW-BASE.
    MOVE ADD-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "CHANGED" TO WS-ROW-LABEL.
    MOVE BASE-CHANGE-COUNT TO WS-ROW-BASE.
    MOVE CHANGE-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "DELETED" TO WS-ROW-LABEL.
    MOVE BASE-DELETE-COUNT TO WS-ROW-BASE.
    MOVE DELETE-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "STATUS SET" TO WS-ROW-LABEL.
    MOVE BASE-STATUS-COUNT TO WS-ROW-BASE.
    MOVE STATUS-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "REJECTED" TO WS-ROW-LABEL.
    MOVE BASE-REJECT-COUNT TO WS-ROW-BASE.
    MOVE REJECT-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "SUSPENDED" TO WS-ROW-LABEL.
    MOVE BASE-SUSPENSE-COUNT TO WS-ROW-BASE.
    MOVE SUSPENSE-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "FINAL REJECTS" TO WS-ROW-LABEL.
    MOVE BASE-FINAL-COUNT TO WS-ROW-BASE.
    MOVE FINAL-REJECT-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "NEWLY HELD" TO WS-ROW-LABEL.
    MOVE BASE-NEWLY-HELD TO WS-ROW-BASE.
    MOVE NEWLY-HELD-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "HELD CARRIED" TO WS-ROW-LABEL.
    MOVE BASE-CARRIED-COUNT TO WS-ROW-BASE.
    MOVE CARRIED-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE SPACES TO MAINT-RPT-REC.
    STRING "FOUND APPLIED ON THE JOURNAL, NOT REAPPLIED: "
             DELIMITED BY SIZE
           RECOVERED-COUNT DELIMITED BY SIZE
      INTO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.


322-WRITE-RESTART-ROW.

    COMPUTE WS-ROW-AFTER = WS-ROW-TOTAL - WS-ROW-BASE.
    MOVE SPACES TO MAINT-RPT-REC.
    STRING WS-ROW-LABEL DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-ROW-BASE DELIMITED BY SIZE
           "          " DELIMITED BY SIZE
           WS-ROW-AFTER DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           WS-ROW-TOTAL DELIMITED BY SIZE
      INTO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.


300-TERMINATE.

    IF WS-IS-RESTART = "Y"
        PERFORM 320-WRITE-RESTART-TOTALS
    END-IF.
    PERFORM 310-PROVE-BATCH-SPLIT.
    DISPLAY "RESTARTED RUN >>>> " WS-IS-RESTART.
    DISPLAY "ADDED   >>>> " ADD-COUNT.
    DISPLAY "CHANGED >>>> " CHANGE-COUNT.
    DISPLAY "DELETED >>>> " DELETE-COUNT.
    DISPLAY "RECYCLED FROM SUSPENSE >>>> " RECYCLE-COUNT.
    DISPLAY "WRITTEN TO SUSPENSE >>>> " SUSPENSE-COUNT.
    DISPLAY "FINAL REJECTS >>>> " FINAL-REJECT-COUNT.
    DISPLAY "RELEASED FROM HOLD >>>> " RELEASED-COUNT.
    DISPLAY "NEWLY HELD >>>> " NEWLY-HELD-COUNT.
    DISPLAY "HELD CARRIED FORWARD >>>> " CARRIED-COUNT.
    CLOSE TRANS-FILE.
    CLOSE CLIENT-MASTER.
    CLOSE MAINT-RPT.
    CLOSE SUSP-OUT-FILE.
    CLOSE FINAL-RPT.
    CLOSE JOURNAL-FILE.
    IF HELD-IN-PRESENT = "Y"
        CLOSE HELD-IN-FILE
    END-IF.
    CLOSE HELD-OUT-FILE.
*>  Run completed - clear the checkpoint so the next run starts fresh
*>  instead of resuming this one.
    OPEN OUTPUT CHECKPOINT-FILE.
    CLOSE CHECKPOINT-FILE.
