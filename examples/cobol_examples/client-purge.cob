      *> Active records, and inactive records still inside retention,
      *> are left untouched.
      *>
      *> The purge is restartable.  Every CHECKPOINT-INTERVAL master
      *> records (and once before the first) it takes a commit point:
      *> the archive, the report and the journal are closed and
      *> reopened so everything so far is on disk, then purgeckp.dat is
      *> rewritten with the run id/date, the last AcctNumber done and
      *> every total.  A run that finds a checkpoint left by an abended
      *> run resumes it under the original run id/date (so the same
      *> archive file): the report is cut back to the commit point, each
      *> archive record written after it is kept and counted if its
      *> master record is gone - journalled now only if the abend beat
      *> the journal write - or dropped to be purged again if not, any
      *> journal "P" entry of the run past the commit point whose
      *> record missed the archive is put back on it from the before
      *> image, and the master is read on from the key after the last
      *> one done.  A clean finish empties purgeckp.dat.
      *>
      *> MODIFICATION HISTORY.
      *>   08/22/2026  DK   Original version.
      *>   08/22/2026  DK   Review fix: a record whose archive copy was
      *>   09/02/2026  DK   The journal record now carries an operator
      *>                    id (JRNLRC.CPY); purges are stamped
      *>                    "*BATCH*" like every batch-applied update.
      *>   10/15/2026  DK   The journal record now carries a checker id
      *>                    (JRNLRC.CPY) for dual-control approvals;
      *>                    batch-applied updates leave it blank.
      *>   10/15/2026  DK   The journal record now carries a reference
      *>                    to the earlier entry it undoes (JRNLRC.CPY,
      *>                    used by reinstatements); left blank here.
      *>   10/15/2026  DK   Restartable: commit point every CHECKPOINT-
      *>                    INTERVAL master records (purgeckp.dat); a
      *>                    restart resumes under the original run
      *>                    id/date and archive file, settles the purges
      *>                    done after the commit point from the archive
      *>                    and the journal without purging or
      *>                    journalling them twice, reads the master on
      *>                    from the last key done, and reports totals
      *>                    either side of the abend.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientPurge.
        FILE STATUS IS WS-ARCHIVE-STATUS.

    SELECT PURGE-RPT ASSIGN TO "purgerpt.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PURGE-RPT-STATUS.

    SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "clientjr.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT CHECKPOINT-FILE ASSIGN TO "purgeckp.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKPT-FILE-STATUS.

    SELECT PURGE-WORK-FILE ASSIGN TO "purgerst.tmp"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CLIENT-MASTER.
FD JOURNAL-FILE.
    COPY JRNLRC.

*> -------------------------------------------------------------------
*> The commit-point record.  The total groups are carried whole, in
*> the same layout as the working-storage groups they are moved
*> from.
*> -------------------------------------------------------------------
FD CHECKPOINT-FILE.
01 CHECKPOINT-REC.
    05 CKPT-RUN-ID            PIC 9(8).
    05 CKPT-RUN-DATE          PIC 9(8).
    05 CKPT-LAST-ACCT         PIC 9(7).
    05 CKPT-COUNTERS          PIC X(20).
    05 CKPT-HASH-TOTALS       PIC X(30).
    05 CKPT-COMMIT-COUNTERS   PIC X(20).

FD PURGE-WORK-FILE.
01 PURGE-WORK-REC             PIC X(95).


WORKING-STORAGE SECTION.

        88  MASTER-OK              VALUE "00".
    05 WS-ARCHIVE-STATUS   PIC X(2) VALUE "00".
        88  ARCHIVE-OK             VALUE "00".
    05 WS-PURGE-RPT-STATUS PIC X(2) VALUE "00".
        88  PURGE-RPT-OK           VALUE "00".
    05 WS-CKPT-FILE-STATUS PIC X(2) VALUE "00".
        88  CKPT-FILE-FOUND        VALUE "00".

*> -------------------------------------------------------------------
*> The archive file is dated so each cycle's purge stands alone -

01 PURGE-RESULT-TEXT       PIC X(40).

*> -------------------------------------------------------------------
*> Commit/restart working storage.  WS-LAST-ACCT-DONE is the key a
*> restart reads on from; the commit counters say how much of each
*> output belongs to the committed work.
*> -------------------------------------------------------------------
01 CHECKPOINT-CONTROLS.
    05 CHECKPOINT-INTERVAL PIC 9(3) VALUE 50.
    05 WS-SINCE-CHECKPOINT PIC 9(3) VALUE 0.
    05 WS-IS-RESTART       PIC X VALUE "N".
    05 WS-LAST-ACCT-DONE   PIC 9(7) VALUE 0.
01 COMMIT-COUNTERS.
    05 ARCHIVE-WRITE-COUNT PIC 9(5) VALUE 0.
    05 RPT-LINE-COUNT      PIC 9(5) VALUE 0.
    05 JOURNAL-WRITE-COUNT PIC 9(5) VALUE 0.
    05 RECOVERED-COUNT     PIC 9(5) VALUE 0.

*> -------------------------------------------------------------------
*> The totals as they stood at the commit point a restart resumed
*> from - the "before the abend" side of the restarted-run totals.
*> Same layouts as COUNTERS and HASH-TOTALS.
*> -------------------------------------------------------------------
01 BASE-COUNTERS.
    05 BASE-MASTER-IN      PIC 9(5) VALUE 0.
    05 BASE-ARCHIVED       PIC 9(5) VALUE 0.
    05 BASE-RETAINED       PIC 9(5) VALUE 0.
    05 BASE-DELETE-FAIL    PIC 9(5) VALUE 0.
01 BASE-HASH-TOTALS.
    05 BASE-MASTER-IN-HASH PIC 9(10) VALUE 0.
    05 BASE-ARCHIVE-HASH   PIC 9(10) VALUE 0.
    05 BASE-RETAINED-HASH  PIC 9(10) VALUE 0.

*> -------------------------------------------------------------------
*> Restart journal table - this run's "P" entries written after the
*> commit point.  One master record journals at most once, so one
*> interval's worth is the most there can be; MAX-RST-JOURNAL must
*> not be less than CHECKPOINT-INTERVAL.
*> -------------------------------------------------------------------
01 RST-CONSTANTS.
    05 MAX-RST-JOURNAL     PIC 9(3) VALUE 50.
01 RST-JOURNAL-TABLE.
    05 RST-JRNL-COUNT      PIC 9(3) VALUE 0.
    05 RST-JRNL-ENTRY OCCURS 50 TIMES.
        10 RST-JRNL-ACCT   PIC 9(7).
        10 RST-JRNL-IMAGE  PIC X(95).
        10 RST-JRNL-MATCHED PIC X.
01 RST-WORK.
    05 RST-JRNL-EOF        PIC X VALUE "N".
    05 RST-JRNL-SEEN       PIC 9(5) VALUE 0.
    05 RST-SUB             PIC 9(3) VALUE 0.
    05 RST-FOUND-SWITCH    PIC X VALUE "N".
    05 RST-ON-MASTER       PIC X VALUE "N".
    05 RST-WORK-EOF        PIC X VALUE "N".
    05 WS-WORK-COPIED      PIC 9(5) VALUE 0.
    05 WS-ARCHIVE-KEEP     PIC 9(5) VALUE 0.
    05 RST-FAIL-TEXT       PIC X(60) VALUE SPACES.
01 RST-ROW-WORK.
    05 WS-ROW-LABEL        PIC X(16).
    05 WS-ROW-BASE         PIC 9(10).
    05 WS-ROW-TOTAL        PIC 9(10).
    05 WS-ROW-AFTER        PIC 9(10).


PROCEDURE DIVISION.


100-INITIALIZE.

*>  A restart keeps the abended run's run id/date - and so its
*>  archive file name and retention cutoff.
    PERFORM 105-CHECK-FOR-RESTART.
    IF WS-IS-RESTART = "N"
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        ACCEPT WS-RUN-ID FROM TIME
    END-IF.
    MOVE WS-RUN-DATE TO WS-ARCH-DATE.
    COMPUTE WS-CUTOFF-DATE = WS-RUN-DATE - (RETENTION-YEARS * 10000).

        STOP RUN
    END-IF.

    IF WS-IS-RESTART = "Y"
        PERFORM 120-RESUME-AT-COMMIT-POINT
    ELSE
        OPEN OUTPUT ARCHIVE-FILE
        IF NOT ARCHIVE-OK
            DISPLAY "UNABLE TO OPEN ARCHIVE FILE - FILE STATUS "
                WS-ARCHIVE-STATUS
            STOP RUN
        END-IF

        OPEN OUTPUT PURGE-RPT
        MOVE "AcctNumber  Status  EffDate   Action" TO PURGE-RPT-REC
        WRITE PURGE-RPT-REC
        ADD 1 TO RPT-LINE-COUNT

        OPEN EXTEND JOURNAL-FILE
        PERFORM 190-TAKE-CHECKPOINT
    END-IF.

    IF EOF-SWITCH = "N"
        READ CLIENT-MASTER
          AT END
            MOVE "Y" TO EOF-SWITCH
          NOT AT END
            ADD 1 TO MASTER-IN-COUNT
            ADD AcctNumber OF ClientRec TO MASTER-IN-HASH
        END-READ
    END-IF.


*> -------------------------------------------------------------------
*> 105-CHECK-FOR-RESTART - the same test SeqWriteRead makes: a
*> checkpoint record on file means the last run didn't finish.
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

    MOVE "Y" TO WS-IS-RESTART.
    MOVE CKPT-RUN-ID TO WS-RUN-ID.
    MOVE CKPT-RUN-DATE TO WS-RUN-DATE.
    MOVE CKPT-LAST-ACCT TO WS-LAST-ACCT-DONE.
    MOVE CKPT-COUNTERS TO COUNTERS.
    MOVE CKPT-HASH-TOTALS TO HASH-TOTALS.
    MOVE CKPT-COMMIT-COUNTERS TO COMMIT-COUNTERS.
    MOVE COUNTERS TO BASE-COUNTERS.
    MOVE HASH-TOTALS TO BASE-HASH-TOTALS.
    DISPLAY "RESTARTING PURGE RUN " WS-RUN-ID " OF " WS-RUN-DATE
        " AFTER ACCOUNT " WS-LAST-ACCT-DONE.


*> -------------------------------------------------------------------
*> 120-RESUME-AT-COMMIT-POINT - settles everything the abended run
*> did after its last commit point, then positions the master on the
*> first key after the last one done.  A record purged after the
*> commit point is no longer on the master, so it is counted here
*> from the archive (or, failing that, the journal) and the read-on
*> never meets it again; one that is still on the master is simply
*> purged again when the read-on reaches it.
*> -------------------------------------------------------------------
120-RESUME-AT-COMMIT-POINT.

    PERFORM 122-LOAD-RESTART-JOURNAL.
    PERFORM 125-TRIM-PURGE-REPORT.
    OPEN EXTEND JOURNAL-FILE.
    PERFORM 130-RECOVER-ARCHIVE-TAIL.
    PERFORM 142-RECOVER-JOURNAL-ONLY
      VARYING RST-SUB FROM 1 BY 1
        UNTIL RST-SUB > RST-JRNL-COUNT.

    MOVE WS-LAST-ACCT-DONE TO AcctNumber OF ClientRec.
    START CLIENT-MASTER KEY IS GREATER THAN AcctNumber OF ClientRec
      INVALID KEY
        MOVE "Y" TO EOF-SWITCH
    END-START.


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
       AND JR-TR-CODE = "P"
        ADD 1 TO RST-JRNL-SEEN
        IF RST-JRNL-SEEN > JOURNAL-WRITE-COUNT
            IF RST-JRNL-COUNT < MAX-RST-JOURNAL
                ADD 1 TO RST-JRNL-COUNT
                MOVE JR-ACCT-NUMBER TO RST-JRNL-ACCT (RST-JRNL-COUNT)
                MOVE JR-BEFORE-IMAGE TO RST-JRNL-IMAGE (RST-JRNL-COUNT)
                MOVE "N" TO RST-JRNL-MATCHED (RST-JRNL-COUNT)
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
*> 125-TRIM-PURGE-REPORT - keeps the report lines written up to the
*> commit point, by way of the work file, and marks where the
*> restarted run takes over.
*> -------------------------------------------------------------------
125-TRIM-PURGE-REPORT.

    MOVE 0 TO WS-WORK-COPIED.
    MOVE "N" TO RST-WORK-EOF.
    OPEN INPUT PURGE-RPT.
    IF NOT PURGE-RPT-OK
        MOVE "PURGERPT.TXT IS MISSING" TO RST-FAIL-TEXT
        PERFORM 129-REFUSE-RESTART
    END-IF.
    OPEN OUTPUT PURGE-WORK-FILE.
    READ PURGE-RPT
      AT END
        MOVE "Y" TO RST-WORK-EOF
    END-READ.
    PERFORM 126-COPY-OUT-RPT-LINE
      UNTIL RST-WORK-EOF = "Y"
         OR WS-WORK-COPIED = RPT-LINE-COUNT.
    CLOSE PURGE-RPT.
    CLOSE PURGE-WORK-FILE.
    IF WS-WORK-COPIED < RPT-LINE-COUNT
        MOVE "PURGERPT.TXT IS SHORTER THAN AT THE COMMIT POINT"
          TO RST-FAIL-TEXT
        PERFORM 129-REFUSE-RESTART
    END-IF.

    OPEN OUTPUT PURGE-RPT.
    OPEN INPUT PURGE-WORK-FILE.
    MOVE "N" TO RST-WORK-EOF.
    READ PURGE-WORK-FILE
      AT END
        MOVE "Y" TO RST-WORK-EOF
    END-READ.
    PERFORM 127-COPY-BACK-RPT-LINE
      UNTIL RST-WORK-EOF = "Y".
    CLOSE PURGE-WORK-FILE.

    MOVE SPACES TO PURGE-RPT-REC.
    STRING "*** RESTARTED RUN " DELIMITED BY SIZE
           WS-RUN-ID DELIMITED BY SIZE
           " - RESUMED AFTER ACCOUNT " DELIMITED BY SIZE
           WS-LAST-ACCT-DONE DELIMITED BY SIZE
           " ***" DELIMITED BY SIZE
      INTO PURGE-RPT-REC.
    WRITE PURGE-RPT-REC.
    ADD 1 TO RPT-LINE-COUNT.


126-COPY-OUT-RPT-LINE.

    MOVE PURGE-RPT-REC TO PURGE-WORK-REC.
    WRITE PURGE-WORK-REC.
    ADD 1 TO WS-WORK-COPIED.
    READ PURGE-RPT
      AT END
        MOVE "Y" TO RST-WORK-EOF
    END-READ.


127-COPY-BACK-RPT-LINE.

    MOVE PURGE-WORK-REC TO PURGE-RPT-REC.
    WRITE PURGE-RPT-REC.
    READ PURGE-WORK-FILE
      AT END
        MOVE "Y" TO RST-WORK-EOF
    END-READ.


*> -------------------------------------------------------------------
*> 129-REFUSE-RESTART - nothing has been purged, archived or
*> journalled yet, so the checkpoint is left exactly as it was for
*> another try once the cause has been put right.
*> -------------------------------------------------------------------
129-REFUSE-RESTART.

    DISPLAY "RESTART REFUSED - " RST-FAIL-TEXT.
    DISPLAY "NOTHING PURGED - PURGECKP.DAT LEFT IN PLACE".
    MOVE 8 TO RETURN-CODE.
    STOP RUN.


*> -------------------------------------------------------------------
*> 130-RECOVER-ARCHIVE-TAIL - the archive is copied aside and
*> rewritten: the records up to the commit point go straight back,
*> and each one after it is settled against the master by 135.
*> -------------------------------------------------------------------
130-RECOVER-ARCHIVE-TAIL.

    MOVE ARCHIVE-WRITE-COUNT TO WS-ARCHIVE-KEEP.
    MOVE 0 TO WS-WORK-COPIED.
    MOVE "N" TO RST-WORK-EOF.
    OPEN OUTPUT PURGE-WORK-FILE.
    OPEN INPUT ARCHIVE-FILE.
    IF ARCHIVE-OK
        READ ARCHIVE-FILE
          AT END
            MOVE "Y" TO RST-WORK-EOF
        END-READ
        PERFORM 131-COPY-OUT-ARCHIVE-REC
          UNTIL RST-WORK-EOF = "Y"
        CLOSE ARCHIVE-FILE
    END-IF.
    CLOSE PURGE-WORK-FILE.
    IF WS-WORK-COPIED < WS-ARCHIVE-KEEP
        MOVE "ARCHIVE FILE IS SHORTER THAN AT THE COMMIT POINT"
          TO RST-FAIL-TEXT
        PERFORM 129-REFUSE-RESTART
    END-IF.

    OPEN OUTPUT ARCHIVE-FILE.
    IF NOT ARCHIVE-OK
        DISPLAY "UNABLE TO OPEN ARCHIVE FILE - FILE STATUS "
            WS-ARCHIVE-STATUS
        STOP RUN
    END-IF.
    OPEN INPUT PURGE-WORK-FILE.
    MOVE 0 TO WS-WORK-COPIED.
    MOVE "N" TO RST-WORK-EOF.
    READ PURGE-WORK-FILE
      AT END
        MOVE "Y" TO RST-WORK-EOF
    END-READ.
    PERFORM 132-RESTORE-ARCHIVE-REC
      UNTIL RST-WORK-EOF = "Y".
    CLOSE PURGE-WORK-FILE.


131-COPY-OUT-ARCHIVE-REC.

    MOVE ArchiveRec TO PURGE-WORK-REC.
    WRITE PURGE-WORK-REC.
    ADD 1 TO WS-WORK-COPIED.
    READ ARCHIVE-FILE
      AT END
        MOVE "Y" TO RST-WORK-EOF
    END-READ.


132-RESTORE-ARCHIVE-REC.

    ADD 1 TO WS-WORK-COPIED.
    MOVE PURGE-WORK-REC TO ArchiveRec.
    IF WS-WORK-COPIED > WS-ARCHIVE-KEEP
        PERFORM 135-SETTLE-ARCHIVE-TAIL-REC
    ELSE
        WRITE ArchiveRec
    END-IF.
    READ PURGE-WORK-FILE
      AT END
        MOVE "Y" TO RST-WORK-EOF
    END-READ.


*> -------------------------------------------------------------------
*> 135-SETTLE-ARCHIVE-TAIL-REC - an archive record written after the
*> commit point.  Gone from the master, it was purged before the
*> abend and stays archived; still on the master (the abend, or a
*> failed DELETE, came before the record left it), it is dropped here
*> and purged again by the read-on.
*> -------------------------------------------------------------------
135-SETTLE-ARCHIVE-TAIL-REC.

    PERFORM 137-CHECK-ON-MASTER.
    IF RST-ON-MASTER = "N"
        MOVE "N" TO RST-FOUND-SWITCH
        PERFORM 139-MATCH-RESTART-JRNL
          VARYING RST-SUB FROM 1 BY 1
            UNTIL RST-SUB > RST-JRNL-COUNT
               OR RST-FOUND-SWITCH = "Y"
        PERFORM 145-COUNT-RECOVERED-PURGE
    END-IF.


137-CHECK-ON-MASTER.

    MOVE AcctNumber OF ArchiveRec TO AcctNumber OF ClientRec.
    START CLIENT-MASTER KEY IS EQUAL TO AcctNumber OF ClientRec
      INVALID KEY
        MOVE "N" TO RST-ON-MASTER
      NOT INVALID KEY
        MOVE "Y" TO RST-ON-MASTER
    END-START.


139-MATCH-RESTART-JRNL.

    IF RST-JRNL-MATCHED (RST-SUB) = "N"
       AND RST-JRNL-ACCT (RST-SUB) = AcctNumber OF ArchiveRec
        MOVE "Y" TO RST-FOUND-SWITCH
        MOVE "Y" TO RST-JRNL-MATCHED (RST-SUB)
    END-IF.


*> -------------------------------------------------------------------
*> 142-RECOVER-JOURNAL-ONLY - a "P" entry past the commit point with
*> no archive record to match: the purge happened but its archive
*> copy never reached the disk, so it is rebuilt from the before
*> image.
*> -------------------------------------------------------------------
142-RECOVER-JOURNAL-ONLY.

    IF RST-JRNL-MATCHED (RST-SUB) = "N"
        MOVE RST-JRNL-IMAGE (RST-SUB) TO ArchiveRec
        PERFORM 137-CHECK-ON-MASTER
        IF RST-ON-MASTER = "N"
            MOVE "Y" TO RST-JRNL-MATCHED (RST-SUB)
            MOVE "Y" TO RST-FOUND-SWITCH
            PERFORM 145-COUNT-RECOVERED-PURGE
        END-IF
    END-IF.


*> -------------------------------------------------------------------
*> 145-COUNT-RECOVERED-PURGE - a purge done after the commit point is
*> archived and counted exactly as 200/250 would have; it is only
*> journalled now if the abend came before its journal entry did.
*> -------------------------------------------------------------------
145-COUNT-RECOVERED-PURGE.

    WRITE ArchiveRec.
    ADD 1 TO ARCHIVE-WRITE-COUNT.
    ADD 1 TO MASTER-IN-COUNT.
    ADD AcctNumber OF ArchiveRec TO MASTER-IN-HASH.
    ADD 1 TO ARCHIVED-COUNT.
    ADD AcctNumber OF ArchiveRec TO ARCHIVE-HASH.
    ADD 1 TO RECOVERED-COUNT.
    MOVE ArchiveRec TO ClientRec.
    IF RST-FOUND-SWITCH = "Y"
        MOVE "Archived before restart" TO PURGE-RESULT-TEXT
        ADD 1 TO JOURNAL-WRITE-COUNT
    ELSE
        MOVE "Archived before restart - journalled now"
          TO PURGE-RESULT-TEXT
        PERFORM 260-WRITE-JOURNAL-REC
    END-IF.
    PERFORM 270-WRITE-PURGE-LINE.


*> -------------------------------------------------------------------
*> 190-TAKE-CHECKPOINT - a commit point.  Closing and reopening the
*> outputs puts everything written so far on disk before the
*> checkpoint record claims it.
*> -------------------------------------------------------------------
190-TAKE-CHECKPOINT.

    CLOSE ARCHIVE-FILE.
    CLOSE PURGE-RPT.
    CLOSE JOURNAL-FILE.
    OPEN EXTEND ARCHIVE-FILE.
    OPEN EXTEND PURGE-RPT.
    OPEN EXTEND JOURNAL-FILE.

    OPEN OUTPUT CHECKPOINT-FILE.
    MOVE WS-RUN-ID TO CKPT-RUN-ID.
    MOVE WS-RUN-DATE TO CKPT-RUN-DATE.
    MOVE WS-LAST-ACCT-DONE TO CKPT-LAST-ACCT.
    MOVE COUNTERS TO CKPT-COUNTERS.
    MOVE HASH-TOTALS TO CKPT-HASH-TOTALS.
    MOVE COMMIT-COUNTERS TO CKPT-COMMIT-COUNTERS.
    WRITE CHECKPOINT-REC.
    CLOSE CHECKPOINT-FILE.


195-COMMIT-IF-DUE.

    ADD 1 TO WS-SINCE-CHECKPOINT.
    IF WS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
        PERFORM 190-TAKE-CHECKPOINT
        MOVE 0 TO WS-SINCE-CHECKPOINT
    END-IF.


200-PROCESS-RECORDS.

    IF CLIENT-PENDING-PURGE OF ClientRec
            ADD AcctNumber OF ClientRec TO RETAINED-HASH
        END-IF
    END-IF.
    MOVE AcctNumber OF ClientRec TO WS-LAST-ACCT-DONE.
    PERFORM 195-COMMIT-IF-DUE.

    READ CLIENT-MASTER
      AT END
        ADD AcctNumber OF ClientRec TO RETAINED-HASH
        ADD 1 TO DELETE-FAIL-COUNT
    ELSE
        ADD 1 TO ARCHIVE-WRITE-COUNT
        DELETE CLIENT-MASTER RECORD
        IF MASTER-OK
            ADD 1 TO ARCHIVED-COUNT
    MOVE WS-RUN-ID TO JR-RUN-ID.
    MOVE WS-RUN-DATE TO JR-RUN-DATE.
    MOVE "*BATCH*" TO JR-OPERATOR-ID.
    MOVE SPACES TO JR-CHECKER-ID.
    MOVE SPACES TO JR-REFERENCE.
    MOVE "P" TO JR-TR-CODE.
    MOVE AcctNumber OF ClientRec TO JR-ACCT-NUMBER.
    MOVE ClientRec TO JR-BEFORE-IMAGE.
    MOVE SPACES TO JR-AFTER-IMAGE.
    WRITE JournalRec.
    ADD 1 TO JOURNAL-WRITE-COUNT.


270-WRITE-PURGE-LINE.
           PURGE-RESULT-TEXT DELIMITED BY SIZE
      INTO PURGE-RPT-REC.
    WRITE PURGE-RPT-REC.
    ADD 1 TO RPT-LINE-COUNT.


*> -------------------------------------------------------------------
*> 320-WRITE-RESTART-TOTALS - a restarted run's control totals split
*> at the commit point it resumed from.  The captions are indented
*> so nothing reading the report by caption (ClientCycleBal) mistakes
*> a part total for the run total printed below.
*> -------------------------------------------------------------------
320-WRITE-RESTART-TOTALS.

    MOVE SPACES TO PURGE-RPT-REC.
    WRITE PURGE-RPT-REC.
    MOVE SPACES TO PURGE-RPT-REC.
    STRING "RESTARTED RUN " DELIMITED BY SIZE
           WS-RUN-ID DELIMITED BY SIZE
           " - TOTALS EITHER SIDE OF THE ABEND" DELIMITED BY SIZE
      INTO PURGE-RPT-REC.
    WRITE PURGE-RPT-REC.
    MOVE "                BEFORE ABEND   AFTER RESTART     RUN TOTAL"
      TO PURGE-RPT-REC.
    WRITE PURGE-RPT-REC.
    MOVE "  MASTER IN" TO WS-ROW-LABEL.
    MOVE BASE-MASTER-IN TO WS-ROW-BASE.
    MOVE MASTER-IN-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "  ARCHIVED" TO WS-ROW-LABEL.
    MOVE BASE-ARCHIVED TO WS-ROW-BASE.
    MOVE ARCHIVED-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "  RETAINED" TO WS-ROW-LABEL.
    MOVE BASE-RETAINED TO WS-ROW-BASE.
    MOVE RETAINED-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "  FAILED" TO WS-ROW-LABEL.
    MOVE BASE-DELETE-FAIL TO WS-ROW-BASE.
    MOVE DELETE-FAIL-COUNT TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "  MASTER IN HASH" TO WS-ROW-LABEL.
    MOVE BASE-MASTER-IN-HASH TO WS-ROW-BASE.
    MOVE MASTER-IN-HASH TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "  ARCHIVE HASH" TO WS-ROW-LABEL.
    MOVE BASE-ARCHIVE-HASH TO WS-ROW-BASE.
    MOVE ARCHIVE-HASH TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE "  RETAINED HASH" TO WS-ROW-LABEL.
    MOVE BASE-RETAINED-HASH TO WS-ROW-BASE.
    MOVE RETAINED-HASH TO WS-ROW-TOTAL.
    PERFORM 322-WRITE-RESTART-ROW.
    MOVE SPACES TO PURGE-RPT-REC.
    STRING "  PURGED BEFORE THE ABEND, SETTLED ON RESTART: "
             DELIMITED BY SIZE
           RECOVERED-COUNT DELIMITED BY SIZE
      INTO PURGE-RPT-REC.
    WRITE PURGE-RPT-REC.


322-WRITE-RESTART-ROW.

    COMPUTE WS-ROW-AFTER = WS-ROW-TOTAL - WS-ROW-BASE.
    MOVE SPACES TO PURGE-RPT-REC.
    STRING WS-ROW-LABEL DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ROW-BASE DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           WS-ROW-AFTER DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-ROW-TOTAL DELIMITED BY SIZE
      INTO PURGE-RPT-REC.
    WRITE PURGE-RPT-REC.


300-TERMINATE.

    IF WS-IS-RESTART = "Y"
        PERFORM 320-WRITE-RESTART-TOTALS
    END-IF.
    MOVE SPACES TO PURGE-RPT-REC.
    WRITE PURGE-RPT-REC.
    MOVE SPACES TO PURGE-RPT-REC.
    DISPLAY "RECORDS ARCHIVED >>>> " ARCHIVED-COUNT.
    DISPLAY "RECORDS RETAINED >>>> " RETAINED-COUNT.
    DISPLAY "FAILED ARCHIVE/DELETE >>>> " DELETE-FAIL-COUNT.
    DISPLAY "RESTARTED RUN >>>> " WS-IS-RESTART.
    CLOSE CLIENT-MASTER.
    CLOSE ARCHIVE-FILE.
    CLOSE PURGE-RPT.
    CLOSE JOURNAL-FILE.
*>  Run completed - clear the checkpoint so the next run starts fresh
*>  instead of resuming this one.
    OPEN OUTPUT CHECKPOINT-FILE.
    CLOSE CHECKPOINT-FILE.
