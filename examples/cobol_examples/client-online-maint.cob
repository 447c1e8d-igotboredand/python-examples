      *>                    explicit I, so a mis-keyed authority byte
      *>                    on the operator master can no longer grant
      *>                    full update authority.
      *>   10/15/2026  DK   Dual control: a change touching Surname/
      *>                    FirstName, DateOfBirth or ClientStatus,
      *>                    and every delete, is no longer applied at
      *>                    once - it is queued on pendappr.dat
      *>                    (PENDRC.CPY) for a second operator.  The
      *>                    new V function lets a different signed-on
      *>                    F operator approve or reject the item;
      *>                    only an approved item reaches CLIENTMS and
      *>                    the journal, with the maker in
      *>                    JR-OPERATOR-ID and the checker in
      *>                    JR-CHECKER-ID.  An item older than the
      *>                    expiry period can no longer be approved -
      *>                    ClientPendExpire marks it expired and
      *>                    reports it.
      *>   10/15/2026  DK   The journal record now carries a reference
      *>                    to the earlier entry it undoes (JRNLRC.CPY,
      *>                    used by reinstatements); left blank here.
      *>   10/15/2026  DK   Adds, and changes that touch the address,
      *>                    are now cross-checked against the ZIP
      *>                    reference file (zipref.dat, ZIPREFRC.CPY); a
      *>                    ZIP, State or City that disagrees is turned
      *>                    back to the operator unapplied.
      *>   10/15/2026  DK   Review fix: the checker's decision is now
      *>                    recorded on a fresh load of pendappr.dat
      *>                    taken after the approval screen, not on the
      *>                    copy loaded before it - items another
      *>                    session queued while the screen was up were
      *>                    being written away.
      *>   10/15/2026  DK   Review fix: a change to the status effective
      *>                    date alone is now queued for a checker like
      *>                    a status change (a backdated date makes an
      *>                    inactive account purge-eligible); the
      *>                    pending table is 2000 entries, the same as
      *>                    ClientPendExpire's.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientOnlineMaint.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPER-STATUS.

    SELECT OPTIONAL PEND-FILE ASSIGN TO "pendappr.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PEND-STATUS.

    SELECT OPTIONAL ZIPREF-FILE ASSIGN TO "zipref.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ZIPREF-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLIENT-MASTER.
    05 OP-ID                  PIC X(8).
    05 OP-AUTHORITY           PIC X.

FD PEND-FILE.
    COPY PENDRC.

FD ZIPREF-FILE.
    COPY ZIPREFRC.


WORKING-STORAGE SECTION.

    05 EXIT-SWITCH         PIC X VALUE "N".
    05 RECORD-FOUND-SWITCH PIC X VALUE "N".
    05 OPER-EOF-SWITCH     PIC X VALUE "N".
    05 PEND-EOF-SWITCH     PIC X VALUE "N".
    05 PEND-TABLE-FULL     PIC X VALUE "N".
    05 OWN-ITEM-SWITCH     PIC X VALUE "N".
    05 EXPIRED-ITEM-SWITCH PIC X VALUE "N".
    05 DECISION-SWITCH     PIC X VALUE "N".
01 FILE-STATUSES.
    05 WS-MASTER-STATUS    PIC X(2) VALUE "00".
        88  MASTER-OK              VALUE "00".
    05 WS-OPER-STATUS      PIC X(2) VALUE "00".
        88  OPER-FILE-OK           VALUE "00".
    05 WS-PEND-STATUS      PIC X(2) VALUE "00".
        88  PEND-OK                VALUE "00" "05".
    05 WS-ZIPREF-STATUS    PIC X(2) VALUE "00".
        88  ZIPREF-OK              VALUE "00" "05".

*> -------------------------------------------------------------------
*> Sign-on working storage.  The operator keys an id; it must be on
    05 ADD-COUNT           PIC 9(5) VALUE 0.
    05 CHANGE-COUNT        PIC 9(5) VALUE 0.
    05 DELETE-COUNT        PIC 9(5) VALUE 0.
    05 QUEUED-COUNT        PIC 9(5) VALUE 0.
    05 APPROVED-COUNT      PIC 9(5) VALUE 0.
    05 REJECTED-COUNT      PIC 9(5) VALUE 0.

01 MAINT-RESULT-TEXT       PIC X(40).
01 WS-APPLIED-CODE         PIC X.
    05 WS-RUN-DATE         PIC 9(8) VALUE 0.
    05 WS-BEFORE-IMAGE     PIC X(95) VALUE SPACES.
    05 WS-AFTER-IMAGE      PIC X(95) VALUE SPACES.
    05 WS-MAKER-ID         PIC X(8) VALUE SPACES.
    05 WS-CHECKER-ID       PIC X(8) VALUE SPACES.

*> -------------------------------------------------------------------
*> The before image remapped onto ClientRec-shaped fields, so a
*> keyed change can be tested for the dual-control fields and the
*> checker can be shown what the record held before.
*> -------------------------------------------------------------------
01 BEFORE-FIELDS.
    05 BF-ACCT-NUMBER      PIC 9(7).
    05 BF-SURNAME          PIC X(8).
    05 BF-FIRST-NAME       PIC X(10).
    05 BF-DOB              PIC 9(8).
    05 BF-STREET-ADDR      PIC X(52).
    05 BF-GENDER           PIC X.
    05 BF-STATUS           PIC X.
    05 BF-EFF-DATE         PIC 9(8).

*> -------------------------------------------------------------------
*> Dual-control working storage.  The pending-approval file is small
*> (ClientPendExpire moves every decided item off it nightly), so the
*> V function loads it whole to find the item, and once the checker
*> has decided loads it whole again, records the decision on that
*> fresh copy, and writes it back - the same load-and-rewrite the
*> do-not-mail file gets in ClientReturnMail.  The second load is
*> what keeps items other sessions queued while the item was on the
*> checker's screen.  A file too big for the table is never
*> rewritten, so nothing on it can be lost.
*> MAX-PEND-ENTRIES (and the OCCURS) and PENDING-EXPIRY-DAYS must
*> agree with ClientPendExpire's, so any file it leaves behind can be
*> loaded here.
*> -------------------------------------------------------------------
01 PEND-CONSTANTS.
    05 MAX-PEND-ENTRIES    PIC 9(4) VALUE 2000.
    05 PENDING-EXPIRY-DAYS PIC 9(3) VALUE 5.
01 PEND-TABLE.
    05 PEND-COUNT          PIC 9(4) VALUE 0.
    05 PEND-ENTRY OCCURS 2000 TIMES.
        10 PT-REC          PIC X(239).
01 PEND-WORK.
    05 PEND-SUB            PIC 9(4) VALUE 0.
    05 WS-FOUND-SUB        PIC 9(4) VALUE 0.
    05 WS-ITEM-TIME        PIC 9(8) VALUE 0.
    05 WS-ITEM-AGE         PIC S9(5) VALUE 0.
01 PEND-DECIDED.
    05 PD-ITEM-DATE        PIC 9(8).
    05 PD-ITEM-TIME        PIC 9(8).
    05 FILLER              PIC X(1).
    05 PD-ACCT-NUMBER      PIC 9(7).
    05 FILLER              PIC X(215).

*> -------------------------------------------------------------------
*> ZIP reference table (zipref.dat, ZIPREFRC.CPY), held whole for the
*> run.  The address under test goes into ZRF-CHECK-ZIP/-STATE/-CITY
*> and the check leaves its verdict in ZRF-RESULT.  No reference file
*> (or an empty one) leaves every address agreeing - said once on
*> SYSOUT, never silently.
*> -------------------------------------------------------------------
01 ZRF-CONSTANTS.
    05 MAX-ZRF-ENTRIES        PIC 9(4) VALUE 5000.
    05 ZRF-LOWER-CASE         PIC X(26)
                               VALUE "abcdefghijklmnopqrstuvwxyz".
    05 ZRF-UPPER-CASE         PIC X(26)
                               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01 ZRF-TABLE.
    05 ZRF-COUNT              PIC 9(4) VALUE 0.
    05 ZRF-ENTRY OCCURS 5000 TIMES.
        10 ZRF-PREFIX         PIC 9(3).
        10 ZRF-STATE          PIC X(2).
        10 ZRF-CITY           PIC X(15).
01 ZRF-WORK.
    05 ZRF-EOF-SWITCH         PIC X VALUE "N".
    05 ZRF-FULL-NOTED         PIC X VALUE "N".
    05 ZRF-SUB                PIC 9(4) VALUE 0.
    05 ZRF-CHECK-ZIP          PIC 9(5) VALUE 0.
    05 ZRF-CHECK-ZIP-R REDEFINES ZRF-CHECK-ZIP.
        10 ZRF-CHECK-PREFIX   PIC 9(3).
        10 FILLER             PIC 9(2).
    05 ZRF-CHECK-STATE        PIC X(2).
    05 ZRF-CHECK-CITY         PIC X(15).
    05 ZRF-PREFIX-SWITCH      PIC X VALUE "N".
    05 ZRF-STATE-SWITCH       PIC X VALUE "N".
    05 ZRF-CITY-LISTED        PIC X VALUE "N".
    05 ZRF-CITY-SWITCH        PIC X VALUE "N".
    05 ZRF-RESULT             PIC X VALUE "Y".
        88  ZIP-REF-AGREES            VALUE "Y".
        88  ZIP-REF-NO-PREFIX         VALUE "P".
        88  ZIP-REF-WRONG-STATE       VALUE "S".
        88  ZIP-REF-WRONG-CITY        VALUE "C".

*> -------------------------------------------------------------------
*> Operator entry fields.  The detail fields are a ClientRec's worth
    05 SCR-CONFIRM         PIC X VALUE SPACE.
    05 SCR-MESSAGE         PIC X(50) VALUE SPACES.
    05 SCR-OPERATOR-ID     PIC X(8) VALUE SPACES.
    05 SCR-DECISION        PIC X VALUE SPACE.

01 DETAIL-FIELDS.
    05 SCR-SURNAME         PIC X(8) VALUE SPACES.
    05 LINE 1 COL 5 VALUE "CLIENT MASTER ONLINE MAINTENANCE".
    05 LINE 1 COL 45 VALUE "OPERATOR:".
    05 LINE 1 COL 55 PIC X(8) FROM SCR-OPERATOR-ID.
    05 LINE 3 COL 5 VALUE "FUNCTION (I/A/C/D/V/X):".
    05 LINE 3 COL 28 PIC X USING SCR-FUNCTION-CODE.
    05 LINE 5 COL 5 VALUE "ACCT NUMBER:".
    05 LINE 5 COL 28 PIC 9(7) USING SCR-ACCT-NUMBER.
    05 LINE 16 COL 5 VALUE "APPLY (Y/N):".
    05 LINE 16 COL 25 PIC X USING SCR-CONFIRM.

01 APPROVAL-SCREEN.
    05 LINE 16 COL 5 PIC X(50) FROM SCR-MESSAGE.
    05 LINE 17 COL 5 VALUE "WAS:".
    05 LINE 17 COL 12 PIC X(8) FROM BF-SURNAME.
    05 LINE 17 COL 21 PIC X(10) FROM BF-FIRST-NAME.
    05 LINE 17 COL 32 PIC 9(8) FROM BF-DOB.
    05 LINE 17 COL 42 PIC X FROM BF-STATUS.
    05 LINE 19 COL 5 VALUE "APPROVE (A) / REJECT (R) / LEAVE (L):".
    05 LINE 19 COL 44 PIC X USING SCR-DECISION.


PROCEDURE DIVISION.

    ACCEPT WS-RUN-ID FROM TIME.

    PERFORM 110-SIGN-ON.
    PERFORM 150-LOAD-ZIPREF-TABLE.

    OPEN I-O CLIENT-MASTER.
    IF NOT MASTER-OK
    END-READ.


*> -------------------------------------------------------------------
*> 150-LOAD-ZIPREF-TABLE - zipref.dat into ZRF-TABLE, City names
*> folded to upper case so the check is case-blind.  A line whose
*> prefix isn't numeric can't match anything and is left out, noted
*> on SYSOUT.
*> -------------------------------------------------------------------
150-LOAD-ZIPREF-TABLE.

    OPEN INPUT ZIPREF-FILE.
    IF NOT ZIPREF-OK
        MOVE "Y" TO ZRF-EOF-SWITCH
    ELSE
        READ ZIPREF-FILE
          AT END
            MOVE "Y" TO ZRF-EOF-SWITCH
        END-READ
        PERFORM 155-ABSORB-ZIPREF-REC
          UNTIL ZRF-EOF-SWITCH = "Y"
        CLOSE ZIPREF-FILE
    END-IF.
    IF ZRF-COUNT = 0
        DISPLAY "NO ZIP REFERENCE LOADED (ZIPREF.DAT) - ZIP/STATE/CITY"
            " CROSS-CHECK NOT APPLIED"
    END-IF.


155-ABSORB-ZIPREF-REC.

    EVALUATE TRUE
        WHEN ZR-ZIP-PREFIX IS NOT NUMERIC
            DISPLAY "ZIPREF.DAT - PREFIX NOT NUMERIC, LINE SKIPPED: "
                ZipRefRec
        WHEN ZRF-COUNT < MAX-ZRF-ENTRIES
            ADD 1 TO ZRF-COUNT
            MOVE ZR-ZIP-PREFIX TO ZRF-PREFIX (ZRF-COUNT)
            MOVE ZR-STATE TO ZRF-STATE (ZRF-COUNT)
            MOVE ZR-CITY TO ZRF-CITY (ZRF-COUNT)
            INSPECT ZRF-CITY (ZRF-COUNT)
                CONVERTING ZRF-LOWER-CASE TO ZRF-UPPER-CASE
        WHEN ZRF-FULL-NOTED = "N"
            DISPLAY "ZIP REFERENCE TABLE FULL AT " MAX-ZRF-ENTRIES
                " - EXTRA ENTRIES NOT HONORED"
            MOVE "Y" TO ZRF-FULL-NOTED
    END-EVALUATE.
    READ ZIPREF-FILE
      AT END
        MOVE "Y" TO ZRF-EOF-SWITCH
    END-READ.


200-PROCESS-ONE-FUNCTION.

    MOVE SPACE TO SCR-FUNCTION-CODE.
    DISPLAY FUNCTION-SCREEN.
    ACCEPT FUNCTION-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-OPERATOR-ID TO WS-MAKER-ID.
    MOVE SPACES TO WS-CHECKER-ID.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-CODE = "I"
            PERFORM 210-INQUIRE
        WHEN SCR-FUNCTION-CODE NOT = "A"
         AND SCR-FUNCTION-CODE NOT = "C"
         AND SCR-FUNCTION-CODE NOT = "D"
         AND SCR-FUNCTION-CODE NOT = "V"
            MOVE "FUNCTION MUST BE I, A, C, D, V OR X" TO SCR-MESSAGE
*>      Fail closed: anything short of explicit full authority -
*>      including a mis-keyed or blank authority byte - is treated
*>      as inquire-only.
            PERFORM 230-APPLY-CHANGE
        WHEN SCR-FUNCTION-CODE = "D"
            PERFORM 240-APPLY-DELETE
        WHEN SCR-FUNCTION-CODE = "V"
            PERFORM 260-APPROVE-PENDING
    END-EVALUATE.


        MOVE "ADD ABANDONED - NOTHING WRITTEN" TO SCR-MESSAGE
    ELSE
        PERFORM 208-STORE-DETAIL-FIELDS
        PERFORM 290-EDIT-ZIP-REF
        IF ZIP-REF-AGREES
            WRITE ClientRec
              INVALID KEY
                MOVE "ACCTNUMBER ALREADY ON FILE - ADD REJECTED"
                  TO SCR-MESSAGE
              NOT INVALID KEY
                ADD 1 TO ADD-COUNT
                MOVE "A" TO WS-APPLIED-CODE
                MOVE "Added (online)" TO MAINT-RESULT-TEXT
                MOVE SPACES TO WS-BEFORE-IMAGE
                MOVE ClientRec TO WS-AFTER-IMAGE
                PERFORM 280-WRITE-AUDIT-TRAIL
                MOVE "ADDED" TO SCR-MESSAGE
            END-WRITE
        END-IF
    END-IF.


*> -------------------------------------------------------------------
*> 230-APPLY-CHANGE - a change that leaves the name, date of birth,
*> status and status effective date alone is applied at once; one
*> that touches any of them is queued for a second operator's
*> approval instead, whole - the other fields keyed with it wait for
*> the same approval.
*> -------------------------------------------------------------------
230-APPLY-CHANGE.

    PERFORM 205-READ-BY-KEY.
    IF RECORD-FOUND-SWITCH = "Y"
        MOVE ClientRec TO WS-BEFORE-IMAGE
        MOVE ClientRec TO BEFORE-FIELDS
        DISPLAY DETAIL-SCREEN
        ACCEPT DETAIL-SCREEN
        MOVE SPACE TO SCR-CONFIRM
            MOVE "CHANGE ABANDONED - NOTHING WRITTEN" TO SCR-MESSAGE
        ELSE
            PERFORM 208-STORE-DETAIL-FIELDS
            MOVE "Y" TO ZRF-RESULT
            IF StreetAddr OF ClientRec NOT = BF-STREET-ADDR
                PERFORM 290-EDIT-ZIP-REF
            END-IF
            EVALUATE TRUE
                WHEN NOT ZIP-REF-AGREES
                    CONTINUE
                WHEN Surname OF ClientRec NOT = BF-SURNAME
                  OR FirstName OF ClientRec NOT = BF-FIRST-NAME
                  OR DateOfBirth OF ClientRec NOT = BF-DOB
                  OR ClientStatus OF ClientRec NOT = BF-STATUS
                  OR StatusEffDate OF ClientRec NOT = BF-EFF-DATE
                    MOVE "C" TO WS-APPLIED-CODE
                    MOVE ClientRec TO WS-AFTER-IMAGE
                    PERFORM 250-QUEUE-FOR-APPROVAL
                WHEN OTHER
                    REWRITE ClientRec
                      INVALID KEY
                        MOVE "REWRITE FAILED - CHANGE REJECTED"
                          TO SCR-MESSAGE
                      NOT INVALID KEY
                        ADD 1 TO CHANGE-COUNT
                        MOVE "C" TO WS-APPLIED-CODE
                        MOVE "Changed (online)" TO MAINT-RESULT-TEXT
                        MOVE ClientRec TO WS-AFTER-IMAGE
                        PERFORM 280-WRITE-AUDIT-TRAIL
                        MOVE "CHANGED" TO SCR-MESSAGE
                    END-REWRITE
            END-EVALUATE
        END-IF
    END-IF.


*> -------------------------------------------------------------------
*> 240-APPLY-DELETE - every online delete is dual-control: on confirm
*> the record is queued for a second operator's approval and stays
*> on the master until then.
*> -------------------------------------------------------------------
240-APPLY-DELETE.

    PERFORM 205-READ-BY-KEY.
        IF SCR-CONFIRM NOT = "Y"
            MOVE "DELETE ABANDONED - NOTHING REMOVED" TO SCR-MESSAGE
        ELSE
            MOVE "D" TO WS-APPLIED-CODE
            MOVE SPACES TO WS-AFTER-IMAGE
            PERFORM 250-QUEUE-FOR-APPROVAL
        END-IF
    END-IF.


*> -------------------------------------------------------------------
*> 250-QUEUE-FOR-APPROVAL - appends the keyed change or delete to the
*> pending-approval file with the maker's id, and notes it on the
*> maintenance report.  Nothing is journalled: the master has not
*> changed yet.
*> -------------------------------------------------------------------
250-QUEUE-FOR-APPROVAL.

    ACCEPT WS-ITEM-TIME FROM TIME.
    MOVE SPACES TO PendApprRec.
    MOVE WS-RUN-DATE TO PA-ITEM-DATE.
    MOVE WS-ITEM-TIME TO PA-ITEM-TIME.
    MOVE WS-APPLIED-CODE TO PA-FUNCTION.
    MOVE SCR-ACCT-NUMBER TO PA-ACCT-NUMBER.
    MOVE SCR-OPERATOR-ID TO PA-MAKER-ID.
    MOVE "P" TO PA-ITEM-STATUS.
    MOVE 0 TO PA-DECIDED-DATE.
    MOVE WS-BEFORE-IMAGE TO PA-BEFORE-IMAGE.
    MOVE WS-AFTER-IMAGE TO PA-AFTER-IMAGE.
    OPEN EXTEND PEND-FILE.
    IF NOT PEND-OK
        MOVE "UNABLE TO OPEN PENDAPPR.DAT - NOTHING QUEUED"
          TO SCR-MESSAGE
    ELSE
        WRITE PendApprRec
        CLOSE PEND-FILE
        ADD 1 TO QUEUED-COUNT
        MOVE "Queued for approval (online)" TO MAINT-RESULT-TEXT
        PERFORM 282-WRITE-MAINT-LINE
        MOVE "QUEUED - A SECOND OPERATOR MUST APPROVE (V)"
          TO SCR-MESSAGE
    END-IF.


*> -------------------------------------------------------------------
*> 260-APPROVE-PENDING - the checker's side.  Finds the oldest
*> pending item for the keyed AcctNumber (or for any account when
*> the AcctNumber is left zero) that this operator did not key and
*> that has not passed the expiry period, shows it, and takes the
*> decision.  Approve applies it; reject closes it with the master
*> untouched; leave keeps it pending.
*> -------------------------------------------------------------------
260-APPROVE-PENDING.

    PERFORM 262-LOAD-PENDING-TABLE.
    MOVE 0 TO WS-FOUND-SUB.
    MOVE "N" TO OWN-ITEM-SWITCH.
    MOVE "N" TO EXPIRED-ITEM-SWITCH.
    PERFORM 264-CHECK-PENDING-ENTRY
      VARYING PEND-SUB FROM 1 BY 1
      UNTIL PEND-SUB > PEND-COUNT
         OR WS-FOUND-SUB > 0.
    EVALUATE TRUE
        WHEN PEND-TABLE-FULL = "Y"
            MOVE "PENDAPPR.DAT TOO LARGE - RUN CLIENTPENDEXPIRE"
              TO SCR-MESSAGE
        WHEN WS-FOUND-SUB > 0
            PERFORM 266-PRESENT-PENDING-ITEM
        WHEN OWN-ITEM-SWITCH = "Y"
            MOVE "ONLY YOUR OWN ITEMS PENDING - NEEDS ANOTHER OPER"
              TO SCR-MESSAGE
        WHEN EXPIRED-ITEM-SWITCH = "Y"
            MOVE "ITEM HAS EXPIRED - IT MUST BE KEYED AGAIN"
              TO SCR-MESSAGE
        WHEN OTHER
            MOVE "NOTHING PENDING APPROVAL FOR THAT ACCOUNT"
              TO SCR-MESSAGE
    END-EVALUATE.


262-LOAD-PENDING-TABLE.

    MOVE 0 TO PEND-COUNT.
    MOVE "N" TO PEND-TABLE-FULL.
    MOVE "N" TO PEND-EOF-SWITCH.
    OPEN INPUT PEND-FILE.
    IF NOT PEND-OK
        MOVE "Y" TO PEND-EOF-SWITCH
    ELSE
        READ PEND-FILE
          AT END
            MOVE "Y" TO PEND-EOF-SWITCH
        END-READ
    END-IF.
    PERFORM 263-ABSORB-PENDING-REC
      UNTIL PEND-EOF-SWITCH = "Y".
    IF PEND-OK OR WS-PEND-STATUS = "10"
        CLOSE PEND-FILE
    END-IF.


263-ABSORB-PENDING-REC.

    IF PEND-COUNT >= MAX-PEND-ENTRIES
        MOVE "Y" TO PEND-TABLE-FULL
        MOVE "Y" TO PEND-EOF-SWITCH
    ELSE
        ADD 1 TO PEND-COUNT
        MOVE PendApprRec TO PT-REC (PEND-COUNT)
        READ PEND-FILE
          AT END
            MOVE "Y" TO PEND-EOF-SWITCH
        END-READ
    END-IF.


*> -------------------------------------------------------------------
*> 264-CHECK-PENDING-ENTRY - one table entry against the AcctNumber
*> keyed by the checker.
*> The maker can never be the checker; an item past the expiry
*> period is left for ClientPendExpire to close out.
*> -------------------------------------------------------------------
264-CHECK-PENDING-ENTRY.

    MOVE PT-REC (PEND-SUB) TO PendApprRec.
    IF PA-PENDING
       AND (SCR-ACCT-NUMBER = 0 OR PA-ACCT-NUMBER = SCR-ACCT-NUMBER)
        COMPUTE WS-ITEM-AGE =
            FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
          - FUNCTION INTEGER-OF-DATE (PA-ITEM-DATE)
        EVALUATE TRUE
            WHEN WS-ITEM-AGE > PENDING-EXPIRY-DAYS
                MOVE "Y" TO EXPIRED-ITEM-SWITCH
            WHEN PA-MAKER-ID = SCR-OPERATOR-ID
                MOVE "Y" TO OWN-ITEM-SWITCH
            WHEN OTHER
                MOVE PEND-SUB TO WS-FOUND-SUB
        END-EVALUATE
    END-IF.


*> -------------------------------------------------------------------
*> 266-PRESENT-PENDING-ITEM - shows the record as it will stand (a
*> change) or as it stands now (a delete), what it held before, and
*> who keyed it, then records the checker's decision back onto the
*> pending-approval file.
*> -------------------------------------------------------------------
266-PRESENT-PENDING-ITEM.

    MOVE PT-REC (WS-FOUND-SUB) TO PendApprRec.
    MOVE PA-ACCT-NUMBER TO SCR-ACCT-NUMBER.
    MOVE PA-BEFORE-IMAGE TO BEFORE-FIELDS.
    IF PA-IS-DELETE
        MOVE PA-BEFORE-IMAGE TO ClientRec
    ELSE
        MOVE PA-AFTER-IMAGE TO ClientRec
    END-IF.
    PERFORM 207-LOAD-DETAIL-FIELDS.
    MOVE SPACES TO SCR-MESSAGE.
    IF PA-IS-DELETE
        MOVE "DELETE" TO MAINT-RESULT-TEXT
    ELSE
        MOVE "CHANGE" TO MAINT-RESULT-TEXT
    END-IF.
    STRING MAINT-RESULT-TEXT DELIMITED BY SPACE
           " KEYED BY " DELIMITED BY SIZE
           PA-MAKER-ID DELIMITED BY SIZE
           " ON " DELIMITED BY SIZE
           PA-ITEM-DATE DELIMITED BY SIZE
      INTO SCR-MESSAGE.
    MOVE SPACE TO SCR-DECISION.
    DISPLAY DETAIL-SCREEN.
    DISPLAY APPROVAL-SCREEN.
    ACCEPT APPROVAL-SCREEN.

    MOVE "N" TO DECISION-SWITCH.
    EVALUATE SCR-DECISION
        WHEN "A"
            PERFORM 270-APPLY-APPROVED-ITEM
        WHEN "R"
            MOVE "R" TO PA-ITEM-STATUS
            MOVE "Y" TO DECISION-SWITCH
            ADD 1 TO REJECTED-COUNT
            MOVE "REJECTED - MASTER UNCHANGED" TO SCR-MESSAGE
        WHEN OTHER
            MOVE "LEFT PENDING" TO SCR-MESSAGE
    END-EVALUATE.
    IF DECISION-SWITCH = "Y"
        MOVE SCR-OPERATOR-ID TO PA-CHECKER-ID
        MOVE WS-RUN-DATE TO PA-DECIDED-DATE
        MOVE PendApprRec TO PEND-DECIDED
        PERFORM 267-RECORD-DECISION
    END-IF.


*> -------------------------------------------------------------------
*> 265-CHECK-DECIDED-ENTRY - one table entry against the item just
*> decided (item date, time and AcctNumber identify it).
*> -------------------------------------------------------------------
265-CHECK-DECIDED-ENTRY.

    MOVE PT-REC (PEND-SUB) TO PendApprRec.
    IF PA-ITEM-DATE = PD-ITEM-DATE
       AND PA-ITEM-TIME = PD-ITEM-TIME
       AND PA-ACCT-NUMBER = PD-ACCT-NUMBER
        MOVE PEND-SUB TO WS-FOUND-SUB
    END-IF.


*> -------------------------------------------------------------------
*> 267-RECORD-DECISION - pendappr.dat is read again now the checker
*> has answered: other sessions may have queued items onto it while
*> this one sat on the ACCEPT, and writing back the table loaded
*> before the screen would lose them.  Only the decided item's entry
*> is replaced on the fresh copy.  If the item can't be found again,
*> or the file has outgrown the table, nothing is rewritten and the
*> checker is told - an approved item already on the master is then
*> refused on any second approval by 270's before-image test.
*> -------------------------------------------------------------------
267-RECORD-DECISION.

    PERFORM 262-LOAD-PENDING-TABLE.
    MOVE 0 TO WS-FOUND-SUB.
    IF PEND-TABLE-FULL = "N"
        PERFORM 265-CHECK-DECIDED-ENTRY
          VARYING PEND-SUB FROM 1 BY 1
          UNTIL PEND-SUB > PEND-COUNT
             OR WS-FOUND-SUB > 0
    END-IF.
    IF WS-FOUND-SUB = 0
        MOVE "DECISION NOT SAVED ON PENDAPPR.DAT - CALL SUPPORT"
          TO SCR-MESSAGE
    ELSE
        MOVE PEND-DECIDED TO PT-REC (WS-FOUND-SUB)
        PERFORM 268-REWRITE-PENDING-FILE
    END-IF.


268-REWRITE-PENDING-FILE.

    OPEN OUTPUT PEND-FILE.
    PERFORM 269-WRITE-PENDING-ENTRY
      VARYING PEND-SUB FROM 1 BY 1
      UNTIL PEND-SUB > PEND-COUNT.
    CLOSE PEND-FILE.


269-WRITE-PENDING-ENTRY.

    MOVE PT-REC (PEND-SUB) TO PendApprRec.
    WRITE PendApprRec.


*> -------------------------------------------------------------------
*> 270-APPLY-APPROVED-ITEM - the approved item goes to the master
*> only if the master still holds exactly what the maker saw; if the
*> record has moved on (or gone) since, the item is left pending for
*> the checker to reject and the change to be keyed again.  The
*> journal and report carry the maker as the operator and the checker
*> beside them.
*> -------------------------------------------------------------------
270-APPLY-APPROVED-ITEM.

    MOVE PA-ACCT-NUMBER TO AcctNumber OF ClientRec.
    READ CLIENT-MASTER
      INVALID KEY
        MOVE "ACCTNUMBER NO LONGER ON FILE - REJECT THE ITEM"
          TO SCR-MESSAGE
      NOT INVALID KEY
        IF ClientRec NOT = PA-BEFORE-IMAGE
            MOVE "MASTER CHANGED SINCE KEYED - REJECT AND REKEY"
              TO SCR-MESSAGE
        ELSE
            MOVE "Y" TO DECISION-SWITCH
        END-IF
    END-READ.
    IF DECISION-SWITCH = "Y"
        MOVE "N" TO DECISION-SWITCH
        IF PA-IS-DELETE
            DELETE CLIENT-MASTER RECORD
              INVALID KEY
                MOVE "DELETE FAILED" TO SCR-MESSAGE
              NOT INVALID KEY
                MOVE "Y" TO DECISION-SWITCH
                ADD 1 TO DELETE-COUNT
                MOVE "DELETED (APPROVED)" TO SCR-MESSAGE
            END-DELETE
        ELSE
            MOVE PA-AFTER-IMAGE TO ClientRec
            REWRITE ClientRec
              INVALID KEY
                MOVE "REWRITE FAILED - CHANGE REJECTED" TO SCR-MESSAGE
              NOT INVALID KEY
                MOVE "Y" TO DECISION-SWITCH
                ADD 1 TO CHANGE-COUNT
                MOVE "CHANGED (APPROVED)" TO SCR-MESSAGE
            END-REWRITE
        END-IF
    END-IF.
    IF DECISION-SWITCH = "Y"
        MOVE "A" TO PA-ITEM-STATUS
        ADD 1 TO APPROVED-COUNT
        MOVE PA-FUNCTION TO WS-APPLIED-CODE
        MOVE PA-BEFORE-IMAGE TO WS-BEFORE-IMAGE
        MOVE PA-AFTER-IMAGE TO WS-AFTER-IMAGE
        MOVE PA-MAKER-ID TO WS-MAKER-ID
        MOVE SCR-OPERATOR-ID TO WS-CHECKER-ID
        MOVE SPACES TO MAINT-RESULT-TEXT
        STRING "Approved (online) by " DELIMITED BY SIZE
               WS-CHECKER-ID DELIMITED BY SIZE
          INTO MAINT-RESULT-TEXT
        PERFORM 280-WRITE-AUDIT-TRAIL
    END-IF.


*> -------------------------------------------------------------------
*> 280-WRITE-AUDIT-TRAIL - one maintenance report line in the
*> 290-WRITE-MAINT-LINE format the batch produces plus the keying
*> operator, and one journal record carrying the same id - and the
*> approving checker's, for a dual-control item - for the update
*> just applied.
*> -------------------------------------------------------------------
280-WRITE-AUDIT-TRAIL.

    PERFORM 282-WRITE-MAINT-LINE.

    MOVE WS-RUN-ID TO JR-RUN-ID.
    MOVE WS-RUN-DATE TO JR-RUN-DATE.
    MOVE WS-MAKER-ID TO JR-OPERATOR-ID.
    MOVE WS-CHECKER-ID TO JR-CHECKER-ID.
    MOVE SPACES TO JR-REFERENCE.
    MOVE WS-APPLIED-CODE TO JR-TR-CODE.
    MOVE SCR-ACCT-NUMBER TO JR-ACCT-NUMBER.
    MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
    MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE.
    WRITE JournalRec.


282-WRITE-MAINT-LINE.

    MOVE SPACES TO MAINT-RPT-REC.
    STRING SCR-ACCT-NUMBER DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           MAINT-RESULT-TEXT DELIMITED BY SIZE
           "  OP " DELIMITED BY SIZE
           WS-MAKER-ID DELIMITED BY SIZE
      INTO MAINT-RPT-REC.
    WRITE MAINT-RPT-REC.


*> -------------------------------------------------------------------
*> 290-EDIT-ZIP-REF - the keyed ZipCode, State and City must agree by
*> the ZIP reference file.  A disagreement leaves the master alone
*> and tells the operator which field to fix; nothing is written,
*> queued or journalled.
*> -------------------------------------------------------------------
290-EDIT-ZIP-REF.

    MOVE ZipCode OF ClientRec TO ZRF-CHECK-ZIP.
    MOVE State OF ClientRec TO ZRF-CHECK-STATE.
    MOVE City OF ClientRec TO ZRF-CHECK-CITY.
    PERFORM 292-CHECK-ZIP-REF.
    EVALUATE TRUE
        WHEN ZIP-REF-NO-PREFIX
            MOVE "ZIP PREFIX NOT ON THE ZIP REFERENCE - NOT APPLIED"
              TO SCR-MESSAGE
        WHEN ZIP-REF-WRONG-STATE
            MOVE "STATE DOES NOT MATCH THE ZIP - NOT APPLIED"
              TO SCR-MESSAGE
        WHEN ZIP-REF-WRONG-CITY
            MOVE "CITY NOT VALID FOR THE ZIP - NOT APPLIED"
              TO SCR-MESSAGE
    END-EVALUATE.


*> -------------------------------------------------------------------
*> 292-CHECK-ZIP-REF - checks ZRF-CHECK-ZIP/-STATE/-CITY against the
*> ZIP reference: the prefix must be on file, the State must be one
*> the prefix is listed under, and - where the reference lists towns
*> for that prefix/State - the City must be one of them.  The first
*> failure in that order is the verdict.
*> -------------------------------------------------------------------
292-CHECK-ZIP-REF.

    MOVE "Y" TO ZRF-RESULT.
    IF ZRF-COUNT > 0
        MOVE "N" TO ZRF-PREFIX-SWITCH
        MOVE "N" TO ZRF-STATE-SWITCH
        MOVE "N" TO ZRF-CITY-LISTED
        MOVE "N" TO ZRF-CITY-SWITCH
        INSPECT ZRF-CHECK-CITY
            CONVERTING ZRF-LOWER-CASE TO ZRF-UPPER-CASE
        PERFORM 294-CHECK-ZIPREF-ENTRY
          VARYING ZRF-SUB FROM 1 BY 1
          UNTIL ZRF-SUB > ZRF-COUNT
        EVALUATE TRUE
            WHEN ZRF-PREFIX-SWITCH = "N"
                MOVE "P" TO ZRF-RESULT
            WHEN ZRF-STATE-SWITCH = "N"
                MOVE "S" TO ZRF-RESULT
            WHEN ZRF-CITY-LISTED = "Y" AND ZRF-CITY-SWITCH = "N"
                MOVE "C" TO ZRF-RESULT
        END-EVALUATE
    END-IF.


294-CHECK-ZIPREF-ENTRY.

    IF ZRF-PREFIX (ZRF-SUB) = ZRF-CHECK-PREFIX
        MOVE "Y" TO ZRF-PREFIX-SWITCH
        IF ZRF-STATE (ZRF-SUB) = ZRF-CHECK-STATE
            MOVE "Y" TO ZRF-STATE-SWITCH
            IF ZRF-CITY (ZRF-SUB) NOT = SPACES
                MOVE "Y" TO ZRF-CITY-LISTED
                IF ZRF-CITY (ZRF-SUB) = ZRF-CHECK-CITY
                    MOVE "Y" TO ZRF-CITY-SWITCH
                END-IF
            END-IF
        END-IF
    END-IF.


300-TERMINATE.
    DISPLAY "ONLINE ADDS >>>> " ADD-COUNT.
    DISPLAY "ONLINE CHANGES >>>> " CHANGE-COUNT.
    DISPLAY "ONLINE DELETES >>>> " DELETE-COUNT.
    DISPLAY "QUEUED FOR APPROVAL >>>> " QUEUED-COUNT.
    DISPLAY "APPROVED >>>> " APPROVED-COUNT.
    DISPLAY "REJECTED >>>> " REJECTED-COUNT.
    CLOSE CLIENT-MASTER.
    CLOSE MAINT-RPT.
    CLOSE JOURNAL-FILE.
