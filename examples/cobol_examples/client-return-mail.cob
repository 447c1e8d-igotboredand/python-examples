      *> ClientLabelPrint, ClientHousehold and ClientBirthdayExtract
      *> skip flagged accounts at selection time, so postage stops
      *> going onto pieces already known to bounce.  Corrections with
      *> an unusable address (bad state code, zero ZIP, or a ZIP,
      *> State and City that disagree by the ZIP reference file) are
      *> rejected rather than applied - a wrong correction is no better
      *> than the address it replaces.  The run ends with a returned-
      *> mail summary on retmrpt.txt.
      *>
      *> MODIFICATION HISTORY.
      *>   09/02/2026  DK   Original version.
      *>                    id (JRNLRC.CPY); applied corrections are
      *>                    stamped "*BATCH*" like every batch-applied
      *>                    update.
      *>   10/15/2026  DK   The journal record now carries a checker id
      *>                    (JRNLRC.CPY) for dual-control approvals;
      *>                    batch-applied updates leave it blank.
      *>   10/15/2026  DK   The journal record now carries a reference
      *>                    to the earlier entry it undoes (JRNLRC.CPY,
      *>                    used by reinstatements); left blank here.
      *>   10/15/2026  DK   Corrected addresses are now cross-checked
      *>                    against the ZIP reference file (zipref.dat,
      *>                    ZIPREFRC.CPY) and rejected when the ZIP,
      *>                    State and City disagree.
      *>   10/15/2026  DK   Applied corrections are now journalled with
      *>                    operator id "*RETMAIL" instead of "*BATCH*",
      *>                    so ClientAddrNotice can tell that the before
      *>                    image is an address just returned
      *>                    undeliverable.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientReturnMail.
    SELECT RETURN-RPT ASSIGN TO "retmrpt.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ZIPREF-FILE ASSIGN TO "zipref.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ZIPREF-STATUS.

DATA DIVISION.
FILE SECTION.
FD RETURN-FILE.
FD RETURN-RPT.
01 RETURN-RPT-REC             PIC X(80).

FD ZIPREF-FILE.
    COPY ZIPREFRC.


WORKING-STORAGE SECTION.

        88  MASTER-OK                 VALUE "00".
    05 WS-DNMAIL-STATUS       PIC X(2) VALUE "00".
        88  DNMAIL-OK                 VALUE "00" "05".
    05 WS-ZIPREF-STATUS       PIC X(2) VALUE "00".
        88  ZIPREF-OK                 VALUE "00" "05".

01 COUNTERS.
    05 FLAGGED-COUNT          PIC 9(5) VALUE 0.
    05 STATE-FOUND-SWITCH     PIC X VALUE "N".
        88  STATE-IS-VALID           VALUE "Y".

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


PROCEDURE DIVISION.

    WRITE RETURN-RPT-REC.

    PERFORM 120-LOAD-DNMAIL-TABLE.
    PERFORM 140-LOAD-ZIPREF-TABLE.

    READ RETURN-FILE
      AT END
    END-READ.


*> -------------------------------------------------------------------
*> 140-LOAD-ZIPREF-TABLE - zipref.dat into ZRF-TABLE, City names
*> folded to upper case so the check is case-blind.  A line whose
*> prefix isn't numeric can't match anything and is left out, noted
*> on SYSOUT.
*> -------------------------------------------------------------------
140-LOAD-ZIPREF-TABLE.

    OPEN INPUT ZIPREF-FILE.
    IF NOT ZIPREF-OK
        MOVE "Y" TO ZRF-EOF-SWITCH
    ELSE
        READ ZIPREF-FILE
          AT END
            MOVE "Y" TO ZRF-EOF-SWITCH
        END-READ
        PERFORM 145-ABSORB-ZIPREF-REC
          UNTIL ZRF-EOF-SWITCH = "Y"
        CLOSE ZIPREF-FILE
    END-IF.
    IF ZRF-COUNT = 0
        DISPLAY "NO ZIP REFERENCE LOADED (ZIPREF.DAT) - ZIP/STATE/CITY"
            " CROSS-CHECK NOT APPLIED"
    END-IF.


145-ABSORB-ZIPREF-REC.

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


200-PROCESS-RETURNS.

    EVALUATE TRUE
              TO RETURN-RESULT-TEXT
            PERFORM 260-WRITE-REJECT-LINE
        ELSE
            PERFORM 250-EDIT-ZIP-REF
            IF ZIP-REF-AGREES
                PERFORM 225-REWRITE-NEW-ADDRESS
            ELSE
                PERFORM 260-WRITE-REJECT-LINE
            END-IF
        END-IF
    END-IF.

    END-IF.


*> -------------------------------------------------------------------
*> 250-EDIT-ZIP-REF - a corrected ZipCode, State and City must agree
*> by the ZIP reference file before they go onto the master; the
*> mailing house's correction is no more trustworthy than a branch's.
*> -------------------------------------------------------------------
250-EDIT-ZIP-REF.

    MOVE RM-NEW-ZIP TO ZRF-CHECK-ZIP.
    MOVE RM-NEW-STATE TO ZRF-CHECK-STATE.
    MOVE RM-NEW-CITY TO ZRF-CHECK-CITY.
    PERFORM 252-CHECK-ZIP-REF.
    EVALUATE TRUE
        WHEN ZIP-REF-NO-PREFIX
            MOVE "Rejected - corrected zip not on ZIP reference"
              TO RETURN-RESULT-TEXT
        WHEN ZIP-REF-WRONG-STATE
            MOVE "Rejected - corrected state wrong for the ZIP"
              TO RETURN-RESULT-TEXT
        WHEN ZIP-REF-WRONG-CITY
            MOVE "Rejected - corrected city wrong for the ZIP"
              TO RETURN-RESULT-TEXT
    END-EVALUATE.


*> -------------------------------------------------------------------
*> 252-CHECK-ZIP-REF - checks ZRF-CHECK-ZIP/-STATE/-CITY against the
*> ZIP reference: the prefix must be on file, the State must be one
*> the prefix is listed under, and - where the reference lists towns
*> for that prefix/State - the City must be one of them.  The first
*> failure in that order is the verdict.
*> -------------------------------------------------------------------
252-CHECK-ZIP-REF.

    MOVE "Y" TO ZRF-RESULT.
    IF ZRF-COUNT > 0
        MOVE "N" TO ZRF-PREFIX-SWITCH
        MOVE "N" TO ZRF-STATE-SWITCH
        MOVE "N" TO ZRF-CITY-LISTED
        MOVE "N" TO ZRF-CITY-SWITCH
        INSPECT ZRF-CHECK-CITY
            CONVERTING ZRF-LOWER-CASE TO ZRF-UPPER-CASE
        PERFORM 254-CHECK-ZIPREF-ENTRY
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


254-CHECK-ZIPREF-ENTRY.

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


260-WRITE-REJECT-LINE.

    ADD 1 TO REJECT-COUNT.
    WRITE DoNotMailRec.


*> -------------------------------------------------------------------
*> 280-WRITE-JOURNAL-REC - stamped "*RETMAIL" rather than "*BATCH*":
*> the before image on a correction is an address the mailing house
*> has just returned as undeliverable, and the flag that said so is
*> cleared in this same run - ClientAddrNotice reads the stamp to keep
*> its confirmation letter off that address.
*> -------------------------------------------------------------------
280-WRITE-JOURNAL-REC.

    MOVE WS-RUN-ID TO JR-RUN-ID.
    MOVE WS-RUN-DATE TO JR-RUN-DATE.
    MOVE "*RETMAIL" TO JR-OPERATOR-ID.
    MOVE SPACES TO JR-CHECKER-ID.
    MOVE SPACES TO JR-REFERENCE.
    MOVE "C" TO JR-TR-CODE.
    MOVE RM-ACCT-NUMBER TO JR-ACCT-NUMBER.
    MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
