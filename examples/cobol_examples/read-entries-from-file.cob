      *>                    restore, reorg and trend programs read
      *>                    auditctl.dat too, and the layout has to
      *>                    change in one place.
      *>   10/15/2026  DK   ZipCode, State and City are now cross-
      *>                    checked against the ZIP reference file
      *>                    (zipref.dat, ZIPREFRC.CPY); a disagreement
      *>                    is an edit exception like any other
      *>                    (255-EDIT-ZIP-REF).
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  SeqWriteRead.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT OPTIONAL ZIPREF-FILE ASSIGN TO "zipref.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ZIPREF-STATUS.

DATA DIVISION.
FILE SECTION.
FD IN-FILE. *> File Description statement, requried for each SELECT statement
FD AUDIT-FILE.
    COPY AUDITRC.

FD ZIPREF-FILE.
    COPY ZIPREFRC.


WORKING-STORAGE SECTION.

    05 WS-CKPT-FILE-STATUS PIC X(2) VALUE "00".
        88  CKPT-FILE-FOUND        VALUE "00".
    05 WS-AUDIT-FILE-STATUS PIC X(2) VALUE "00".
    05 WS-ZIPREF-STATUS    PIC X(2) VALUE "00".
        88  ZIPREF-OK              VALUE "00" "05".
01 COUNTERS.
    05 REC-COUNTER    PIC 9(3) VALUE 0.
    05 EDIT-ERR-COUNTER PIC 9(3) VALUE 0.
    05 STATE-FOUND-SWITCH  PIC X VALUE "N".
        88  STATE-IS-VALID        VALUE "Y".

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
*> State/Gender control-break summary report working storage.
*> -------------------------------------------------------------------
    END-IF.

    PERFORM 110-WRITE-AUDIT-HEADER.
    PERFORM 120-LOAD-ZIPREF-TABLE.

    IF WS-RESTART-PRIMED = "N"
        READ IN-FILE
    CLOSE AUDIT-FILE.


*> -------------------------------------------------------------------
*> 120-LOAD-ZIPREF-TABLE - zipref.dat into ZRF-TABLE, City names
*> folded to upper case so the check is case-blind.  A line whose
*> prefix isn't numeric can't match anything and is left out, noted
*> on SYSOUT.
*> -------------------------------------------------------------------
120-LOAD-ZIPREF-TABLE.

    OPEN INPUT ZIPREF-FILE.
    IF NOT ZIPREF-OK
        MOVE "Y" TO ZRF-EOF-SWITCH
    ELSE
        READ ZIPREF-FILE
          AT END
            MOVE "Y" TO ZRF-EOF-SWITCH
        END-READ
        PERFORM 125-ABSORB-ZIPREF-REC
          UNTIL ZRF-EOF-SWITCH = "Y"
        CLOSE ZIPREF-FILE
    END-IF.
    IF ZRF-COUNT = 0
        DISPLAY "NO ZIP REFERENCE LOADED (ZIPREF.DAT) - ZIP/STATE/CITY"
            " CROSS-CHECK NOT APPLIED"
    END-IF.


125-ABSORB-ZIPREF-REC.

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


200-PROCESS-RECORDS.

    PERFORM 250-EDIT-RECORD.
        PERFORM 260-WRITE-EDIT-LINE
    END-IF.

    IF ZipCode IS NUMERIC AND ZipCode NOT = ZERO AND STATE-IS-VALID
        PERFORM 255-EDIT-ZIP-REF
    END-IF.

    IF Gender NOT = "M" AND Gender NOT = "F" AND Gender NOT = "U"
        MOVE "Gender" TO EDIT-BAD-FIELD
        MOVE "Not one of the allowed values M/F/U" TO EDIT-BAD-REASON
    END-IF.


*> -------------------------------------------------------------------
*> 255-EDIT-ZIP-REF - ZipCode, State and City must agree with one
*> another by the ZIP reference file.  Asked only when the ZIP and
*> State have each passed their own edit, so one bad ZIP isn't
*> reported twice.
*> -------------------------------------------------------------------
255-EDIT-ZIP-REF.

    MOVE ZipCode TO ZRF-CHECK-ZIP.
    MOVE State TO ZRF-CHECK-STATE.
    MOVE City TO ZRF-CHECK-CITY.
    PERFORM 270-CHECK-ZIP-REF.
    EVALUATE TRUE
        WHEN ZIP-REF-NO-PREFIX
            MOVE "ZipCode" TO EDIT-BAD-FIELD
            MOVE "ZIP prefix not on the ZIP reference file"
              TO EDIT-BAD-REASON
            PERFORM 260-WRITE-EDIT-LINE
        WHEN ZIP-REF-WRONG-STATE
            MOVE "State" TO EDIT-BAD-FIELD
            MOVE "State does not match the ZIP reference"
              TO EDIT-BAD-REASON
            PERFORM 260-WRITE-EDIT-LINE
        WHEN ZIP-REF-WRONG-CITY
            MOVE "City" TO EDIT-BAD-FIELD
            MOVE "City not a valid name for the ZIP reference"
              TO EDIT-BAD-REASON
            PERFORM 260-WRITE-EDIT-LINE
    END-EVALUATE.


260-WRITE-EDIT-LINE.

    COMPUTE EDIT-ERR-COUNTER = EDIT-ERR-COUNTER + 1.
    WRITE EDIT-RPT-REC.


*> -------------------------------------------------------------------
*> 270-CHECK-ZIP-REF - checks ZRF-CHECK-ZIP/-STATE/-CITY against the
*> ZIP reference: the prefix must be on file, the State must be one
*> the prefix is listed under, and - where the reference lists towns
*> for that prefix/State - the City must be one of them.  The first
*> failure in that order is the verdict.
*> -------------------------------------------------------------------
270-CHECK-ZIP-REF.

    MOVE "Y" TO ZRF-RESULT.
    IF ZRF-COUNT > 0
        MOVE "N" TO ZRF-PREFIX-SWITCH
        MOVE "N" TO ZRF-STATE-SWITCH
        MOVE "N" TO ZRF-CITY-LISTED
        MOVE "N" TO ZRF-CITY-SWITCH
        INSPECT ZRF-CHECK-CITY
            CONVERTING ZRF-LOWER-CASE TO ZRF-UPPER-CASE
        PERFORM 275-CHECK-ZIPREF-ENTRY
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


275-CHECK-ZIPREF-ENTRY.

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
  DISPLAY "NUM OF RECS >>>> " REC-COUNTER.
  DISPLAY "NUM OF EDIT EXCEPTIONS >>>> " EDIT-ERR-COUNTER.
