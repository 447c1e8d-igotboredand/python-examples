      *>
      *> MODIFICATION HISTORY.
      *>   09/02/2026  DK   Original version.
      *>   10/15/2026  DK   Transactions now carry an effective date
      *>                    (TR-EFF-DATE, TRANRC.CPY) for ClientMaint's
      *>                    held-transaction path.  Blank or zero means
      *>                    apply now; one that is set must be a real
      *>                    calendar date, on every transaction code.
      *>                    CLEAN-REC widened to the longer TransRec.
      *>   10/15/2026  DK   Adds and changes are now cross-checked
      *>                    against the ZIP reference file (zipref.dat,
      *>                    ZIPREFRC.CPY): the ZIP prefix must be on
      *>                    file and the State and City must be ones
      *>                    listed for it. Each failure is its own
      *>                    editrej.txt line.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientTranEdit.
    SELECT REJECT-RPT ASSIGN TO "editrej.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ZIPREF-FILE ASSIGN TO "zipref.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ZIPREF-STATUS.

DATA DIVISION.
FILE SECTION.
FD BRANCH-FILE.
    COPY BATCTL.

FD CLEAN-FILE.
01 CLEAN-REC                  PIC X(104).

FD REJECT-RPT.
01 REJECT-RPT-REC             PIC X(80).

FD ZIPREF-FILE.
    COPY ZIPREFRC.


WORKING-STORAGE SECTION.

01 FILE-STATUSES.
    05 WS-BRANCH-STATUS       PIC X(2) VALUE "00".
        88  BRANCH-OK                 VALUE "00".
    05 WS-ZIPREF-STATUS       PIC X(2) VALUE "00".
        88  ZIPREF-OK                 VALUE "00" "05".

01 COUNTERS.
    05 PASSED-COUNT           PIC 9(5) VALUE 0.
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

    WRITE REJECT-RPT-REC.

    PERFORM 110-VALIDATE-BATCH.
    PERFORM 120-LOAD-ZIPREF-TABLE.

    OPEN INPUT BRANCH-FILE.
    OPEN OUTPUT CLEAN-FILE.
    STOP RUN.


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


200-EDIT-TRANSACTIONS.

    IF BC-TRAILER
              TO EDIT-BAD-REASON
            PERFORM 260-WRITE-REJECT-LINE
    END-EVALUATE.
    PERFORM 237-EDIT-TRAN-EFF-DATE.
    IF REJECT-SWITCH = "Y"
        ADD 1 TO DROPPED-COUNT
    ELSE
        PERFORM 260-WRITE-REJECT-LINE
    END-IF.

    IF ZipCode OF TransRec IS NUMERIC
       AND ZipCode OF TransRec NOT = ZERO
       AND STATE-IS-VALID
        PERFORM 225-EDIT-ZIP-REF
    END-IF.

    IF Gender OF TransRec NOT = "M" AND Gender OF TransRec NOT = "F"
       AND Gender OF TransRec NOT = "U"
        MOVE "Gender" TO EDIT-BAD-FIELD
    END-EVALUATE.


*> -------------------------------------------------------------------
*> 225-EDIT-ZIP-REF - the ZipCode, State and City have to agree with
*> one another, by the ZIP reference file.  Only asked once the ZIP
*> and State have each passed their own edit above, so a mistyped ZIP
*> isn't reported twice.
*> -------------------------------------------------------------------
225-EDIT-ZIP-REF.

    MOVE ZipCode OF TransRec TO ZRF-CHECK-ZIP.
    MOVE State OF TransRec TO ZRF-CHECK-STATE.
    MOVE City OF TransRec TO ZRF-CHECK-CITY.
    PERFORM 245-CHECK-ZIP-REF.
    EVALUATE TRUE
        WHEN ZIP-REF-NO-PREFIX
            MOVE "ZipCode" TO EDIT-BAD-FIELD
            MOVE "ZIP prefix not on the ZIP reference file"
              TO EDIT-BAD-REASON
            PERFORM 260-WRITE-REJECT-LINE
        WHEN ZIP-REF-WRONG-STATE
            MOVE "State" TO EDIT-BAD-FIELD
            MOVE "State does not match the ZIP reference"
              TO EDIT-BAD-REASON
            PERFORM 260-WRITE-REJECT-LINE
        WHEN ZIP-REF-WRONG-CITY
            MOVE "City" TO EDIT-BAD-FIELD
            MOVE "City not a valid name for the ZIP reference"
              TO EDIT-BAD-REASON
            PERFORM 260-WRITE-REJECT-LINE
    END-EVALUATE.


*> -------------------------------------------------------------------
*> 230-EDIT-STATUS-PAIR - a status-set transaction must carry a real
*> status; ClientMaint would only find that out at apply time and
    END-IF.


*> -------------------------------------------------------------------
*> 237-EDIT-TRAN-EFF-DATE - the transaction's own effective date.
*> Blank (a branch file built before the field existed) or zero means
*> apply in the cycle that receives it; anything else must be a real
*> calendar date, or ClientMaint could hold the transaction for a day
*> that never comes.
*> -------------------------------------------------------------------
237-EDIT-TRAN-EFF-DATE.

    IF TR-EFF-DATE NOT = SPACES
        IF TR-EFF-DATE IS NOT NUMERIC
            MOVE "TR-EFF-DATE" TO EDIT-BAD-FIELD
            MOVE "Not numeric" TO EDIT-BAD-REASON
            PERFORM 260-WRITE-REJECT-LINE
        ELSE
            IF TR-EFF-DATE NOT = ZERO
                MOVE TR-EFF-DATE TO WS-EFF-DATE
                IF WS-EFF-MM < 1 OR WS-EFF-MM > 12
                    MOVE "TR-EFF-DATE" TO EDIT-BAD-FIELD
                    MOVE "Month is not in range 01-12"
                      TO EDIT-BAD-REASON
                    PERFORM 260-WRITE-REJECT-LINE
                ELSE
                    PERFORM 240-SET-DAYS-IN-MONTH
                    IF WS-EFF-DD < 1 OR WS-EFF-DD > WS-DAYS-IN-MONTH
                        MOVE "TR-EFF-DATE" TO EDIT-BAD-FIELD
                        MOVE "Day is not valid for the given month/year"
                          TO EDIT-BAD-REASON
                        PERFORM 260-WRITE-REJECT-LINE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.


*> -------------------------------------------------------------------
*> 240-SET-DAYS-IN-MONTH - month length off WS-EFF-MM/WS-EFF-YYYY,
*> with the century-rule leap test 250-EDIT-RECORD settled on.
    END-EVALUATE.


*> -------------------------------------------------------------------
*> 245-CHECK-ZIP-REF - checks ZRF-CHECK-ZIP/-STATE/-CITY against the
*> ZIP reference: the prefix must be on file, the State must be one
*> the prefix is listed under, and - where the reference lists towns
*> for that prefix/State - the City must be one of them.  The first
*> failure in that order is the verdict.
*> -------------------------------------------------------------------
245-CHECK-ZIP-REF.

    MOVE "Y" TO ZRF-RESULT.
    IF ZRF-COUNT > 0
        MOVE "N" TO ZRF-PREFIX-SWITCH
        MOVE "N" TO ZRF-STATE-SWITCH
        MOVE "N" TO ZRF-CITY-LISTED
        MOVE "N" TO ZRF-CITY-SWITCH
        INSPECT ZRF-CHECK-CITY
            CONVERTING ZRF-LOWER-CASE TO ZRF-UPPER-CASE
        PERFORM 247-CHECK-ZIPREF-ENTRY
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


247-CHECK-ZIPREF-ENTRY.

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


250-PASS-TRANSACTION.

    MOVE TransRec TO CLEAN-REC.
