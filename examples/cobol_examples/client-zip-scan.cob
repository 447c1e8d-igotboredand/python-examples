      *> ===================================================================
      *> PROGRAM-ID.  ClientZipScan
      *>
      *> AUTHOR.       D. Klemm
      *> INSTALLATION. Retail Client Systems
      *> DATE-WRITTEN. 10/15/2026
      *>
      *> One-time (and re-runnable) sweep of the client master against
      *> the ZIP reference file (zipref.dat, ZIPREFRC.CPY).  The field
      *> edits only cross-check an address as it comes in; everything
      *> already on CLIENTMS got there before the reference existed.
      *> Every record whose ZipCode, State and City don't agree by the
      *> reference is listed on zipscan.txt with what was found wrong -
      *> ZIP prefix not on the reference, State not one the prefix is
      *> listed under, or City not one of the towns listed for it - so
      *> the addresses can be worked off through normal maintenance.
      *> A ZipCode that isn't numeric, or is zero, can't be looked up
      *> at all and is listed as such.  Inactive and pending-purge
      *> records are scanned too: a reinstated account comes back with
      *> the address it left with.  Read only - nothing on the master
      *> is changed.  Without a ZIP reference to scan against the run
      *> ends with RETURN-CODE 8 rather than reporting every record as
      *> clean.
      *>
      *> MODIFICATION HISTORY.
      *>   10/15/2026  DK   Original version.
      *> ===================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  ClientZipScan.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT IN-FILE ASSIGN TO "CLIENTMS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AcctNumber
        ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
        ALTERNATE RECORD KEY IS ZipCode WITH DUPLICATES
        FILE STATUS IS WS-IN-FILE-STATUS.

    SELECT OPTIONAL ZIPREF-FILE ASSIGN TO "zipref.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ZIPREF-STATUS.

    SELECT SCAN-RPT ASSIGN TO "zipscan.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD IN-FILE.
    COPY CLIENTRC.

FD ZIPREF-FILE.
    COPY ZIPREFRC.

FD SCAN-RPT.
01 SCAN-RPT-REC               PIC X(80).


WORKING-STORAGE SECTION.

01 SWITCHES.
    05 EOF-SWITCH             PIC X VALUE "N".
01 FILE-STATUSES.
    05 WS-IN-FILE-STATUS      PIC X(2) VALUE "00".
        88  IN-FILE-OK                VALUE "00".
    05 WS-ZIPREF-STATUS       PIC X(2) VALUE "00".
        88  ZIPREF-OK                 VALUE "00" "05".

01 COUNTERS.
    05 SCANNED-COUNT          PIC 9(7) VALUE 0.
    05 AGREE-COUNT            PIC 9(7) VALUE 0.
    05 UNUSABLE-ZIP-COUNT     PIC 9(7) VALUE 0.
    05 NO-PREFIX-COUNT        PIC 9(7) VALUE 0.
    05 WRONG-STATE-COUNT      PIC 9(7) VALUE 0.
    05 WRONG-CITY-COUNT       PIC 9(7) VALUE 0.
    05 LISTED-COUNT           PIC 9(7) VALUE 0.

01 WS-RUN-DATE                PIC 9(8) VALUE 0.
01 SCAN-FINDING-TEXT          PIC X(30).

*> -------------------------------------------------------------------
*> ZIP reference table (zipref.dat, ZIPREFRC.CPY), held whole for the
*> run.  The address under test goes into ZRF-CHECK-ZIP/-STATE/-CITY
*> and the check leaves its verdict in ZRF-RESULT.  No reference file
*> (or an empty one) stops the scan in 100-INITIALIZE with
*> RETURN-CODE 8 - there is nothing to scan against.
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

000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 200-SCAN-RECORDS
      UNTIL EOF-SWITCH = "Y".
    PERFORM 300-TERMINATE.
    STOP RUN.


100-INITIALIZE.

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

    PERFORM 120-LOAD-ZIPREF-TABLE.
    IF ZRF-COUNT = 0
        DISPLAY "NOTHING TO SCAN AGAINST - RUN ENDED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT IN-FILE.
    IF NOT IN-FILE-OK
        DISPLAY "UNABLE TO OPEN CLIENTMS - FILE STATUS " WS-IN-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT SCAN-RPT.
    MOVE SPACES TO SCAN-RPT-REC.
    STRING "CLIENT MASTER ZIP REFERENCE SCAN  RUN DATE "
             DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
      INTO SCAN-RPT-REC.
    WRITE SCAN-RPT-REC.
    MOVE SPACES TO SCAN-RPT-REC.
    WRITE SCAN-RPT-REC.
    MOVE "AcctNumber  Zip    St  City             Finding"
      TO SCAN-RPT-REC.
    WRITE SCAN-RPT-REC.

    READ IN-FILE
      AT END
        MOVE "Y" TO EOF-SWITCH
    END-READ.


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


*> -------------------------------------------------------------------
*> 200-SCAN-RECORDS - one master record against the reference.  The
*> first thing wrong is the finding, in the same order the field
*> edits apply the checks.
*> -------------------------------------------------------------------
200-SCAN-RECORDS.

    ADD 1 TO SCANNED-COUNT.
    IF ZipCode IS NOT NUMERIC OR ZipCode = ZERO
        ADD 1 TO UNUSABLE-ZIP-COUNT
        MOVE "ZipCode not numeric or zero" TO SCAN-FINDING-TEXT
        PERFORM 260-WRITE-SCAN-LINE
    ELSE
        MOVE ZipCode TO ZRF-CHECK-ZIP
        MOVE State TO ZRF-CHECK-STATE
        MOVE City TO ZRF-CHECK-CITY
        PERFORM 270-CHECK-ZIP-REF
        EVALUATE TRUE
            WHEN ZIP-REF-AGREES
                ADD 1 TO AGREE-COUNT
            WHEN ZIP-REF-NO-PREFIX
                ADD 1 TO NO-PREFIX-COUNT
                MOVE "ZIP prefix not on reference" TO SCAN-FINDING-TEXT
                PERFORM 260-WRITE-SCAN-LINE
            WHEN ZIP-REF-WRONG-STATE
                ADD 1 TO WRONG-STATE-COUNT
                MOVE "State wrong for the ZIP" TO SCAN-FINDING-TEXT
                PERFORM 260-WRITE-SCAN-LINE
            WHEN ZIP-REF-WRONG-CITY
                ADD 1 TO WRONG-CITY-COUNT
                MOVE "City wrong for the ZIP" TO SCAN-FINDING-TEXT
                PERFORM 260-WRITE-SCAN-LINE
        END-EVALUATE
    END-IF.

    READ IN-FILE
      AT END
        MOVE "Y" TO EOF-SWITCH
    END-READ.


260-WRITE-SCAN-LINE.

    ADD 1 TO LISTED-COUNT.
    MOVE SPACES TO SCAN-RPT-REC.
    STRING AcctNumber DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           ZipCode DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           State DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           City DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           SCAN-FINDING-TEXT DELIMITED BY SIZE
      INTO SCAN-RPT-REC.
    WRITE SCAN-RPT-REC.


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

    MOVE SPACES TO SCAN-RPT-REC.
    WRITE SCAN-RPT-REC.
    MOVE SPACES TO SCAN-RPT-REC.
    STRING "RECORDS SCANNED:       " DELIMITED BY SIZE
           SCANNED-COUNT DELIMITED BY SIZE
      INTO SCAN-RPT-REC.
    WRITE SCAN-RPT-REC.
    MOVE SPACES TO SCAN-RPT-REC.
    STRING "AGREEING:              " DELIMITED BY SIZE
           AGREE-COUNT DELIMITED BY SIZE
      INTO SCAN-RPT-REC.
    WRITE SCAN-RPT-REC.
    MOVE SPACES TO SCAN-RPT-REC.
    STRING "ZIP NOT USABLE:        " DELIMITED BY SIZE
           UNUSABLE-ZIP-COUNT DELIMITED BY SIZE
      INTO SCAN-RPT-REC.
    WRITE SCAN-RPT-REC.
    MOVE SPACES TO SCAN-RPT-REC.
    STRING "ZIP PREFIX NOT ON REF: " DELIMITED BY SIZE
           NO-PREFIX-COUNT DELIMITED BY SIZE
      INTO SCAN-RPT-REC.
    WRITE SCAN-RPT-REC.
    MOVE SPACES TO SCAN-RPT-REC.
    STRING "STATE WRONG FOR ZIP:   " DELIMITED BY SIZE
           WRONG-STATE-COUNT DELIMITED BY SIZE
      INTO SCAN-RPT-REC.
    WRITE SCAN-RPT-REC.
    MOVE SPACES TO SCAN-RPT-REC.
    STRING "CITY WRONG FOR ZIP:    " DELIMITED BY SIZE
           WRONG-CITY-COUNT DELIMITED BY SIZE
      INTO SCAN-RPT-REC.
    WRITE SCAN-RPT-REC.
    MOVE SPACES TO SCAN-RPT-REC.
    STRING "RECORDS LISTED:        " DELIMITED BY SIZE
           LISTED-COUNT DELIMITED BY SIZE
      INTO SCAN-RPT-REC.
    WRITE SCAN-RPT-REC.

    DISPLAY "RECORDS SCANNED >>>> " SCANNED-COUNT.
    DISPLAY "RECORDS LISTED >>>> " LISTED-COUNT.

    CLOSE IN-FILE.
    CLOSE SCAN-RPT.
