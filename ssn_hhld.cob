*> SSN-HOUSEHLD -- household consistency sweep of the XREF.DAT
*> dependent links against the PEOPLE.DAT master.
*> Created by Josh from KeepItTechie
*>
*> SSN-MAINT links dependents to primaries on XREF.DAT (layout in
*> XREFREC) and SSN-UPDT reacts to those links when a death lands
*> on a primary, but nothing ever checked that a household makes
*> sense.  This program walks XREF.DAT in primary order (down the
*> XREF-PRI-SSN alternate index), looks both people up on the
*> master, and reports every link that cannot be right:
*>   - a child (CH) born before the primary
*>   - a parent (PA) born after the primary
*>   - a dependent who is deceased but still linked
*>   - a dependent whose chain of primaries loops back to them
*>   - a living child who has reached the age-out threshold on
*>     AGEOUT.CTL as of the run date (eighteen when no card)
*> and, at each primary's control break, a primary with more than
*> one living spouse (SP).  Every finding is listed on HOUSEHOLD.RPT
*> and opened as a case on SUSPCASE.DAT (layout in CASEREC) -- on
*> the dependent for a link finding, on the primary for the spouse
*> count -- so the review team works it through SSN-CASEWRK with
*> everything else.  A link whose primary or dependent is not on
*> the master is counted and skipped; that is orphan territory, not
*> a household question.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.
*>   2026-10-15  JJ  The age-out card takes the years as keyed, one
*>                   to three digits anywhere in the first three
*>                   columns; a card that cannot be read says so on
*>                   the console instead of quietly using eighteen.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-HOUSEHLD.
AUTHOR. JOSH / KEEPITTECHIE.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SSN-FILE ASSIGN TO 'people.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SSN
    ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
    FILE STATUS IS WS-SSN-FILE-STATUS.

    SELECT XREF-FILE ASSIGN TO 'xref.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS XREF-DEP-SSN
    ALTERNATE RECORD KEY IS XREF-PRI-SSN WITH DUPLICATES
    FILE STATUS IS WS-XREF-FILE-STATUS.

*> Second view of XREF.DAT for chasing a chain of primaries by
*> random read without disturbing the sweep's place in the file.
    SELECT XREF-CHAIN-FILE ASSIGN TO 'xref.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS XCH-DEP-SSN
    ALTERNATE RECORD KEY IS XCH-PRI-SSN WITH DUPLICATES
    FILE STATUS IS WS-XCH-FILE-STATUS.

    SELECT RUN-DATE-FILE ASSIGN TO 'rundate.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUN-DATE-STATUS.

    SELECT AGE-OUT-FILE ASSIGN TO 'ageout.ctl'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AGE-OUT-STATUS.

    SELECT HOUSEHOLD-RPT ASSIGN TO 'household.rpt'
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT SUSPECT-CASE-FILE ASSIGN TO 'suspcase.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS CASE-SSN
    FILE STATUS IS WS-CASE-FILE-STATUS.

    SELECT SSN-PRINT-CTL-FILE ASSIGN TO 'ssnprint.ctl'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SSN-PRINT-CTL-STATUS.

    SELECT AUDIT-LOG ASSIGN TO 'audit.log'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD SSN-FILE.
COPY SSNREC.

FD XREF-FILE.
COPY XREFREC.

*> Same XREFREC layout under its own names for the chain view.
FD XREF-CHAIN-FILE.
01 XCH-RECORD.
   05 XCH-DEP-SSN      PIC X(9).
   05 XCH-COMMA1       PIC X.
   05 XCH-PRI-SSN      PIC X(9).
   05 XCH-COMMA2       PIC X.
   05 XCH-REL-CODE     PIC X(2).

*> Run-control "date card" -- same convention SSN-CHECK uses.
FD RUN-DATE-FILE.
01 RUN-DATE-RECORD.
   05 RUN-DATE-CCYY    PIC 9(4).
   05 RUN-DATE-MM      PIC 9(2).
   05 RUN-DATE-DD      PIC 9(2).

*> Age-out control card -- the age in years at which a linked child
*> should have come off the household, keyed as one to three digits
*> in the first three columns.
FD AGE-OUT-FILE.
01 AGE-OUT-RECORD.
   05 AGE-OUT-YEARS    PIC X(3).

FD HOUSEHOLD-RPT.
01 HOUSEHOLD-RPT-RECORD PIC X(80).

*> Suspect-SSN case file -- the same review queue SSN-CHECK and
*> SSN-TWINS feed (layout in CASEREC).
FD SUSPECT-CASE-FILE.
COPY CASEREC.

*> SSN print control card -- authorizes a full-SSN report run; the
*> layout is shared through PRTCREC by every report program.
FD SSN-PRINT-CTL-FILE.
COPY PRTCREC.

*> Shared audit trail -- a full-SSN report run is logged here.
FD AUDIT-LOG.
01 AUDIT-LOG-RECORD     PIC X(94).

WORKING-STORAGE SECTION.
01 WS-XREF-EOF         PIC X VALUE 'N'.
01 WS-SSN-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-SSN-FILE-OK          VALUE '00'.
   88 WS-SSN-FILE-MISSING     VALUE '35'.
   88 WS-SSN-FILE-ATTR-CONFLICT VALUE '39'.
01 WS-XREF-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-XREF-FILE-OK         VALUE '00'.
   88 WS-XREF-FILE-MISSING    VALUE '35'.
01 WS-XCH-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-XCH-FILE-OK          VALUE '00'.
   88 WS-XCH-FILE-MISSING     VALUE '35'.
01 WS-RUN-DATE-STATUS  PIC XX VALUE SPACES.
   88 WS-RUN-DATE-OK          VALUE '00'.
   88 WS-RUN-DATE-NOT-FND     VALUE '35'.
01 WS-AGE-OUT-STATUS   PIC XX VALUE SPACES.
   88 WS-AGE-OUT-OK           VALUE '00'.
   88 WS-AGE-OUT-NOT-FND      VALUE '35'.
01 WS-CASE-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-CASE-FILE-OK         VALUE '00'.
   88 WS-CASE-FILE-MISSING    VALUE '35'.

77 WS-AGE-OUT-THRESHOLD PIC 9(3) VALUE 18.
01 WS-AGE-OUT-TEXT     PIC X(3) VALUE SPACES.
77 WS-AGE-OUT-DIGITS   PIC 9(1) COMP VALUE ZERO.
77 WS-AGE-OUT-SPACES   PIC 9(1) COMP VALUE ZERO.
77 WS-LINKS-READ       PIC 9(7) COMP VALUE ZERO.
77 WS-HOUSEHOLDS       PIC 9(7) COMP VALUE ZERO.
77 WS-LINKS-SKIPPED    PIC 9(7) COMP VALUE ZERO.
77 WS-FINDING-COUNT    PIC 9(5) COMP VALUE ZERO.
77 WS-CASES-OPENED     PIC 9(5) COMP VALUE ZERO.
77 WS-LIVING-SPOUSES   PIC 9(3) COMP VALUE ZERO.
77 WS-CHAIN-HOPS       PIC 9(2) COMP VALUE ZERO.
77 WS-MAX-CHAIN-HOPS   PIC 9(2) COMP VALUE 20.

*> Current primary's control-break fields, held from the master so
*> every link in the household is judged against the same record.
01 WS-HOLD-PRI-SSN     PIC X(9)  VALUE SPACES.
01 WS-PRI-ON-FILE      PIC X VALUE 'N'.
01 WS-PRI-DOB          PIC X(10) VALUE SPACES.
01 WS-PRI-DOB-OK       PIC X VALUE 'N'.

*> The dependent in hand.
01 WS-DEP-DOB          PIC X(10) VALUE SPACES.
01 WS-DEP-DOD          PIC X(10) VALUE SPACES.
01 WS-DEP-DOB-OK       PIC X VALUE 'N'.

*> Loop chase: the next primary up the chain, and the verdict.
01 WS-CHAIN-SSN        PIC X(9)  VALUE SPACES.
01 WS-CHAIN-DONE       PIC X VALUE 'N'.
01 WS-LOOP-FOUND       PIC X VALUE 'N'.

*> Date edit and age-in-years work fields.  DOB is held on the
*> master as YYYY-MM-DD text; squeezed to CCYYMMDD it can be tested
*> numeric and split for the age arithmetic.
01 WS-DATE-DIGITS      PIC X(8) VALUE SPACES.
01 WS-DOB-NUM          PIC 9(8) VALUE ZERO.
01 WS-DOB-SPLIT REDEFINES WS-DOB-NUM.
   05 WS-DOB-CCYY      PIC 9(4).
   05 WS-DOB-MMDD      PIC 9(4).
01 WS-AGE-YEARS        PIC 9(3) VALUE ZERO.

*> Full processing date, same CCYY-MM-DD convention as SSN-CHECK.
01 WS-RUN-DATE.
   05 WS-RUN-CCYY      PIC 9(4).
   05 WS-RUN-MM        PIC 9(2).
   05 WS-RUN-DD        PIC 9(2).
01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
   05 FILLER           PIC 9(4).
   05 WS-RUN-MMDD      PIC 9(4).
01 WS-RUN-DATE-ISO     PIC X(10).

*> One finding: the SSN the case opens on, the text for the report
*> line and the case reason.
01 WS-FIND-CASE-SSN    PIC X(9)  VALUE SPACES.
01 WS-FIND-DEP-SSN     PIC X(9)  VALUE SPACES.
01 WS-FIND-REL         PIC X(2)  VALUE SPACES.
01 WS-CASE-REASON      PIC X(30) VALUE SPACES.

01 WS-HEADING-LINE.
   05 FILLER            PIC X(30) VALUE "HOUSEHOLD EXCEPTIONS REPORT".
   05 FILLER            PIC X(10) VALUE "RUN DATE: ".
   05 WSH-RUN-DATE      PIC X(10).
   05 FILLER            PIC X(10) VALUE "  AGE-OUT ".
   05 WSH-AGE-OUT       PIC ZZ9.
   05 FILLER            PIC X(17) VALUE SPACES.

01 WS-COLUMN-HDR-LINE.
   05 FILLER            PIC X(11) VALUE "PRIMARY".
   05 FILLER            PIC X(11) VALUE "DEPENDENT".
   05 FILLER            PIC X(5)  VALUE "REL".
   05 FILLER            PIC X(53) VALUE "FINDING".

01 WS-DETAIL-LINE.
   05 WSD-PRI-SSN       PIC X(9).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-DEP-SSN       PIC X(9).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-REL           PIC X(2).
   05 FILLER            PIC X(3)  VALUE SPACES.
   05 WSD-FINDING       PIC X(30).
   05 FILLER            PIC X(23) VALUE SPACES.

01 WS-TRAILER-LINE-1.
   05 FILLER            PIC X(13) VALUE "LINKS READ: ".
   05 WST-LINKS-READ    PIC Z,ZZZ,ZZ9.
   05 FILLER            PIC X(15) VALUE "  HOUSEHOLDS: ".
   05 WST-HOUSEHOLDS    PIC Z,ZZZ,ZZ9.
   05 FILLER            PIC X(20) VALUE "  NOT ON MASTER: ".
   05 WST-LINKS-SKIPPED PIC Z,ZZZ,ZZ9.

01 WS-TRAILER-LINE-2.
   05 FILLER            PIC X(13) VALUE "FINDINGS: ".
   05 WST-FINDING-COUNT PIC ZZ,ZZ9.
   05 FILLER            PIC X(18) VALUE "  CASES OPENED: ".
   05 WST-CASES-OPENED  PIC ZZ,ZZ9.
   05 FILLER            PIC X(37) VALUE SPACES.

*> ---------------------------------------------------------------
*> SSN print control.  A printed SSN shows only its last four
*> digits unless SSNPRINT.CTL authorizes a full-SSN run for this
*> program on this run date, which is then logged to AUDIT.LOG.
*> ---------------------------------------------------------------
01 WS-SSN-PRINT-CTL-STATUS PIC XX VALUE SPACES.
   88 WS-SSN-PRINT-CTL-OK      VALUE '00'.
   88 WS-SSN-PRINT-CTL-NOT-FND VALUE '35'.
01 WS-AUDIT-LOG-STATUS   PIC XX VALUE SPACES.
   88 WS-AUDIT-LOG-OK          VALUE '00'.
   88 WS-AUDIT-LOG-NOT-FND     VALUE '35'.
01 WS-FULL-SSN-PRINT     PIC X VALUE 'N'.
01 WS-PRINT-SSN.
   05 WSK-FIRST5         PIC X(5).
   05 WSK-LAST4          PIC X(4).
01 WS-FULL-SSN-AUDIT-LINE.
   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
   05 WSF-RUN-DATE       PIC X(10).
   05 FILLER             PIC X(3)  VALUE SPACES.
   05 FILLER             PIC X(16) VALUE "FULL-SSN PRINT: ".
   05 WSF-PROGRAM        PIC X(12).
   05 FILLER             PIC X(4)  VALUE " BY ".
   05 WSF-AUTH-BY        PIC X(8).
   05 FILLER             PIC X(1)  VALUE SPACES.
   05 WSF-REASON         PIC X(30).
77 WS-PRINT-PROGRAM      PIC X(12) VALUE "SSN-HOUSEHLD".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-GET-RUN-DATE THRU 1000-EXIT
    PERFORM 8600-CHECK-SSN-PRINT-CARD THRU 8600-EXIT
    PERFORM 1100-GET-AGE-OUT THRU 1100-EXIT
    PERFORM 1200-OPEN-FILES THRU 1200-EXIT
    PERFORM 2000-SWEEP-LINKS THRU 2000-EXIT
    PERFORM 3000-FINISH THRU 3000-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 1000-GET-RUN-DATE -- same run-date parameter convention as
*> SSN-CHECK.
*> ---------------------------------------------------------------
1000-GET-RUN-DATE.
    OPEN INPUT RUN-DATE-FILE
    IF WS-RUN-DATE-NOT-FND
        DISPLAY "RUNDATE.DAT not found -- defaulting run date from system clock"
        MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-CCYY
        MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MM
        MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DD
    ELSE
        READ RUN-DATE-FILE
            AT END
                DISPLAY "RUNDATE.DAT is empty -- defaulting run date from system clock"
                MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-CCYY
                MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MM
                MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DD
            NOT AT END
                MOVE RUN-DATE-CCYY TO WS-RUN-CCYY
                MOVE RUN-DATE-MM   TO WS-RUN-MM
                MOVE RUN-DATE-DD   TO WS-RUN-DD
        END-READ
        CLOSE RUN-DATE-FILE
    END-IF
    STRING WS-RUN-CCYY "-" WS-RUN-MM "-" WS-RUN-DD
        DELIMITED BY SIZE INTO WS-RUN-DATE-ISO.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-GET-AGE-OUT -- age-out threshold off AGEOUT.CTL; a missing
*> or empty card means the eighteen-year default.  The years may be
*> keyed short ("21") or zero-filled ("021"); a card that is not a
*> number of years, or is zero, is reported and the default used.
*> ---------------------------------------------------------------
1100-GET-AGE-OUT.
    OPEN INPUT AGE-OUT-FILE
    IF NOT WS-AGE-OUT-OK
        GO TO 1100-EXIT
    END-IF
    MOVE SPACES TO AGE-OUT-RECORD
    READ AGE-OUT-FILE
        AT END
            MOVE SPACES TO AGE-OUT-RECORD
    END-READ
    CLOSE AGE-OUT-FILE
    IF AGE-OUT-YEARS = SPACES
        GO TO 1100-EXIT
    END-IF
    MOVE FUNCTION TRIM (AGE-OUT-YEARS) TO WS-AGE-OUT-TEXT
    MOVE ZERO TO WS-AGE-OUT-DIGITS
    MOVE ZERO TO WS-AGE-OUT-SPACES
    INSPECT WS-AGE-OUT-TEXT TALLYING WS-AGE-OUT-DIGITS
        FOR CHARACTERS BEFORE INITIAL SPACE
    INSPECT WS-AGE-OUT-TEXT TALLYING WS-AGE-OUT-SPACES
        FOR ALL SPACES
    IF WS-AGE-OUT-DIGITS + WS-AGE-OUT-SPACES = 3
            AND WS-AGE-OUT-TEXT (1:WS-AGE-OUT-DIGITS) IS NUMERIC
        COMPUTE WS-AGE-OUT-THRESHOLD =
            FUNCTION NUMVAL (WS-AGE-OUT-TEXT)
    ELSE
        MOVE ZERO TO WS-AGE-OUT-THRESHOLD
    END-IF
    IF WS-AGE-OUT-THRESHOLD = ZERO
        DISPLAY "AGEOUT.CTL holds '" AGE-OUT-YEARS
            "' -- not a number of years, default 18 used"
        MOVE 18 TO WS-AGE-OUT-THRESHOLD
    END-IF.
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-OPEN-FILES -- master and both views of the cross-reference
*> for reading, the report, and the case queue (created on the spot
*> if SSN-CHECK has never run, same fallback as SSN-TWINS).
*> ---------------------------------------------------------------
1200-OPEN-FILES.
    OPEN INPUT SSN-FILE
    IF WS-SSN-FILE-ATTR-CONFLICT
        DISPLAY "PEOPLE.DAT attributes do not match -- run SSN-REORG to add the NAME index"
        STOP RUN
    END-IF
    IF WS-SSN-FILE-MISSING
        DISPLAY "PEOPLE.DAT not found -- no households to check"
        STOP RUN
    END-IF
    OPEN INPUT XREF-FILE
    IF WS-XREF-FILE-MISSING
        DISPLAY "XREF.DAT not found -- no households to check"
        CLOSE SSN-FILE
        STOP RUN
    END-IF
    OPEN INPUT XREF-CHAIN-FILE
    OPEN OUTPUT HOUSEHOLD-RPT
    MOVE WS-RUN-DATE-ISO      TO WSH-RUN-DATE
    MOVE WS-AGE-OUT-THRESHOLD TO WSH-AGE-OUT
    WRITE HOUSEHOLD-RPT-RECORD FROM WS-HEADING-LINE
    WRITE HOUSEHOLD-RPT-RECORD FROM WS-COLUMN-HDR-LINE
    OPEN I-O SUSPECT-CASE-FILE
    IF WS-CASE-FILE-MISSING
        OPEN OUTPUT SUSPECT-CASE-FILE
        CLOSE SUSPECT-CASE-FILE
        OPEN I-O SUSPECT-CASE-FILE
    END-IF.
1200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-SWEEP-LINKS -- every link on XREF.DAT in primary order,
*> with a control break on the primary so the spouse count can be
*> judged once the whole household has gone by.
*> ---------------------------------------------------------------
2000-SWEEP-LINKS.
    MOVE LOW-VALUES TO XREF-PRI-SSN
    START XREF-FILE KEY IS NOT LESS THAN XREF-PRI-SSN
        INVALID KEY
            DISPLAY "XREF.DAT is empty -- no households to check"
            GO TO 2000-EXIT
    END-START
    PERFORM UNTIL WS-XREF-EOF = 'Y'
        READ XREF-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-XREF-EOF
            NOT AT END
                ADD 1 TO WS-LINKS-READ
                IF XREF-PRI-SSN NOT = WS-HOLD-PRI-SSN
                    PERFORM 2900-CLOSE-HOUSEHOLD THRU 2900-EXIT
                    PERFORM 2100-OPEN-HOUSEHOLD THRU 2100-EXIT
                END-IF
                PERFORM 2200-CHECK-LINK THRU 2200-EXIT
        END-READ
    END-PERFORM
    PERFORM 2900-CLOSE-HOUSEHOLD THRU 2900-EXIT.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2100-OPEN-HOUSEHOLD -- a new primary: look them up once and hold
*> the DOB every link in the household is measured against.
*> ---------------------------------------------------------------
2100-OPEN-HOUSEHOLD.
    ADD 1 TO WS-HOUSEHOLDS
    MOVE XREF-PRI-SSN TO WS-HOLD-PRI-SSN
    MOVE ZERO TO WS-LIVING-SPOUSES
    MOVE 'N' TO WS-PRI-ON-FILE
    MOVE 'N' TO WS-PRI-DOB-OK
    MOVE SPACES TO WS-PRI-DOB
    MOVE XREF-PRI-SSN TO SSN
    READ SSN-FILE
        INVALID KEY
            GO TO 2100-EXIT
    END-READ
    MOVE 'Y' TO WS-PRI-ON-FILE
    MOVE DOB TO WS-PRI-DOB
    PERFORM 2700-EDIT-DOB THRU 2700-EXIT
    IF WS-DATE-DIGITS IS NUMERIC
        MOVE 'Y' TO WS-PRI-DOB-OK
    END-IF.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2200-CHECK-LINK -- one dependent link against its primary.  A
*> link with either person off the master is only counted.
*> ---------------------------------------------------------------
2200-CHECK-LINK.
    IF WS-PRI-ON-FILE = 'N'
        ADD 1 TO WS-LINKS-SKIPPED
        GO TO 2200-EXIT
    END-IF
    MOVE XREF-DEP-SSN TO SSN
    READ SSN-FILE
        INVALID KEY
            ADD 1 TO WS-LINKS-SKIPPED
            GO TO 2200-EXIT
    END-READ
    MOVE DOB TO WS-DEP-DOB
    MOVE DOD TO WS-DEP-DOD
    MOVE 'N' TO WS-DEP-DOB-OK
    PERFORM 2700-EDIT-DOB THRU 2700-EXIT
    IF WS-DATE-DIGITS IS NUMERIC
        MOVE 'Y' TO WS-DEP-DOB-OK
    END-IF
    MOVE XREF-DEP-SSN  TO WS-FIND-CASE-SSN
    MOVE XREF-DEP-SSN  TO WS-FIND-DEP-SSN
    MOVE XREF-REL-CODE TO WS-FIND-REL
    IF WS-PRI-DOB-OK = 'Y' AND WS-DEP-DOB-OK = 'Y'
        IF XREF-REL-CODE = "CH" AND WS-DEP-DOB < WS-PRI-DOB
            MOVE "HH CHILD BORN BEFORE PRIMARY" TO WS-CASE-REASON
            PERFORM 2800-RECORD-FINDING THRU 2800-EXIT
        END-IF
        IF XREF-REL-CODE = "PA" AND WS-DEP-DOB > WS-PRI-DOB
            MOVE "HH PARENT BORN AFTER PRIMARY" TO WS-CASE-REASON
            PERFORM 2800-RECORD-FINDING THRU 2800-EXIT
        END-IF
    END-IF
    IF WS-DEP-DOD NOT = SPACES
        MOVE "HH DECEASED DEPENDENT LINKED" TO WS-CASE-REASON
        PERFORM 2800-RECORD-FINDING THRU 2800-EXIT
    ELSE
        IF XREF-REL-CODE = "SP"
            ADD 1 TO WS-LIVING-SPOUSES
        END-IF
        IF XREF-REL-CODE = "CH" AND WS-DEP-DOB-OK = 'Y'
            PERFORM 2400-CHECK-AGE-OUT THRU 2400-EXIT
        END-IF
    END-IF
    PERFORM 2500-CHECK-LOOP THRU 2500-EXIT.
2200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2400-CHECK-AGE-OUT -- a living child's age in whole years as of
*> the run date, against the age-out threshold.  WS-DATE-DIGITS
*> still holds the child's DOB as edited by 2200-CHECK-LINK.
*> ---------------------------------------------------------------
2400-CHECK-AGE-OUT.
    MOVE WS-DATE-DIGITS TO WS-DOB-NUM
    IF WS-DOB-CCYY > WS-RUN-CCYY
        GO TO 2400-EXIT
    END-IF
    COMPUTE WS-AGE-YEARS = WS-RUN-CCYY - WS-DOB-CCYY
    IF WS-RUN-MMDD < WS-DOB-MMDD AND WS-AGE-YEARS > ZERO
        SUBTRACT 1 FROM WS-AGE-YEARS
    END-IF
    IF WS-AGE-YEARS NOT < WS-AGE-OUT-THRESHOLD
        MOVE "HH CHILD PAST AGE-OUT" TO WS-CASE-REASON
        PERFORM 2800-RECORD-FINDING THRU 2800-EXIT
    END-IF.
2400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2500-CHECK-LOOP -- follows the dependent's primary up its own
*> chain of links (each person can be a dependent only once, so the
*> chain has one path).  Reaching the dependent again is a loop;
*> running off the top of the chain is not.  The hop limit only
*> guards against a loop that does not pass through this dependent.
*> ---------------------------------------------------------------
2500-CHECK-LOOP.
    MOVE 'N' TO WS-LOOP-FOUND
    MOVE 'N' TO WS-CHAIN-DONE
    MOVE ZERO TO WS-CHAIN-HOPS
    MOVE XREF-PRI-SSN TO WS-CHAIN-SSN
    PERFORM UNTIL WS-CHAIN-DONE = 'Y'
        IF WS-CHAIN-SSN = XREF-DEP-SSN
            MOVE 'Y' TO WS-LOOP-FOUND
            MOVE 'Y' TO WS-CHAIN-DONE
        ELSE
            ADD 1 TO WS-CHAIN-HOPS
            IF WS-CHAIN-HOPS > WS-MAX-CHAIN-HOPS
                MOVE 'Y' TO WS-CHAIN-DONE
            ELSE
                MOVE WS-CHAIN-SSN TO XCH-DEP-SSN
                READ XREF-CHAIN-FILE
                    INVALID KEY
                        MOVE 'Y' TO WS-CHAIN-DONE
                    NOT INVALID KEY
                        MOVE XCH-PRI-SSN TO WS-CHAIN-SSN
                END-READ
            END-IF
        END-IF
    END-PERFORM
    IF WS-LOOP-FOUND = 'Y'
        MOVE "HH DEPENDENT/PRIMARY LOOP" TO WS-CASE-REASON
        PERFORM 2800-RECORD-FINDING THRU 2800-EXIT
    END-IF.
2500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2700-EDIT-DOB -- the DOB in the master record area squeezed down
*> to CCYYMMDD in WS-DATE-DIGITS; the caller tests it numeric.
*> ---------------------------------------------------------------
2700-EDIT-DOB.
    MOVE SPACES TO WS-DATE-DIGITS
    STRING DOB(1:4) DOB(6:2) DOB(9:2)
        DELIMITED BY SIZE INTO WS-DATE-DIGITS.
2700-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2800-RECORD-FINDING -- one line on the report and a case opened
*> or refreshed on WS-FIND-CASE-SSN with the finding as its reason.
*> ---------------------------------------------------------------
2800-RECORD-FINDING.
    ADD 1 TO WS-FINDING-COUNT
    MOVE WS-HOLD-PRI-SSN TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN TO WSD-PRI-SSN
    IF WS-FIND-DEP-SSN = SPACES
        MOVE SPACES TO WSD-DEP-SSN
    ELSE
        MOVE WS-FIND-DEP-SSN TO WS-PRINT-SSN
        PERFORM 8650-MASK-SSN THRU 8650-EXIT
        MOVE WS-PRINT-SSN TO WSD-DEP-SSN
    END-IF
    MOVE WS-FIND-REL    TO WSD-REL
    MOVE WS-CASE-REASON TO WSD-FINDING
    WRITE HOUSEHOLD-RPT-RECORD FROM WS-DETAIL-LINE
    MOVE WS-FIND-CASE-SSN TO CASE-SSN
    PERFORM 2850-UPSERT-CASE THRU 2850-EXIT.
2800-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2850-UPSERT-CASE -- same case lifecycle SSN-CHECK and SSN-TWINS
*> use: a first sighting opens a new case, a re-run refreshes the
*> last-seen date and reason, a corrected case that shows up again
*> is reopened, and an accepted case stays accepted.
*> ---------------------------------------------------------------
2850-UPSERT-CASE.
    READ SUSPECT-CASE-FILE
        INVALID KEY
            MOVE ','               TO CASE-COMMA1
            MOVE 'N'               TO CASE-STATUS
            MOVE ','               TO CASE-COMMA2
            MOVE WS-RUN-DATE-ISO   TO CASE-FIRST-SEEN
            MOVE ','               TO CASE-COMMA3
            MOVE WS-RUN-DATE-ISO   TO CASE-LAST-SEEN
            MOVE ','               TO CASE-COMMA4
            MOVE WS-CASE-REASON    TO CASE-REASON
            MOVE ','               TO CASE-COMMA5
            MOVE "BATCH"           TO CASE-OPERATOR
            WRITE CASE-RECORD
            ADD 1 TO WS-CASES-OPENED
        NOT INVALID KEY
            MOVE WS-RUN-DATE-ISO   TO CASE-LAST-SEEN
            MOVE WS-CASE-REASON    TO CASE-REASON
            IF CASE-CORRECTED
                MOVE 'N' TO CASE-STATUS
                MOVE "BATCH" TO CASE-OPERATOR
            END-IF
            REWRITE CASE-RECORD
    END-READ.
2850-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2900-CLOSE-HOUSEHOLD -- control break: the household just
*> finished is judged on its living-spouse count.  The finding is
*> opened on the primary.
*> ---------------------------------------------------------------
2900-CLOSE-HOUSEHOLD.
    IF WS-HOLD-PRI-SSN = SPACES
        GO TO 2900-EXIT
    END-IF
    IF WS-LIVING-SPOUSES > 1
        MOVE WS-HOLD-PRI-SSN TO WS-FIND-CASE-SSN
        MOVE SPACES          TO WS-FIND-DEP-SSN
        MOVE "SP"            TO WS-FIND-REL
        MOVE "HH MORE THAN ONE LIVING SPOUSE" TO WS-CASE-REASON
        PERFORM 2800-RECORD-FINDING THRU 2800-EXIT
    END-IF.
2900-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-FINISH -- trailer lines and close.
*> ---------------------------------------------------------------
3000-FINISH.
    MOVE WS-LINKS-READ    TO WST-LINKS-READ
    MOVE WS-HOUSEHOLDS    TO WST-HOUSEHOLDS
    MOVE WS-LINKS-SKIPPED TO WST-LINKS-SKIPPED
    WRITE HOUSEHOLD-RPT-RECORD FROM WS-TRAILER-LINE-1
    MOVE WS-FINDING-COUNT TO WST-FINDING-COUNT
    MOVE WS-CASES-OPENED  TO WST-CASES-OPENED
    WRITE HOUSEHOLD-RPT-RECORD FROM WS-TRAILER-LINE-2
    CLOSE HOUSEHOLD-RPT
    CLOSE SUSPECT-CASE-FILE
    CLOSE XREF-CHAIN-FILE
    CLOSE XREF-FILE
    CLOSE SSN-FILE
    DISPLAY "SSN-HOUSEHLD: " WS-FINDING-COUNT " FINDING(S), "
        WS-CASES-OPENED " NEW CASE(S)".
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8600-CHECK-SSN-PRINT-CARD -- full SSNs print only when
*> SSNPRINT.CTL says Y for this run date, names who authorized it,
*> and covers this program (by name, or blank/ALL for every report
*> program).  No card, or any other card, means masked output.  An
*> authorized run is announced on the console and logged to
*> AUDIT.LOG.
*> ---------------------------------------------------------------
8600-CHECK-SSN-PRINT-CARD.
    MOVE 'N' TO WS-FULL-SSN-PRINT
    OPEN INPUT SSN-PRINT-CTL-FILE
    IF WS-SSN-PRINT-CTL-NOT-FND
        GO TO 8600-EXIT
    END-IF
    READ SSN-PRINT-CTL-FILE
        AT END
            MOVE SPACES TO SSN-PRINT-CTL-RECORD
    END-READ
    CLOSE SSN-PRINT-CTL-FILE
    IF NOT SPC-FULL-AUTHORIZED
            OR SPC-RUN-DATE NOT = WS-RUN-DATE-ISO
            OR SPC-AUTH-BY = SPACES
        GO TO 8600-EXIT
    END-IF
    IF SPC-PROGRAM NOT = SPACES AND SPC-PROGRAM NOT = "ALL"
            AND SPC-PROGRAM NOT = WS-PRINT-PROGRAM
        GO TO 8600-EXIT
    END-IF
    MOVE 'Y' TO WS-FULL-SSN-PRINT
    DISPLAY WS-PRINT-PROGRAM ": *** FULL-SSN PRINT AUTHORIZED BY "
        SPC-AUTH-BY " -- RESTRICTED REPORT ***"
    MOVE WS-RUN-DATE-ISO  TO WSF-RUN-DATE
    MOVE WS-PRINT-PROGRAM TO WSF-PROGRAM
    MOVE SPC-AUTH-BY      TO WSF-AUTH-BY
    MOVE SPC-REASON       TO WSF-REASON
    OPEN EXTEND AUDIT-LOG
    IF WS-AUDIT-LOG-NOT-FND
        OPEN OUTPUT AUDIT-LOG
        CLOSE AUDIT-LOG
        OPEN EXTEND AUDIT-LOG
    END-IF
    MOVE WS-FULL-SSN-AUDIT-LINE TO AUDIT-LOG-RECORD
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG.
8600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8650-MASK-SSN -- WS-PRINT-SSN as it may be printed: the first
*> five digits blotted out unless this is an authorized full-SSN
*> run.
*> ---------------------------------------------------------------
8650-MASK-SSN.
    IF WS-FULL-SSN-PRINT = 'N'
        MOVE "XXXXX" TO WSK-FIRST5
    END-IF.
8650-EXIT.
    EXIT.
