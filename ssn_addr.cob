*> SSN-ADDRCHK -- periodic hygiene sweep of the ADDRESS.DAT mailing
*> addresses against the state / ZIP-prefix reference table.
*> Created by Josh from KeepItTechie
*>
*> SSN-EDIT now holds every transaction address to the reference
*> table on ZIPSTATE.DAT (layout in ZIPSREC), but the addresses
*> already on file went in before the table existed, and SSN-MAINT
*> files addresses straight from the console.  This program reads
*> every address on ADDRESS.DAT (layout in ADDRREC) and runs the
*> same edits SSN-EDIT's 2400-EDIT-ADDRESS runs -- complete, state
*> alphabetic, ZIP numeric, state on the table, ZIP inside one of
*> the state's ranges -- and also lists every address still on file
*> that a verification letter came back undeliverable from
*> (BADADDR.DAT, layout in BADAREC).  Each finding is one line on
*> ADDRCHK.RPT; the trailer balances addresses read against
*> addresses with findings.  Nothing is changed on file -- the
*> listing goes to the clerks who correct addresses through
*> SSN-MAINT.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-ADDRCHK.
AUTHOR. JOSH / KEEPITTECHIE.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ADDRESS-FILE ASSIGN TO 'address.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ADDR-SSN
    FILE STATUS IS WS-ADDR-FILE-STATUS.

    SELECT ZIP-STATE-FILE ASSIGN TO 'zipstate.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ZIPS-KEY
    FILE STATUS IS WS-ZIPS-FILE-STATUS.

    SELECT BAD-ADDR-FILE ASSIGN TO 'badaddr.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS BADA-SSN
    FILE STATUS IS WS-BADA-FILE-STATUS.

    SELECT RUN-DATE-FILE ASSIGN TO 'rundate.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUN-DATE-STATUS.

    SELECT ADDRCHK-RPT ASSIGN TO 'addrchk.rpt'
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT SSN-PRINT-CTL-FILE ASSIGN TO 'ssnprint.ctl'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SSN-PRINT-CTL-STATUS.

    SELECT AUDIT-LOG ASSIGN TO 'audit.log'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
*> Mailing address alongside the master, keyed on SSN -- layout
*> shared through ADDRREC.
FD ADDRESS-FILE.
COPY ADDRREC.

*> State / ZIP-prefix reference table -- layout shared through
*> ZIPSREC with SSN-ZIPMAINT and SSN-EDIT.
FD ZIP-STATE-FILE.
COPY ZIPSREC.

*> Known-bad addresses SSN-LTRRESP marked off undeliverable
*> returns -- layout shared through BADAREC.
FD BAD-ADDR-FILE.
COPY BADAREC.

*> Run-control "date card" -- same convention SSN-CHECK uses.
FD RUN-DATE-FILE.
01 RUN-DATE-RECORD.
   05 RUN-DATE-CCYY    PIC 9(4).
   05 RUN-DATE-MM      PIC 9(2).
   05 RUN-DATE-DD      PIC 9(2).

FD ADDRCHK-RPT.
01 ADDRCHK-RPT-RECORD   PIC X(80).

*> SSN print control card -- authorizes a full-SSN report run; the
*> layout is shared through PRTCREC by every report program.
FD SSN-PRINT-CTL-FILE.
COPY PRTCREC.

*> Shared audit trail -- a full-SSN report run is logged here.
FD AUDIT-LOG.
01 AUDIT-LOG-RECORD     PIC X(94).

WORKING-STORAGE SECTION.
01 WS-ADDR-EOF         PIC X VALUE 'N'.
01 WS-ADDR-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-ADDR-FILE-OK         VALUE '00'.
   88 WS-ADDR-FILE-MISSING    VALUE '35'.
01 WS-BADA-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-BADA-FILE-OK         VALUE '00'.
   88 WS-BADA-FILE-MISSING    VALUE '35'.
01 WS-BADA-AVAILABLE   PIC X VALUE 'N'.
01 WS-RUN-DATE-STATUS  PIC XX VALUE SPACES.
   88 WS-RUN-DATE-OK          VALUE '00'.
   88 WS-RUN-DATE-NOT-FND     VALUE '35'.

77 WS-ADDR-READ        PIC 9(7) COMP VALUE ZERO.
77 WS-ADDR-FAILED      PIC 9(7) COMP VALUE ZERO.
77 WS-FINDING-COUNT    PIC 9(7) COMP VALUE ZERO.
77 WS-KNOWN-BAD-COUNT  PIC 9(7) COMP VALUE ZERO.
01 WS-ADDR-HAS-FINDING PIC X VALUE 'N'.
01 WS-FINDING          PIC X(30) VALUE SPACES.

*> ---------------------------------------------------------------
*> State / ZIP-prefix reference table, loaded into memory once at
*> start-up, same as SSN-EDIT.
*> ---------------------------------------------------------------
01 WS-ZIPS-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-ZIPS-FILE-OK         VALUE '00'.
   88 WS-ZIPS-FILE-MISSING    VALUE '35'.
01 WS-ZIPS-EOF         PIC X VALUE 'N'.
77 WS-ZIP-COUNT        PIC 9(4) COMP VALUE ZERO.
77 WS-ZIP-IDX          PIC 9(4) COMP VALUE ZERO.
01 WS-ZIP-TABLE.
   05 WS-ZIP-ENTRY     OCCURS 500 TIMES.
      10 WS-ZIP-STATE     PIC X(2).
      10 WS-ZIP-LOW       PIC X(3).
      10 WS-ZIP-HIGH      PIC X(3).
01 WS-CHK-STATE        PIC X(2) VALUE SPACES.
01 WS-CHK-PREFIX       PIC X(3) VALUE SPACES.
01 WS-STATE-ON-TABLE   PIC X VALUE 'N'.
01 WS-ZIP-IN-RANGE     PIC X VALUE 'N'.

*> Full processing date, same CCYY-MM-DD convention as SSN-CHECK.
01 WS-RUN-DATE.
   05 WS-RUN-CCYY      PIC 9(4).
   05 WS-RUN-MM        PIC 9(2).
   05 WS-RUN-DD        PIC 9(2).
01 WS-RUN-DATE-ISO     PIC X(10).

01 WS-HEADING-LINE.
   05 FILLER            PIC X(30) VALUE "ADDRESS HYGIENE REPORT".
   05 FILLER            PIC X(10) VALUE "RUN DATE: ".
   05 WSH-RUN-DATE      PIC X(10).
   05 FILLER            PIC X(9)  VALUE "  RANGES ".
   05 WSH-RANGES        PIC ZZ9.
   05 FILLER            PIC X(18) VALUE SPACES.

01 WS-COLUMN-HDR-LINE.
   05 FILLER            PIC X(11) VALUE "SSN".
   05 FILLER            PIC X(4)  VALUE "ST".
   05 FILLER            PIC X(12) VALUE "ZIP".
   05 FILLER            PIC X(22) VALUE "CITY".
   05 FILLER            PIC X(31) VALUE "FINDING".

01 WS-DETAIL-LINE.
   05 WSD-SSN           PIC X(9).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-STATE         PIC X(2).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-ZIP           PIC X(10).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-CITY          PIC X(20).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-FINDING       PIC X(30).
   05 FILLER            PIC X(1)  VALUE SPACES.

01 WS-TRAILER-LINE-1.
   05 FILLER            PIC X(16) VALUE "ADDRESSES READ: ".
   05 WST-ADDR-READ     PIC Z,ZZZ,ZZ9.
   05 FILLER            PIC X(17) VALUE "  WITH FINDINGS: ".
   05 WST-ADDR-FAILED   PIC Z,ZZZ,ZZ9.
   05 FILLER            PIC X(29) VALUE SPACES.

01 WS-TRAILER-LINE-2.
   05 FILLER            PIC X(16) VALUE "FINDINGS: ".
   05 WST-FINDING-COUNT PIC Z,ZZZ,ZZ9.
   05 FILLER            PIC X(17) VALUE "  UNDELIVERABLE: ".
   05 WST-KNOWN-BAD     PIC Z,ZZZ,ZZ9.
   05 FILLER            PIC X(29) VALUE SPACES.

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
77 WS-PRINT-PROGRAM      PIC X(12) VALUE "SSN-ADDRCHK".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-GET-RUN-DATE THRU 1000-EXIT
    PERFORM 8600-CHECK-SSN-PRINT-CARD THRU 8600-EXIT
    PERFORM 1100-LOAD-ZIP-TABLE THRU 1100-EXIT
    PERFORM 1200-OPEN-FILES THRU 1200-EXIT
    PERFORM 2000-SWEEP-ADDRESSES THRU 2000-EXIT
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
*> 1100-LOAD-ZIP-TABLE -- every range on ZIPSTATE.DAT into memory.
*> Unlike the nightly edit, this sweep has no point without the
*> table, so a missing or empty one stops the run.
*> ---------------------------------------------------------------
1100-LOAD-ZIP-TABLE.
    OPEN INPUT ZIP-STATE-FILE
    IF WS-ZIPS-FILE-MISSING
        DISPLAY "ZIPSTATE.DAT not found -- load the reference table with SSN-ZIPMAINT"
        STOP RUN
    END-IF
    PERFORM UNTIL WS-ZIPS-EOF = 'Y'
        READ ZIP-STATE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ZIPS-EOF
            NOT AT END
                IF WS-ZIP-COUNT < 500
                    ADD 1 TO WS-ZIP-COUNT
                    MOVE ZIPS-STATE       TO WS-ZIP-STATE (WS-ZIP-COUNT)
                    MOVE ZIPS-LOW-PREFIX  TO WS-ZIP-LOW (WS-ZIP-COUNT)
                    MOVE ZIPS-HIGH-PREFIX TO WS-ZIP-HIGH (WS-ZIP-COUNT)
                ELSE
                    DISPLAY "ZIPSTATE.DAT has more than 500 ranges -- rest ignored"
                    MOVE 'Y' TO WS-ZIPS-EOF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ZIP-STATE-FILE
    IF WS-ZIP-COUNT = ZERO
        DISPLAY "ZIPSTATE.DAT is empty -- load the reference table with SSN-ZIPMAINT"
        STOP RUN
    END-IF.
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-OPEN-FILES -- addresses and the known-bad file in, report
*> out.  No BADADDR.DAT just means nothing has come back
*> undeliverable yet.
*> ---------------------------------------------------------------
1200-OPEN-FILES.
    OPEN INPUT ADDRESS-FILE
    IF WS-ADDR-FILE-MISSING
        DISPLAY "ADDRESS.DAT not found -- no addresses to check"
        STOP RUN
    END-IF
    OPEN INPUT BAD-ADDR-FILE
    IF WS-BADA-FILE-MISSING
        MOVE 'N' TO WS-BADA-AVAILABLE
    ELSE
        MOVE 'Y' TO WS-BADA-AVAILABLE
    END-IF
    OPEN OUTPUT ADDRCHK-RPT
    MOVE WS-RUN-DATE-ISO TO WSH-RUN-DATE
    MOVE WS-ZIP-COUNT    TO WSH-RANGES
    WRITE ADDRCHK-RPT-RECORD FROM WS-HEADING-LINE
    WRITE ADDRCHK-RPT-RECORD FROM WS-COLUMN-HDR-LINE.
1200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-SWEEP-ADDRESSES -- every address on file in SSN order.
*> ---------------------------------------------------------------
2000-SWEEP-ADDRESSES.
    MOVE LOW-VALUES TO ADDR-SSN
    START ADDRESS-FILE KEY IS NOT LESS THAN ADDR-SSN
        INVALID KEY
            DISPLAY "ADDRESS.DAT is empty -- no addresses to check"
            GO TO 2000-EXIT
    END-START
    PERFORM UNTIL WS-ADDR-EOF = 'Y'
        READ ADDRESS-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ADDR-EOF
            NOT AT END
                ADD 1 TO WS-ADDR-READ
                MOVE 'N' TO WS-ADDR-HAS-FINDING
                PERFORM 2200-EDIT-ADDRESS THRU 2200-EXIT
                PERFORM 2500-CHECK-KNOWN-BAD THRU 2500-EXIT
                IF WS-ADDR-HAS-FINDING = 'Y'
                    ADD 1 TO WS-ADDR-FAILED
                END-IF
        END-READ
    END-PERFORM.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2200-EDIT-ADDRESS -- the same edits SSN-EDIT's 2400-EDIT-ADDRESS
*> runs against a transaction address, in the same order, with the
*> same reasons, so a clerk reads one vocabulary on both listings.
*> ---------------------------------------------------------------
2200-EDIT-ADDRESS.
    MOVE SPACES TO WS-FINDING
    EVALUATE TRUE
        WHEN ADDR-STREET = SPACES OR ADDR-CITY = SPACES
                OR ADDR-STATE = SPACES OR ADDR-ZIP = SPACES
            MOVE "INCOMPLETE ADDRESS" TO WS-FINDING
        WHEN ADDR-STATE NOT ALPHABETIC
            MOVE "STATE NOT ALPHABETIC" TO WS-FINDING
        WHEN ADDR-ZIP(1:5) NOT NUMERIC
            MOVE "ZIP NOT NUMERIC" TO WS-FINDING
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-FINDING = SPACES
        MOVE FUNCTION UPPER-CASE (ADDR-STATE) TO WS-CHK-STATE
        MOVE ADDR-ZIP(1:3) TO WS-CHK-PREFIX
        MOVE 'N' TO WS-STATE-ON-TABLE
        MOVE 'N' TO WS-ZIP-IN-RANGE
        PERFORM 2300-CHECK-ONE-RANGE THRU 2300-EXIT
            VARYING WS-ZIP-IDX FROM 1 BY 1
            UNTIL WS-ZIP-IDX > WS-ZIP-COUNT OR WS-ZIP-IN-RANGE = 'Y'
        EVALUATE TRUE
            WHEN WS-STATE-ON-TABLE = 'N'
                MOVE "STATE NOT ON ZIP TABLE" TO WS-FINDING
            WHEN WS-ZIP-IN-RANGE = 'N'
                MOVE "ZIP NOT VALID FOR STATE" TO WS-FINDING
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    IF WS-FINDING NOT = SPACES
        PERFORM 2800-WRITE-FINDING THRU 2800-EXIT
    END-IF.
2200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2300-CHECK-ONE-RANGE -- one table entry against WS-CHK-STATE and
*> WS-CHK-PREFIX, as in SSN-EDIT.
*> ---------------------------------------------------------------
2300-CHECK-ONE-RANGE.
    IF WS-ZIP-STATE (WS-ZIP-IDX) = WS-CHK-STATE
        MOVE 'Y' TO WS-STATE-ON-TABLE
        IF WS-CHK-PREFIX NOT < WS-ZIP-LOW (WS-ZIP-IDX)
                AND WS-CHK-PREFIX NOT > WS-ZIP-HIGH (WS-ZIP-IDX)
            MOVE 'Y' TO WS-ZIP-IN-RANGE
        END-IF
    END-IF.
2300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2500-CHECK-KNOWN-BAD -- is this the very address a letter came
*> back undeliverable from?  A mark whose address has since been
*> replaced is not a finding; SSN-LETTER releases it.
*> ---------------------------------------------------------------
2500-CHECK-KNOWN-BAD.
    IF WS-BADA-AVAILABLE = 'N'
        GO TO 2500-EXIT
    END-IF
    MOVE ADDR-SSN TO BADA-SSN
    READ BAD-ADDR-FILE
        INVALID KEY
            GO TO 2500-EXIT
    END-READ
    IF BADA-RECORD(1:75) NOT = ADDR-RECORD
        GO TO 2500-EXIT
    END-IF
    ADD 1 TO WS-KNOWN-BAD-COUNT
    MOVE SPACES TO WS-FINDING
    STRING "UNDELIVERABLE SINCE " BADA-MARKED-DATE
        DELIMITED BY SIZE INTO WS-FINDING
    PERFORM 2800-WRITE-FINDING THRU 2800-EXIT.
2500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2800-WRITE-FINDING -- one line on the report for the address in
*> hand and the finding in WS-FINDING.
*> ---------------------------------------------------------------
2800-WRITE-FINDING.
    ADD 1 TO WS-FINDING-COUNT
    MOVE 'Y' TO WS-ADDR-HAS-FINDING
    MOVE ADDR-SSN TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN TO WSD-SSN
    MOVE ADDR-STATE   TO WSD-STATE
    MOVE ADDR-ZIP     TO WSD-ZIP
    MOVE ADDR-CITY    TO WSD-CITY
    MOVE WS-FINDING   TO WSD-FINDING
    WRITE ADDRCHK-RPT-RECORD FROM WS-DETAIL-LINE.
2800-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-FINISH -- trailer lines and close.
*> ---------------------------------------------------------------
3000-FINISH.
    MOVE WS-ADDR-READ       TO WST-ADDR-READ
    MOVE WS-ADDR-FAILED     TO WST-ADDR-FAILED
    WRITE ADDRCHK-RPT-RECORD FROM WS-TRAILER-LINE-1
    MOVE WS-FINDING-COUNT   TO WST-FINDING-COUNT
    MOVE WS-KNOWN-BAD-COUNT TO WST-KNOWN-BAD
    WRITE ADDRCHK-RPT-RECORD FROM WS-TRAILER-LINE-2
    CLOSE ADDRCHK-RPT
    CLOSE ADDRESS-FILE
    IF WS-BADA-AVAILABLE = 'Y'
        CLOSE BAD-ADDR-FILE
    END-IF
    DISPLAY "SSN-ADDRCHK: " WS-ADDR-READ " ADDRESS(ES) READ, "
        WS-ADDR-FAILED " WITH FINDINGS".
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
