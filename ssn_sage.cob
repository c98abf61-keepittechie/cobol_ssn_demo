*> SSN-SUSPAGE -- aging report of the reject suspense backlog.
*> Created by Josh from KeepItTechie
*>
*> Sweeps SUSPENSE.DAT (layout in SUSPREC) and reports every item
*> still pending -- open, or corrected and not yet released -- that
*> was first rejected more than the aging threshold ago, so a
*> new-hire or death change sitting in suspense is seen before it
*> is forgotten.  The threshold in days comes from SUSPDAYS.CTL,
*> the same control-card convention as AGEDAYS.CTL; no card means
*> thirty days.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-SUSPAGE.
AUTHOR. JOSH / KEEPITTECHIE.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUSPENSE-FILE ASSIGN TO 'suspense.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS SUSP-KEY
    FILE STATUS IS WS-SUSP-FILE-STATUS.

    SELECT RUN-DATE-FILE ASSIGN TO 'rundate.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUN-DATE-STATUS.

    SELECT AGE-DAYS-FILE ASSIGN TO 'suspdays.ctl'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AGE-DAYS-STATUS.

    SELECT SUSP-AGE-RPT ASSIGN TO 'suspage.rpt'
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT SSN-PRINT-CTL-FILE ASSIGN TO 'ssnprint.ctl'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SSN-PRINT-CTL-STATUS.

    SELECT AUDIT-LOG ASSIGN TO 'audit.log'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
*> Reject suspense file -- layout shared through SUSPREC with
*> SSN-EDIT, SSN-SUSPWRK and SSN-SUSPREL.
FD SUSPENSE-FILE.
COPY SUSPREC.

*> Run-control "date card" -- same convention SSN-CHECK uses.
FD RUN-DATE-FILE.
01 RUN-DATE-RECORD.
   05 RUN-DATE-CCYY    PIC 9(4).
   05 RUN-DATE-MM      PIC 9(2).
   05 RUN-DATE-DD      PIC 9(2).

*> Aging threshold control card -- days an item may stay pending
*> before it lands on this report.
FD AGE-DAYS-FILE.
01 AGE-DAYS-RECORD.
   05 AGE-DAYS-VALUE   PIC 9(3).

FD SUSP-AGE-RPT.
01 SUSP-AGE-RPT-RECORD  PIC X(80).

*> SSN print control card -- authorizes a full-SSN report run; the
*> layout is shared through PRTCREC by every report program.
FD SSN-PRINT-CTL-FILE.
COPY PRTCREC.

*> Shared audit trail -- a full-SSN report run is logged here.
FD AUDIT-LOG.
01 AUDIT-LOG-RECORD     PIC X(94).

WORKING-STORAGE SECTION.
01 WS-END-FILE         PIC X VALUE 'N'.
01 WS-SUSP-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-SUSP-FILE-OK        VALUE '00'.
   88 WS-SUSP-FILE-MISSING   VALUE '35'.
01 WS-RUN-DATE-STATUS  PIC XX VALUE SPACES.
   88 WS-RUN-DATE-OK         VALUE '00'.
   88 WS-RUN-DATE-NOT-FND    VALUE '35'.
01 WS-AGE-DAYS-STATUS  PIC XX VALUE SPACES.
   88 WS-AGE-DAYS-OK         VALUE '00'.
   88 WS-AGE-DAYS-NOT-FND    VALUE '35'.

77 WS-AGE-THRESHOLD    PIC 9(3) VALUE 30.
77 WS-ITEMS-READ       PIC 9(5) COMP VALUE ZERO.
77 WS-PENDING-COUNT    PIC 9(5) COMP VALUE ZERO.
77 WS-AGED-COUNT       PIC 9(5) COMP VALUE ZERO.
77 WS-DAYS-OPEN        PIC 9(5) COMP VALUE ZERO.
77 WS-RUN-DATE-INT     PIC 9(8) COMP VALUE ZERO.
77 WS-FIRST-REJ-INT    PIC 9(8) COMP VALUE ZERO.

*> Full processing date, same CCYY-MM-DD convention as SSN-CHECK.
01 WS-RUN-DATE.
   05 WS-RUN-CCYY      PIC 9(4).
   05 WS-RUN-MM        PIC 9(2).
   05 WS-RUN-DD        PIC 9(2).
01 WS-RUN-DATE-ISO     PIC X(10).
01 WS-RUN-DATE-NUM     PIC 9(8).
01 WS-DATE-DIGITS      PIC X(8).
01 WS-FIRST-REJ-NUM    PIC 9(8).

01 WS-HEADING-LINE.
   05 FILLER            PIC X(26) VALUE "REJECT SUSPENSE AGING".
   05 FILLER            PIC X(10) VALUE "RUN DATE: ".
   05 WSH-RUN-DATE      PIC X(10).
   05 FILLER            PIC X(12) VALUE "  OVER DAYS ".
   05 WSH-THRESHOLD     PIC ZZ9.
   05 FILLER            PIC X(19) VALUE SPACES.

01 WS-COLUMN-HDR-LINE.
   05 FILLER            PIC X(15) VALUE "ITEM".
   05 FILLER            PIC X(4)  VALUE "ST".
   05 FILLER            PIC X(5)  VALUE "SRC".
   05 FILLER            PIC X(4)  VALUE "ACT".
   05 FILLER            PIC X(12) VALUE "FIRST REJ".
   05 FILLER            PIC X(7)  VALUE "DAYS".
   05 FILLER            PIC X(33) VALUE "REASON".

01 WS-DETAIL-LINE.
   05 WSD-SSN           PIC X(9).
   05 FILLER            PIC X(1)  VALUE "-".
   05 WSD-SEQ           PIC 9(3).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-STATUS        PIC X(1).
   05 FILLER            PIC X(3)  VALUE SPACES.
   05 WSD-SOURCE        PIC X(2).
   05 FILLER            PIC X(3)  VALUE SPACES.
   05 WSD-ACTION        PIC X(1).
   05 FILLER            PIC X(3)  VALUE SPACES.
   05 WSD-FIRST-REJ     PIC X(10).
   05 FILLER            PIC X(1)  VALUE SPACES.
   05 WSD-DAYS          PIC ZZ,ZZ9.
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-REASON        PIC X(30).
   05 FILLER            PIC X(3)  VALUE SPACES.

01 WS-TRAILER-LINE.
   05 FILLER            PIC X(12) VALUE "ITEMS READ: ".
   05 WST-ITEMS-READ    PIC ZZ,ZZ9.
   05 FILLER            PIC X(11) VALUE "  PENDING: ".
   05 WST-PENDING-COUNT PIC ZZ,ZZ9.
   05 FILLER            PIC X(18) VALUE "  OVER THRESHOLD: ".
   05 WST-AGED-COUNT    PIC ZZ,ZZ9.
   05 FILLER            PIC X(21) VALUE SPACES.

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
77 WS-PRINT-PROGRAM      PIC X(12) VALUE "SSN-SUSPAGE".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-GET-RUN-DATE THRU 1000-EXIT
    PERFORM 8600-CHECK-SSN-PRINT-CARD THRU 8600-EXIT
    PERFORM 1200-GET-AGE-THRESHOLD THRU 1200-EXIT
    PERFORM 2000-PROCESS-ITEMS THRU 2000-EXIT
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
        DELIMITED BY SIZE INTO WS-RUN-DATE-ISO
    MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
    COMPUTE WS-RUN-DATE-INT =
        FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-GET-AGE-THRESHOLD -- aging threshold off SUSPDAYS.CTL; a
*> missing or empty card means the thirty-day default.
*> ---------------------------------------------------------------
1200-GET-AGE-THRESHOLD.
    OPEN INPUT AGE-DAYS-FILE
    IF WS-AGE-DAYS-OK
        READ AGE-DAYS-FILE
            NOT AT END
                IF AGE-DAYS-VALUE IS NUMERIC
                    MOVE AGE-DAYS-VALUE TO WS-AGE-THRESHOLD
                END-IF
        END-READ
        CLOSE AGE-DAYS-FILE
    END-IF.
1200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-PROCESS-ITEMS -- one pass over the suspense file; every
*> pending item past the threshold lands on the report.
*> ---------------------------------------------------------------
2000-PROCESS-ITEMS.
    OPEN INPUT SUSPENSE-FILE
    IF WS-SUSP-FILE-MISSING
        DISPLAY "SUSPENSE.DAT not found -- no items to age"
        STOP RUN
    END-IF
    OPEN OUTPUT SUSP-AGE-RPT
    MOVE WS-RUN-DATE-ISO  TO WSH-RUN-DATE
    MOVE WS-AGE-THRESHOLD TO WSH-THRESHOLD
    WRITE SUSP-AGE-RPT-RECORD FROM WS-HEADING-LINE
    WRITE SUSP-AGE-RPT-RECORD FROM WS-COLUMN-HDR-LINE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ SUSPENSE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                ADD 1 TO WS-ITEMS-READ
                PERFORM 2500-AGE-ONE-ITEM THRU 2500-EXIT
        END-READ
    END-PERFORM
    MOVE WS-ITEMS-READ    TO WST-ITEMS-READ
    MOVE WS-PENDING-COUNT TO WST-PENDING-COUNT
    MOVE WS-AGED-COUNT    TO WST-AGED-COUNT
    WRITE SUSP-AGE-RPT-RECORD FROM WS-TRAILER-LINE
    CLOSE SUSP-AGE-RPT
    CLOSE SUSPENSE-FILE.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2500-AGE-ONE-ITEM -- days in suspense = run date minus the date
*> the transaction was first rejected, via day numbers so month
*> and year boundaries come out right.  The action shown is the
*> one the item will go back in with: the correction's if there is
*> one, the original's otherwise.
*> ---------------------------------------------------------------
2500-AGE-ONE-ITEM.
    IF NOT SUSP-PENDING
        GO TO 2500-EXIT
    END-IF
    ADD 1 TO WS-PENDING-COUNT
    STRING SUSP-FIRST-REJ(1:4) SUSP-FIRST-REJ(6:2)
           SUSP-FIRST-REJ(9:2)
        DELIMITED BY SIZE INTO WS-DATE-DIGITS
    IF WS-DATE-DIGITS NOT NUMERIC
        GO TO 2500-EXIT
    END-IF
    MOVE FUNCTION NUMVAL (WS-DATE-DIGITS) TO WS-FIRST-REJ-NUM
    COMPUTE WS-FIRST-REJ-INT =
        FUNCTION INTEGER-OF-DATE (WS-FIRST-REJ-NUM)
    IF WS-RUN-DATE-INT > WS-FIRST-REJ-INT
        COMPUTE WS-DAYS-OPEN = WS-RUN-DATE-INT - WS-FIRST-REJ-INT
    ELSE
        MOVE ZERO TO WS-DAYS-OPEN
    END-IF
    IF WS-DAYS-OPEN > WS-AGE-THRESHOLD
        ADD 1 TO WS-AGED-COUNT
        MOVE SUSP-SSN TO WS-PRINT-SSN
        PERFORM 8650-MASK-SSN THRU 8650-EXIT
        MOVE WS-PRINT-SSN   TO WSD-SSN
        MOVE SUSP-SEQ       TO WSD-SEQ
        MOVE SUSP-STATUS    TO WSD-STATUS
        MOVE SUSP-SOURCE    TO WSD-SOURCE
        IF SUSP-CORR-IMAGE NOT = SPACES
            MOVE SUSP-CORR-IMAGE(1:1) TO WSD-ACTION
        ELSE
            MOVE SUSP-ORIG-IMAGE(1:1) TO WSD-ACTION
        END-IF
        MOVE SUSP-FIRST-REJ TO WSD-FIRST-REJ
        MOVE WS-DAYS-OPEN   TO WSD-DAYS
        MOVE SUSP-REASON    TO WSD-REASON
        WRITE SUSP-AGE-RPT-RECORD FROM WS-DETAIL-LINE
    END-IF.
2500-EXIT.
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
