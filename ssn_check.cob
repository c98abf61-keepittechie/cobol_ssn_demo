*>                   RUNSTAT.DAT (layout in RUNREC), stamps its own
*>                   start, finish and verdict, and honors the
*>                   supervised one-shot override on OVERRIDE.CTL.
*>   2026-10-15  JJ  Cases the sweep opens or reopens carry operator
*>                   BATCH; CASEREC now records who last moved each
*>                   case.
*>   2026-10-15  JJ  EXCEPT.RPT (EXCEPT.EXT keeps the full SSN) shows
*>                   each SSN as its last four digits unless
*>                   SSNPRINT.CTL (layout in PRTCREC) authorizes a
*>                   full-SSN run for this program on this date; an
*>                   authorized run is logged to AUDIT.LOG.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-CHECK.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OVERRIDE-STATUS.

    SELECT SSN-PRINT-CTL-FILE ASSIGN TO 'ssnprint.ctl'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SSN-PRINT-CTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD SSN-FILE.
*> date, records read and exception count, so there is a record of
*> every batch window without anyone having to read console output.
FD AUDIT-LOG.
01 AUDIT-LOG-RECORD         PIC X(94).

*> Structured exception extract -- fixed-width SSN/NAME/DOB/WS-AGE
*> and the discrepancy reason for every flagged record, handed to
FD OVERRIDE-CTL-FILE.
01 OVERRIDE-CTL-RECORD  PIC X(1).

*> SSN print control card -- authorizes a full-SSN report run; the
*> layout is shared through PRTCREC by every report program.
FD SSN-PRINT-CTL-FILE.
COPY PRTCREC.

WORKING-STORAGE SECTION.
01 WS-END-FILE        PIC X VALUE 'N'.
01 WS-SSN-FILE-STATUS PIC XX VALUE SPACES.
   05 WST-EXCEPT-COUNT  PIC ZZ,ZZ9.
   05 FILLER            PIC X(106) VALUE SPACES.

*> ---------------------------------------------------------------
*> SSN print control.  A printed SSN shows only its last four
*> digits unless SSNPRINT.CTL authorizes a full-SSN run for this
*> program on this run date, which is then logged to AUDIT.LOG.
*> ---------------------------------------------------------------
01 WS-SSN-PRINT-CTL-STATUS PIC XX VALUE SPACES.
   88 WS-SSN-PRINT-CTL-OK      VALUE '00'.
   88 WS-SSN-PRINT-CTL-NOT-FND VALUE '35'.
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
77 WS-PRINT-PROGRAM      PIC X(12) VALUE "SSN-CHECK".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-GET-RUN-DATE THRU 1000-EXIT
    PERFORM 8600-CHECK-SSN-PRINT-CARD THRU 8600-EXIT
    PERFORM 8000-RUN-CONTROL-START THRU 8000-EXIT
    PERFORM 1700-GET-RESTART-CONTROL THRU 1700-EXIT
    PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
    IF WS-RPT-LINE-CT >= WS-LINES-PER-PAGE
        PERFORM 4000-WRITE-HEADINGS THRU 4000-EXIT
    END-IF
    MOVE SSN             TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN TO WSD-SSN
    MOVE NAME            TO WSD-NAME
    MOVE DOB             TO WSD-DOB
    MOVE WS-AGE          TO WSD-AGE
            MOVE WS-RUN-DATE-ISO   TO CASE-LAST-SEEN
            MOVE ','               TO CASE-COMMA4
            MOVE WS-SUSPECT-REASON TO CASE-REASON
            MOVE ','               TO CASE-COMMA5
            MOVE "BATCH"           TO CASE-OPERATOR
            WRITE CASE-RECORD
        NOT INVALID KEY
            MOVE WS-RUN-DATE-ISO   TO CASE-LAST-SEEN
            MOVE WS-SUSPECT-REASON TO CASE-REASON
            IF CASE-CORRECTED
                MOVE 'N' TO CASE-STATUS
                MOVE "BATCH" TO CASE-OPERATOR
            END-IF
            IF CASE-ACCEPTED
                MOVE 'Y' TO WS-CASE-SUPPRESSED
    CLOSE RUN-STATUS-FILE.
8500-EXIT.
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
