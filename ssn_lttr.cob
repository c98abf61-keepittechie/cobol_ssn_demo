*>                   sent and reply-by dates, so SSN-LTRRESP can
*>                   post responses against it and SSN-LTRAGE can
*>                   escalate the silence.
*>   2026-10-15  JJ  LTRCTL.RPT shows each SSN as its last four digits
*>                   unless SSNPRINT.CTL (layout in PRTCREC) authorizes
*>                   a full-SSN run for this program on this date; an
*>                   authorized run is logged to AUDIT.LOG.
*>   2026-10-15  JJ  A person whose address on file is the one a
*>                   letter already came back undeliverable from
*>                   (BADADDR.DAT, layout in BADAREC) is held off
*>                   the run: no letter, no tracking record, one
*>                   HELD line and its own count on LTRCTL.RPT.  A
*>                   mark whose address has since been replaced is
*>                   released and the person lettered as normal.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-LETTER.
    RECORD KEY IS LTR-SSN
    FILE STATUS IS WS-LTR-FILE-STATUS.

    SELECT BAD-ADDR-FILE ASSIGN TO 'badaddr.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS BADA-SSN
    FILE STATUS IS WS-BADA-FILE-STATUS.

    SELECT SSN-PRINT-CTL-FILE ASSIGN TO 'ssnprint.ctl'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SSN-PRINT-CTL-STATUS.

    SELECT AUDIT-LOG ASSIGN TO 'audit.log'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD SSN-FILE.
FD LETTER-TRACK-FILE.
COPY LTRREC.

*> Known-bad addresses SSN-LTRRESP marked off undeliverable
*> returns -- layout shared through BADAREC.  Opened for update so
*> a mark can be released once a new address is on file.
FD BAD-ADDR-FILE.
COPY BADAREC.

*> SSN print control card -- authorizes a full-SSN report run; the
*> layout is shared through PRTCREC by every report program.
FD SSN-PRINT-CTL-FILE.
COPY PRTCREC.

*> Shared audit trail -- a full-SSN report run is logged here.
FD AUDIT-LOG.
01 AUDIT-LOG-RECORD     PIC X(94).

WORKING-STORAGE SECTION.
01 WS-END-FILE         PIC X VALUE 'N'.
01 WS-SSN-FILE-STATUS  PIC XX VALUE SPACES.
77 WS-LETTER-COUNT     PIC 9(5) COMP VALUE ZERO.
77 WS-SKIPPED-COUNT    PIC 9(5) COMP VALUE ZERO.
77 WS-NO-ADDR-COUNT    PIC 9(5) COMP VALUE ZERO.
77 WS-HELD-COUNT       PIC 9(5) COMP VALUE ZERO.
77 WS-RELEASED-COUNT   PIC 9(5) COMP VALUE ZERO.

*> ---------------------------------------------------------------
*> Mailing-address working storage.  A missing ADDRESS.DAT just
   88 WS-LTR-FILE-OK         VALUE '00'.
   88 WS-LTR-FILE-MISSING    VALUE '35'.

*> ---------------------------------------------------------------
*> Known-bad address working storage.  No BADADDR.DAT just means
*> nothing has come back undeliverable yet.
*> ---------------------------------------------------------------
01 WS-BADA-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-BADA-FILE-OK        VALUE '00'.
   88 WS-BADA-FILE-MISSING   VALUE '35'.
01 WS-BADA-AVAILABLE   PIC X VALUE 'N'.
01 WS-ADDR-HELD        PIC X VALUE 'N'.

01 WS-NO-ADDR-LINE.
   05 FILLER            PIC X(16) VALUE "NO ADDRESS: SSN ".
   05 WSN-SSN           PIC X(9).
   05 WSN-NAME          PIC X(20).
   05 FILLER            PIC X(33) VALUE SPACES.

01 WS-HELD-LINE.
   05 FILLER            PIC X(25) VALUE "HELD, UNDELIVERABLE: SSN ".
   05 WSHL-SSN          PIC X(9).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSHL-NAME         PIC X(20).
   05 FILLER            PIC X(8)  VALUE "  SINCE ".
   05 WSHL-MARKED-DATE  PIC X(10).
   05 FILLER            PIC X(6)  VALUE SPACES.

*> Full processing date and the reply-by date thirty days past it.
01 WS-RUN-DATE.
   05 WS-RUN-CCYY      PIC 9(4).
   05 WSC-COUNT         PIC ZZ,ZZ9.
   05 FILLER            PIC X(44) VALUE SPACES.

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
77 WS-PRINT-PROGRAM      PIC X(12) VALUE "SSN-LETTER".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-GET-RUN-DATE THRU 1000-EXIT
    PERFORM 8600-CHECK-SSN-PRINT-CARD THRU 8600-EXIT
    PERFORM 1500-OPEN-FILES THRU 1500-EXIT
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ EXTRACT-FILE
        CLOSE ADDRESS-FILE
    END-IF
    CLOSE LETTER-TRACK-FILE
    IF WS-BADA-AVAILABLE = 'Y'
        CLOSE BAD-ADDR-FILE
    END-IF
    STOP RUN.

*> ---------------------------------------------------------------
        OPEN OUTPUT LETTER-TRACK-FILE
        CLOSE LETTER-TRACK-FILE
        OPEN I-O LETTER-TRACK-FILE
    END-IF
    OPEN I-O BAD-ADDR-FILE
    IF WS-BADA-FILE-MISSING
        MOVE 'N' TO WS-BADA-AVAILABLE
    ELSE
        MOVE 'Y' TO WS-BADA-AVAILABLE
    END-IF.
1500-EXIT.
    EXIT.
*> 2000-GENERATE-LETTER -- one extract case.  The full record is
*> pulled off the master by SSN; a case whose SSN has left the
*> master since the extract was cut gets no letter, only a line on
*> the control listing's skipped count.  A person held for a
*> known-bad address gets no letter and no tracking record either.
*> ---------------------------------------------------------------
2000-GENERATE-LETTER.
    MOVE EXT-SSN TO SSN
            ADD 1 TO WS-SKIPPED-COUNT
        NOT INVALID KEY
            PERFORM 2200-GET-ADDRESS THRU 2200-EXIT
            IF WS-ADDR-HELD = 'Y'
                PERFORM 2400-FLAG-HELD THRU 2400-EXIT
            ELSE
                PERFORM 2500-TRANSLATE-REASON THRU 2500-EXIT
                PERFORM 3000-PRINT-LETTER THRU 3000-EXIT
                PERFORM 3500-TRACK-LETTER THRU 3500-EXIT
                ADD 1 TO WS-LETTER-COUNT
            END-IF
    END-READ.
2000-EXIT.
    EXIT.
*> 2200-GET-ADDRESS -- the mailing address for the case in hand.
*> No address on file gets the case flagged on the control listing
*> so the mailroom knows which letters still need a hand lookup.
*> An address on file is then checked against the known-bad marks.
*> ---------------------------------------------------------------
2200-GET-ADDRESS.
    MOVE 'N' TO WS-ADDR-ON-FILE
    MOVE 'N' TO WS-ADDR-HELD
    IF WS-ADDR-AVAILABLE = 'N'
        PERFORM 2300-FLAG-NO-ADDRESS THRU 2300-EXIT
        GO TO 2200-EXIT
            PERFORM 2300-FLAG-NO-ADDRESS THRU 2300-EXIT
        NOT INVALID KEY
            MOVE 'Y' TO WS-ADDR-ON-FILE
            PERFORM 2250-CHECK-BAD-ADDRESS THRU 2250-EXIT
    END-READ.
2200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2250-CHECK-BAD-ADDRESS -- a letter to this person came back
*> undeliverable if BADADDR.DAT carries a mark for them.  While the
*> address on file is still the one that came back, the person is
*> held; once a different address has been filed the mark is
*> released and the letter goes to the new address.
*> ---------------------------------------------------------------
2250-CHECK-BAD-ADDRESS.
    IF WS-BADA-AVAILABLE = 'N'
        GO TO 2250-EXIT
    END-IF
    MOVE SSN TO BADA-SSN
    READ BAD-ADDR-FILE
        INVALID KEY
            GO TO 2250-EXIT
    END-READ
    IF BADA-RECORD(1:75) = ADDR-RECORD
        MOVE 'Y' TO WS-ADDR-HELD
    ELSE
        DELETE BAD-ADDR-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO WS-RELEASED-COUNT
        END-DELETE
    END-IF.
2250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2300-FLAG-NO-ADDRESS -- one flag line on the control listing for
*> a case with no address on file.
*> ---------------------------------------------------------------
2300-FLAG-NO-ADDRESS.
    ADD 1 TO WS-NO-ADDR-COUNT
    MOVE SSN  TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN TO WSN-SSN
    MOVE NAME TO WSN-NAME
    WRITE CONTROL-RPT-RECORD FROM WS-NO-ADDR-LINE.
2300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2400-FLAG-HELD -- one HELD line on the control listing for a
*> person kept off the run because their address is known-bad, so
*> the clerks know whose address still needs chasing.
*> ---------------------------------------------------------------
2400-FLAG-HELD.
    ADD 1 TO WS-HELD-COUNT
    MOVE SSN TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN     TO WSHL-SSN
    MOVE NAME             TO WSHL-NAME
    MOVE BADA-MARKED-DATE TO WSHL-MARKED-DATE
    WRITE CONTROL-RPT-RECORD FROM WS-HELD-LINE.
2400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2500-TRANSLATE-REASON -- the extract's reason code, said the way
*> a person being asked to reply should read it.
*> ---------------------------------------------------------------
*> 4000-WRITE-CONTROL-LISTING -- the mailroom balance: extract
*> cases read, letters produced, cases skipped because the SSN is
*> no longer on the master, cases held for a known-bad address,
*> letters that went out with no address on file, and marks
*> released because a new address was filed.  Read must equal
*> produced plus skipped plus held.  The no-address and held flag
*> lines were written above the counts as the run found them.
*> ---------------------------------------------------------------
4000-WRITE-CONTROL-LISTING.
    MOVE "EXTRACT CASES READ:          " TO WSC-LABEL
    MOVE "NO ADDRESS ON FILE:          " TO WSC-LABEL
    MOVE WS-NO-ADDR-COUNT TO WSC-COUNT
    WRITE CONTROL-RPT-RECORD FROM WS-CTL-LINE
    MOVE "HELD, ADDRESS UNDELIVERABLE: " TO WSC-LABEL
    MOVE WS-HELD-COUNT TO WSC-COUNT
    WRITE CONTROL-RPT-RECORD FROM WS-CTL-LINE
    MOVE "RELEASED, NEW ADDRESS FILED: " TO WSC-LABEL
    MOVE WS-RELEASED-COUNT TO WSC-COUNT
    WRITE CONTROL-RPT-RECORD FROM WS-CTL-LINE
    CLOSE CONTROL-RPT.
4000-EXIT.
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
