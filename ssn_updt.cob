*>                   response, blank keyed) now shows in its own
*>                   column on TXNLOG.RPT, so the log says which
*>                   feed every change came from.
*>   2026-10-15  JJ  Journal entries carry operator BATCH in the
*>                   operator ID now on every JRNLREC entry.
*>   2026-10-15  JJ  TXNLOG.RPT and SURVIVOR.RPT show each SSN as its
*>                   last four digits unless SSNPRINT.CTL (layout in
*>                   PRTCREC) authorizes a full-SSN run for this program
*>                   on this date; an authorized run is logged to
*>                   AUDIT.LOG.
*>   2026-10-15  JJ  An 'S' correction carries the undeliverable-
*>                   address mark on BADADDR.DAT (layout in BADAREC)
*>                   to the new SSN along with the address, so
*>                   SSN-LETTER keeps holding the person at the same
*>                   bad address.  No BADADDR.DAT means no marks.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-UPDT.
    RECORD KEY IS ADDR-SSN
    FILE STATUS IS WS-ADDR-FILE-STATUS.

    SELECT BAD-ADDR-FILE ASSIGN TO 'badaddr.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS BADA-SSN
    FILE STATUS IS WS-BADA-FILE-STATUS.

    SELECT MOVES-FILE ASSIGN TO 'ssnmoves.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MOVES-FILE-STATUS.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LOCK-OVRD-STATUS.

    SELECT SSN-PRINT-CTL-FILE ASSIGN TO 'ssnprint.ctl'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SSN-PRINT-CTL-STATUS.

    SELECT AUDIT-LOG ASSIGN TO 'audit.log'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD SSN-FILE.
*> SSN-RECOV can roll a dated backup forward if PEOPLE.DAT is ever
*> corrupted mid-run.  Layout shared through JRNLREC.
FD JOURNAL-FILE.
01 JOURNAL-RECORD       PIC X(148).

*> Run-balancing report -- the operator's proof that the whole
*> batch was seen and that the master moved by exactly what was
FD ADDRESS-FILE.
COPY ADDRREC.

*> Known-bad addresses SSN-LTRRESP marked off undeliverable
*> returns -- layout shared through BADAREC.  Opened for update so
*> a mark can follow its address on an SSN correction.
FD BAD-ADDR-FILE.
COPY BADAREC.

*> Old-to-new SSN move mappings from 'S' corrections applied this
*> run, appended for SSN-DELTA to pick up and ship to the warehouse
*> as its M records, so the warehouse follows the move instead of
FD LOCK-OVRD-FILE.
01 LOCK-OVRD-RECORD     PIC X(1).

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
01 WS-ADDR-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-ADDR-FILE-OK        VALUE '00'.
   88 WS-ADDR-FILE-MISSING   VALUE '35'.
01 WS-BADA-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-BADA-FILE-OK        VALUE '00'.
   88 WS-BADA-FILE-MISSING   VALUE '35'.
01 WS-BADA-AVAILABLE   PIC X VALUE 'N'.

*> ---------------------------------------------------------------
*> SSN-correction working storage: the held master and address
01 WS-MOVE-NEW-SSN     PIC X(9) VALUE SPACES.
01 WS-HELD-MASTER      PIC X(52) VALUE SPACES.
01 WS-HELD-ADDRESS     PIC X(75) VALUE SPACES.
01 WS-HELD-BAD-MARK    PIC X(86) VALUE SPACES.
01 WS-HELD-XREF        PIC X(22) VALUE SPACES.
01 WS-MOVE-FAILED      PIC X VALUE 'N'.
01 WS-MORE-LINKS       PIC X VALUE 'N'.
   05 WST-REJECTED      PIC ZZ,ZZ9.
   05 FILLER            PIC X(33) VALUE SPACES.

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
77 WS-PRINT-PROGRAM      PIC X(12) VALUE "SSN-UPDT".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
    PERFORM 8600-CHECK-SSN-PRINT-CARD THRU 8600-EXIT
    PERFORM 8000-RUN-CONTROL-START THRU 8000-EXIT
    PERFORM 8700-ACQUIRE-MASTER-LOCK THRU 8700-EXIT
    PERFORM 1000-OPEN-FILES THRU 1000-EXIT
    END-IF
    CLOSE SURVIVOR-RPT
    CLOSE ADDRESS-FILE
    IF WS-BADA-AVAILABLE = 'Y'
        CLOSE BAD-ADDR-FILE
    END-IF
    CLOSE MOVES-FILE
    PERFORM 8800-RELEASE-MASTER-LOCK THRU 8800-EXIT
    PERFORM 8500-STAMP-FINISH THRU 8500-EXIT
        CLOSE ADDRESS-FILE
        OPEN I-O ADDRESS-FILE
    END-IF
    OPEN I-O BAD-ADDR-FILE
    IF WS-BADA-FILE-MISSING
        MOVE 'N' TO WS-BADA-AVAILABLE
    ELSE
        MOVE 'Y' TO WS-BADA-AVAILABLE
    END-IF
    OPEN EXTEND MOVES-FILE
    IF WS-MOVES-FILE-NOT-FND
        OPEN OUTPUT MOVES-FILE
    PERFORM 2460-MOVE-ADDRESS THRU 2460-EXIT
    MOVE "APPLIED" TO WS-LOG-STATUS
    MOVE SPACES TO WS-LOG-REASON
    MOVE WS-MOVE-NEW-SSN TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    STRING "MOVED TO " WS-PRINT-SSN
        DELIMITED BY SIZE INTO WS-LOG-REASON
    ADD 1 TO WS-APPLIED-COUNT
    MOVE WS-MOVE-OLD-SSN TO MOV-OLD-SSN

*> ---------------------------------------------------------------
*> 2460-MOVE-ADDRESS -- carries the mailing-address record, if one
*> is on file, from the old SSN to the new one, and with it any
*> undeliverable mark the address carries.
*> ---------------------------------------------------------------
2460-MOVE-ADDRESS.
    MOVE WS-MOVE-OLD-SSN TO ADDR-SSN
                INVALID KEY
                    REWRITE ADDR-RECORD
            END-WRITE
            PERFORM 2470-MOVE-BAD-MARK THRU 2470-EXIT
    END-READ.
2460-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2470-MOVE-BAD-MARK -- the BADADDR.DAT mark on the old SSN, if
*> there is one, written under the new SSN and then dropped from
*> the old.  The mark's image starts with the SSN, as the address
*> does, so SSN-LETTER still finds it equal to the address on file.
*> ---------------------------------------------------------------
2470-MOVE-BAD-MARK.
    IF WS-BADA-AVAILABLE = 'N'
        GO TO 2470-EXIT
    END-IF
    MOVE WS-MOVE-OLD-SSN TO BADA-SSN
    READ BAD-ADDR-FILE
        INVALID KEY
            GO TO 2470-EXIT
    END-READ
    MOVE BADA-RECORD TO WS-HELD-BAD-MARK
    MOVE WS-HELD-BAD-MARK TO BADA-RECORD
    MOVE WS-MOVE-NEW-SSN  TO BADA-SSN
    WRITE BADA-RECORD
        INVALID KEY
            REWRITE BADA-RECORD
    END-WRITE
    MOVE WS-MOVE-OLD-SSN TO BADA-SSN
    DELETE BAD-ADDR-FILE
        INVALID KEY
            CONTINUE
    END-DELETE.
2470-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2600-REPORT-SURVIVORS -- a death just landed on WS-DEC-SSN; one
*> survivor-action line is written for every dependent linked to
        NOT INVALID KEY
            MOVE NAME TO WSV-DEP-NAME
    END-READ
    MOVE WS-DEC-SSN    TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN TO WSV-PRI-SSN
    MOVE XREF-DEP-SSN  TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN TO WSV-DEP-SSN
    MOVE XREF-REL-CODE TO WSV-REL
    MOVE WS-DEC-DOD    TO WSV-DOD
    WRITE SURVIVOR-RPT-RECORD FROM WS-SURVIVOR-LINE.
*> ---------------------------------------------------------------
2900-WRITE-LOG-LINE.
    MOVE TXN-ACTION    TO WSL-ACTION
    MOVE TXN-SSN       TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN TO WSL-SSN
    MOVE TXN-SOURCE    TO WSL-SOURCE
    MOVE WS-LOG-STATUS TO WSL-STATUS
    MOVE WS-LOG-REASON TO WSL-REASON
    MOVE WS-JRNL-STAMP(1:8)          TO JRNL-DATE
    MOVE WS-JRNL-STAMP(9:6)          TO JRNL-TIME
    MOVE "SSN-UPDT"        TO JRNL-PROGRAM
    MOVE "BATCH"           TO JRNL-OPERATOR
    IF JRNL-ACTION = "DELETE"
        MOVE SPACES        TO JRNL-AFTER
    ELSE
    CLOSE MASTER-LOCK-FILE.
8800-EXIT.
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
