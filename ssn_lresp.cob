*>                   record's 'LR' source code, so SSN-UPDT's
*>                   TXNLOG.RPT shows every change from this run
*>                   came off a letter response.
*>   2026-10-15  JJ  LTRRESP.RPT shows each SSN as its last four digits
*>                   unless SSNPRINT.CTL (layout in PRTCREC) authorizes
*>                   a full-SSN run for this program on this date; an
*>                   authorized run is logged to AUDIT.LOG.
*>   2026-10-15  JJ  A 'U' undeliverable marks the address the letter
*>                   went to as known-bad on BADADDR.DAT (layout in
*>                   BADAREC), so SSN-LETTER holds the person off the
*>                   mail run until a new address is filed.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-LTRRESP.
    SELECT RESPONSE-RPT ASSIGN TO 'ltrresp.rpt'
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ADDRESS-FILE ASSIGN TO 'address.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ADDR-SSN
    FILE STATUS IS WS-ADDR-FILE-STATUS.

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
*> Letter-tracking file -- layout shared through LTRREC with
FD RESPONSE-RPT.
01 RESPONSE-RPT-RECORD  PIC X(80).

*> Mailing address alongside the master, keyed on SSN -- layout
*> shared through ADDRREC.  Read only, for the address an
*> undeliverable letter went to.
FD ADDRESS-FILE.
COPY ADDRREC.

*> Known-bad addresses -- layout shared through BADAREC with
*> SSN-LETTER, SSN-MAINT and SSN-ADDRCHK.
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
01 WS-LTR-FILE-STATUS  PIC XX VALUE SPACES.
77 WS-UNDELIV-COUNT    PIC 9(5) COMP VALUE ZERO.
77 WS-TXN-COUNT        PIC 9(5) COMP VALUE ZERO.
77 WS-DROPPED-COUNT    PIC 9(5) COMP VALUE ZERO.
77 WS-MARKED-COUNT     PIC 9(5) COMP VALUE ZERO.

*> ---------------------------------------------------------------
*> Known-bad address working storage.  No ADDRESS.DAT means there
*> is no address to mark; BADADDR.DAT is created on the first
*> undeliverable ever posted.
*> ---------------------------------------------------------------
01 WS-ADDR-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-ADDR-FILE-OK         VALUE '00'.
   88 WS-ADDR-FILE-MISSING    VALUE '35'.
01 WS-ADDR-AVAILABLE   PIC X VALUE 'N'.
01 WS-BADA-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-BADA-FILE-OK         VALUE '00'.
   88 WS-BADA-FILE-MISSING    VALUE '35'.

01 WS-DROP-REASON      PIC X(30) VALUE SPACES.

   05 WST-TXN-COUNT     PIC ZZ,ZZ9.
   05 FILLER            PIC X(53) VALUE SPACES.

01 WS-MARKED-TRAILER-LINE.
   05 FILLER            PIC X(21) VALUE "ADDRESSES MARKED BAD:".
   05 WST-MARKED-COUNT  PIC ZZ,ZZ9.
   05 FILLER            PIC X(53) VALUE SPACES.

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
77 WS-PRINT-PROGRAM      PIC X(12) VALUE "SSN-LTRRESP".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-GET-RUN-DATE THRU 1000-EXIT
    PERFORM 8600-CHECK-SSN-PRINT-CARD THRU 8600-EXIT
    PERFORM 1500-OPEN-FILES THRU 1500-EXIT
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ RESPONSE-FILE
    CLOSE RESPONSE-FILE
    CLOSE LETTER-TXN-FILE
    CLOSE RESPONSE-RPT
    IF WS-ADDR-AVAILABLE = 'Y'
        CLOSE ADDRESS-FILE
    END-IF
    CLOSE BAD-ADDR-FILE
    STOP RUN.

*> ---------------------------------------------------------------

*> ---------------------------------------------------------------
*> 1500-OPEN-FILES -- tracking file for update, responses in,
*> generated transactions and response report out, the address
*> file in and the known-bad file for update.  No tracking
*> file or no responses means there is nothing to apply, and the
*> run stops after saying so.
*> ---------------------------------------------------------------
    OPEN OUTPUT RESPONSE-RPT
    MOVE WS-RUN-DATE-ISO TO WSH-RUN-DATE
    WRITE RESPONSE-RPT-RECORD FROM WS-HEADING-LINE
    WRITE RESPONSE-RPT-RECORD FROM WS-COLUMN-HDR-LINE
    OPEN INPUT ADDRESS-FILE
    IF WS-ADDR-FILE-MISSING
        MOVE 'N' TO WS-ADDR-AVAILABLE
    ELSE
        MOVE 'Y' TO WS-ADDR-AVAILABLE
    END-IF
    OPEN I-O BAD-ADDR-FILE
    IF WS-BADA-FILE-MISSING
        OPEN OUTPUT BAD-ADDR-FILE
        CLOSE BAD-ADDR-FILE
        OPEN I-O BAD-ADDR-FILE
    END-IF.
1500-EXIT.
    EXIT.

            MOVE "CONFIRMED ALIVE" TO WSD-DISPOSITION
        WHEN 'U'
            ADD 1 TO WS-UNDELIV-COUNT
            PERFORM 2600-MARK-BAD-ADDRESS THRU 2600-EXIT
        WHEN 'D'
            ADD 1 TO WS-DECEASED-COUNT
            PERFORM 2500-WRITE-DOD-TXN THRU 2500-EXIT
2500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2600-MARK-BAD-ADDRESS -- the letter came back, so the address
*> on file is the one it went to: copy it onto BADADDR.DAT with
*> today's date, replacing any earlier mark for the person.  With no
*> address on file there is nothing to mark -- the letter went out
*> flagged no-address in the first place.
*> ---------------------------------------------------------------
2600-MARK-BAD-ADDRESS.
    IF WS-ADDR-AVAILABLE = 'N'
        MOVE "UNDELIV -- NO ADDRESS ON FILE" TO WSD-DISPOSITION
        GO TO 2600-EXIT
    END-IF
    MOVE RSP-SSN TO ADDR-SSN
    READ ADDRESS-FILE
        INVALID KEY
            MOVE "UNDELIV -- NO ADDRESS ON FILE" TO WSD-DISPOSITION
            GO TO 2600-EXIT
    END-READ
    MOVE SPACES          TO BADA-RECORD
    MOVE ADDR-RECORD     TO BADA-RECORD(1:75)
    MOVE ','             TO BADA-COMMA5
    MOVE WS-RUN-DATE-ISO TO BADA-MARKED-DATE
    WRITE BADA-RECORD
        INVALID KEY
            REWRITE BADA-RECORD
    END-WRITE
    ADD 1 TO WS-MARKED-COUNT
    MOVE "UNDELIV -- ADDRESS MARKED BAD" TO WSD-DISPOSITION.
2600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2900-WRITE-DETAIL -- one line on the response report for the
*> response just processed.
*> ---------------------------------------------------------------
2900-WRITE-DETAIL.
    MOVE RSP-SSN  TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN TO WSD-SSN
    MOVE RSP-CODE TO WSD-CODE
    MOVE RSP-DOD  TO WSD-DOD
    WRITE RESPONSE-RPT-RECORD FROM WS-DETAIL-LINE.

*> ---------------------------------------------------------------
*> 4000-WRITE-TRAILER -- counts for the run: responses read, each
*> disposition, dropped, DOD transactions generated, and addresses
*> marked known-bad.
*> ---------------------------------------------------------------
4000-WRITE-TRAILER.
    MOVE WS-RESP-COUNT     TO WST-RESP-COUNT
    MOVE WS-DROPPED-COUNT  TO WST-DROPPED
    WRITE RESPONSE-RPT-RECORD FROM WS-TRAILER-LINE
    MOVE WS-TXN-COUNT TO WST-TXN-COUNT
    WRITE RESPONSE-RPT-RECORD FROM WS-TXN-TRAILER-LINE
    MOVE WS-MARKED-COUNT TO WST-MARKED-COUNT
    WRITE RESPONSE-RPT-RECORD FROM WS-MARKED-TRAILER-LINE.
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
