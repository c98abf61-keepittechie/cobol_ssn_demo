*> SSN-SUSPREL -- releases corrected reject suspense items as their
*> own transaction batch.
*> Created by Josh from KeepItTechie
*>
*> Every item on SUSPENSE.DAT (layout in SUSPREC) that SSN-SUSPWRK
*> has corrected and left at status C is written, as its corrected
*> image, to SUSPTRAN.DAT in the standard transaction layout with
*> its own 'H'/'T' batch controls, and the item goes to R.  The
*> image still carries the source code of the feed that first sent
*> it.  Operations releases SUSPTRAN.DAT as its own TRANSACT.DAT,
*> one batch per file, same as DTHTRAN.DAT and LTRTRAN.DAT, so the
*> correction goes through SSN-EDIT and SSN-UPDT like any other
*> change; if SSN-EDIT rejects it again, the item is reopened.
*> SUSPREL.RPT lists every item released and who corrected it.
*> SUSPTRAN.DAT is rebuilt on every run, so a rerun on the same run
*> date releases again every item the earlier run released that
*> night, and the batch comes out the same as the one it replaces
*> (the correction date and corrector are no longer on the item by
*> then, and print as RERUN and BATCH).  A batch already taken and
*> applied is not to be released a second time.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.
*>   2026-10-15  JJ  Same-night rerun rebuilds the batch from the
*>                   items already released that night.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-SUSPREL.
AUTHOR. JOSH / KEEPITTECHIE.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUSPENSE-FILE ASSIGN TO 'suspense.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SUSP-KEY
    FILE STATUS IS WS-SUSP-FILE-STATUS.

    SELECT RUN-DATE-FILE ASSIGN TO 'rundate.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUN-DATE-STATUS.

    SELECT SUSP-TXN-FILE ASSIGN TO 'susptran.dat'
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RELEASE-RPT ASSIGN TO 'susprel.rpt'
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
*> SSN-EDIT, SSN-SUSPWRK and SSN-SUSPAGE.
FD SUSPENSE-FILE.
COPY SUSPREC.

*> Run-control "date card" -- same convention SSN-CHECK uses.
FD RUN-DATE-FILE.
01 RUN-DATE-RECORD.
   05 RUN-DATE-CCYY    PIC 9(4).
   05 RUN-DATE-MM      PIC 9(2).
   05 RUN-DATE-DD      PIC 9(2).

*> Released corrections -- the corrected image is already in the
*> record SSN-UPDT reads, so it is written as it stands.
FD SUSP-TXN-FILE.
01 SUSP-TXN-RECORD      PIC X(123).

*> Batch control records -- the same 'H' header and 'T' trailer
*> SSN-EDIT demands on every transaction batch, so SUSPTRAN.DAT can
*> be released straight into the edit/update cycle.
01 STX-HDR-RECORD.
   05 STX-HDR-TYPE     PIC X(1).
   05 FILLER           PIC X(1).
   05 STX-HDR-DATE     PIC X(10).
   05 FILLER           PIC X(43).
01 STX-TRL-RECORD.
   05 STX-TRL-TYPE     PIC X(1).
   05 FILLER           PIC X(1).
   05 STX-TRL-COUNT    PIC 9(5).
   05 FILLER           PIC X(48).

FD RELEASE-RPT.
01 RELEASE-RPT-RECORD   PIC X(80).

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
   88 WS-SUSP-FILE-OK         VALUE '00'.
   88 WS-SUSP-FILE-MISSING    VALUE '35'.
01 WS-RUN-DATE-STATUS  PIC XX VALUE SPACES.
   88 WS-RUN-DATE-OK          VALUE '00'.
   88 WS-RUN-DATE-NOT-FND     VALUE '35'.

77 WS-ITEMS-READ       PIC 9(5) COMP VALUE ZERO.
77 WS-TXN-COUNT        PIC 9(5) COMP VALUE ZERO.
77 WS-PENDING-COUNT    PIC 9(5) COMP VALUE ZERO.
77 WS-RERUN-COUNT      PIC 9(5) COMP VALUE ZERO.
01 WS-COUNT-EDITED     PIC ZZ,ZZ9.

*> Full processing date for the batch header, the report heading
*> and the release stamp, same CCYY-MM-DD convention as SSN-CHECK.
01 WS-RUN-DATE.
   05 WS-RUN-CCYY      PIC 9(4).
   05 WS-RUN-MM        PIC 9(2).
   05 WS-RUN-DD        PIC 9(2).
01 WS-RUN-DATE-ISO     PIC X(10).

01 WS-HEADING-LINE.
   05 FILLER            PIC X(30) VALUE "SUSPENSE RELEASE REPORT".
   05 FILLER            PIC X(10) VALUE "RUN DATE: ".
   05 WSH-RUN-DATE      PIC X(10) VALUE SPACES.
   05 FILLER            PIC X(30) VALUE SPACES.

01 WS-COLUMN-HDR-LINE.
   05 FILLER            PIC X(15) VALUE "ITEM".
   05 FILLER            PIC X(5)  VALUE "SRC".
   05 FILLER            PIC X(5)  VALUE "ACT".
   05 FILLER            PIC X(12) VALUE "FIRST REJ".
   05 FILLER            PIC X(12) VALUE "CORRECTED".
   05 FILLER            PIC X(31) VALUE "BY".

01 WS-DETAIL-LINE.
   05 WSD-SSN           PIC X(9).
   05 FILLER            PIC X(1)  VALUE "-".
   05 WSD-SEQ           PIC 9(3).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-SOURCE        PIC X(2).
   05 FILLER            PIC X(3)  VALUE SPACES.
   05 WSD-ACTION        PIC X(1).
   05 FILLER            PIC X(4)  VALUE SPACES.
   05 WSD-FIRST-REJ     PIC X(10).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-CORRECTED     PIC X(10).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-OPERATOR      PIC X(8).
   05 FILLER            PIC X(23) VALUE SPACES.

01 WS-TRAILER-LINE.
   05 FILLER            PIC X(12) VALUE "ITEMS READ: ".
   05 WST-ITEMS-READ    PIC ZZ,ZZ9.
   05 FILLER            PIC X(12) VALUE "  RELEASED: ".
   05 WST-TXN-COUNT     PIC ZZ,ZZ9.
   05 FILLER            PIC X(19) VALUE "  STILL OPEN: ".
   05 WST-PENDING-COUNT PIC ZZ,ZZ9.
   05 FILLER            PIC X(19) VALUE SPACES.

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
77 WS-PRINT-PROGRAM      PIC X(12) VALUE "SSN-SUSPREL".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-GET-RUN-DATE THRU 1000-EXIT
    PERFORM 8600-CHECK-SSN-PRINT-CARD THRU 8600-EXIT
    PERFORM 1500-OPEN-FILES THRU 1500-EXIT
    MOVE LOW-VALUES TO SUSP-KEY
    START SUSPENSE-FILE KEY IS NOT LESS THAN SUSP-KEY
        INVALID KEY
            MOVE 'Y' TO WS-END-FILE
    END-START
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ SUSPENSE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                ADD 1 TO WS-ITEMS-READ
                PERFORM 2000-RELEASE-ITEM THRU 2000-EXIT
        END-READ
    END-PERFORM
    MOVE SPACES TO STX-TRL-RECORD
    MOVE 'T' TO STX-TRL-TYPE
    MOVE ',' TO STX-TRL-RECORD(2:1)
    MOVE WS-TXN-COUNT TO STX-TRL-COUNT
    WRITE SUSP-TXN-RECORD FROM STX-TRL-RECORD
    MOVE WS-ITEMS-READ    TO WST-ITEMS-READ
    MOVE WS-TXN-COUNT     TO WST-TXN-COUNT
    MOVE WS-PENDING-COUNT TO WST-PENDING-COUNT
    WRITE RELEASE-RPT-RECORD FROM WS-TRAILER-LINE
    CLOSE SUSPENSE-FILE
    CLOSE SUSP-TXN-FILE
    CLOSE RELEASE-RPT
    MOVE WS-TXN-COUNT TO WS-COUNT-EDITED
    DISPLAY "SSN-SUSPREL: RELEASED " WS-COUNT-EDITED
        " CORRECTED ITEM(S) TO SUSPTRAN.DAT"
    IF WS-RERUN-COUNT > ZERO
        MOVE WS-RERUN-COUNT TO WS-COUNT-EDITED
        DISPLAY "SSN-SUSPREL: " WS-COUNT-EDITED
            " OF THEM ALREADY RELEASED EARLIER TONIGHT -- REBUILT BATCH"
    END-IF
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
*> 1500-OPEN-FILES -- suspense file for update, the release batch
*> and report out.  No suspense file means nothing has ever been
*> rejected, and the run stops after saying so.  The batch header
*> goes out even on a night with nothing to release, so the file
*> always balances.
*> ---------------------------------------------------------------
1500-OPEN-FILES.
    OPEN I-O SUSPENSE-FILE
    IF WS-SUSP-FILE-MISSING
        DISPLAY "SUSPENSE.DAT not found -- nothing to release"
        STOP RUN
    END-IF
    OPEN OUTPUT SUSP-TXN-FILE
    MOVE SPACES TO STX-HDR-RECORD
    MOVE 'H' TO STX-HDR-TYPE
    MOVE ',' TO STX-HDR-RECORD(2:1)
    MOVE WS-RUN-DATE-ISO TO STX-HDR-DATE
    WRITE SUSP-TXN-RECORD FROM STX-HDR-RECORD
    OPEN OUTPUT RELEASE-RPT
    MOVE WS-RUN-DATE-ISO TO WSH-RUN-DATE
    WRITE RELEASE-RPT-RECORD FROM WS-HEADING-LINE
    WRITE RELEASE-RPT-RECORD FROM WS-COLUMN-HDR-LINE.
1500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-RELEASE-ITEM -- a corrected item goes out as its corrected
*> image and is stamped released; the report line is built first
*> so it still names the operator who made the correction.  An item
*> this job already released on this run date goes out again, so a
*> rerun rebuilds the same batch.  Open items are only counted --
*> they are still waiting on somebody.
*> ---------------------------------------------------------------
2000-RELEASE-ITEM.
    IF SUSP-IS-OPEN
        ADD 1 TO WS-PENDING-COUNT
        GO TO 2000-EXIT
    END-IF
    IF SUSP-RELEASED AND SUSP-ACTION-DATE = WS-RUN-DATE-ISO
            AND SUSP-OPERATOR = "BATCH"
        PERFORM 2100-RERELEASE-ITEM THRU 2100-EXIT
        GO TO 2000-EXIT
    END-IF
    IF NOT SUSP-CORRECTED
        GO TO 2000-EXIT
    END-IF
    MOVE SUSP-SSN TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN        TO WSD-SSN
    MOVE SUSP-SEQ            TO WSD-SEQ
    MOVE SUSP-SOURCE         TO WSD-SOURCE
    MOVE SUSP-CORR-IMAGE(1:1) TO WSD-ACTION
    MOVE SUSP-FIRST-REJ      TO WSD-FIRST-REJ
    MOVE SUSP-ACTION-DATE    TO WSD-CORRECTED
    MOVE SUSP-OPERATOR       TO WSD-OPERATOR
    MOVE 'R'             TO SUSP-STATUS
    MOVE WS-RUN-DATE-ISO TO SUSP-ACTION-DATE
    MOVE "BATCH"         TO SUSP-OPERATOR
    REWRITE SUSP-RECORD
        INVALID KEY
            DISPLAY "SSN-SUSPREL: REWRITE FAILED FOR ITEM " SUSP-SSN
                "-" SUSP-SEQ " -- NOT RELEASED"
            GO TO 2000-EXIT
    END-REWRITE
    WRITE SUSP-TXN-RECORD FROM SUSP-CORR-IMAGE
    ADD 1 TO WS-TXN-COUNT
    WRITE RELEASE-RPT-RECORD FROM WS-DETAIL-LINE.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2100-RERELEASE-ITEM -- an item an earlier run released tonight,
*> written to the rebuilt batch again.  The item is already at R
*> with tonight's stamp, so it is left as it stands.
*> ---------------------------------------------------------------
2100-RERELEASE-ITEM.
    MOVE SUSP-SSN TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN        TO WSD-SSN
    MOVE SUSP-SEQ            TO WSD-SEQ
    MOVE SUSP-SOURCE         TO WSD-SOURCE
    MOVE SUSP-CORR-IMAGE(1:1) TO WSD-ACTION
    MOVE SUSP-FIRST-REJ      TO WSD-FIRST-REJ
    MOVE "RERUN"             TO WSD-CORRECTED
    MOVE SUSP-OPERATOR       TO WSD-OPERATOR
    WRITE SUSP-TXN-RECORD FROM SUSP-CORR-IMAGE
    ADD 1 TO WS-TXN-COUNT
    ADD 1 TO WS-RERUN-COUNT
    WRITE RELEASE-RPT-RECORD FROM WS-DETAIL-LINE.
2100-EXIT.
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
