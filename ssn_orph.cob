*> SSN-ORPHANS -- cross-file orphan and overlap sweep of the
*> satellite files against PEOPLE.DAT and ARCHIVE.DAT.
*> Created by Josh from KeepItTechie
*>
*> ADDRESS.DAT, LTRTRACK.DAT and SUSPCASE.DAT all hang off the
*> person's SSN, and nothing ever checked that the person is still
*> there.  The 'S' correction in SSN-UPDT carries the master, the
*> XREF.DAT links and the address to the new SSN but leaves the
*> letter-tracking and case records behind, and an SSN-ARCH or
*> SSN-MAINT delete can strand any of them.  A stale satellite
*> record sends letters and opens cases against an SSN that no
*> longer exists.  This program reports
*>   - every address, letter and case record whose SSN is on
*>     neither the active master nor the archive, classed as
*>       ON MOVED SSN        -- the SSN was corrected to a new one,
*>                              per SSNMOVES.DAT or the re-key
*>                              history on the journal (a WRITE of
*>                              the new SSN by SSN-UPDT followed by
*>                              the DELETE of the old one, same
*>                              name, DOB and DOD); the record
*>                              should follow it to the new SSN
*>       DELETED FROM MASTER -- the journal shows the SSN deleted
*>       NO HISTORY          -- nothing on file says what happened
*>     The journal history is the whole of it: every archived
*>     journal file SSN-JRNLARC cut (off the JRNLCTLG.DAT catalog,
*>     oldest first) and then the live JOURNAL.DAT, the same way
*>     SSN-JRNLINQ reads it, so a correction or delete from before
*>     a journal cut is still found.
*>   - every SSN on both the active master and the archive
*> on ORPHANS.RPT, SSNs masked as on every report.
*>
*> Fixing is optional and driven by ORPHFIX.CTL, good for one run
*> date and naming who authorized it: re-key Y carries a moved
*> SSN's record to the new SSN (written under the new key before
*> the old is deleted, as SSN-UPDT does), purge Y deletes records
*> on a deleted SSN and moved records whose new SSN already has
*> its own.  Every purged record is copied to ORPHPURG.DAT first,
*> and every action taken is written to AUDIT.LOG.  An address
*> carries its undeliverable mark on BADADDR.DAT with it: the mark
*> is moved to the new SSN on a re-key and dropped on a purge,
*> noted on the same AUDIT.LOG line.  NO HISTORY
*> records and master/archive overlaps are never touched; they
*> need a person to look.  A fixing run holds the master lock, so
*> the master cannot move under it; a report-only run is read-only
*> and does not take it.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.
*>   2026-10-15  JJ  Re-key history read from the archived journal
*>                   cuts on JRNLCTLG.DAT as well as the live
*>                   journal; history tables raised to 5000.  An
*>                   address re-key or purge moves or drops its
*>                   BADADDR.DAT mark, noted on the AUDIT.LOG line.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-ORPHANS.
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

    SELECT ARCHIVE-FILE ASSIGN TO 'archive.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ARC-SSN
    ALTERNATE RECORD KEY IS ARC-NAME WITH DUPLICATES
    FILE STATUS IS WS-ARC-FILE-STATUS.

    SELECT ADDRESS-FILE ASSIGN TO 'address.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ADDR-SSN
    FILE STATUS IS WS-ADDR-FILE-STATUS.

    SELECT LETTER-TRACK-FILE ASSIGN TO 'ltrtrack.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS LTR-SSN
    FILE STATUS IS WS-LTR-FILE-STATUS.

    SELECT SUSPECT-CASE-FILE ASSIGN TO 'suspcase.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS CASE-SSN
    FILE STATUS IS WS-CASE-FILE-STATUS.

    SELECT MOVES-FILE ASSIGN TO 'ssnmoves.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MOVES-FILE-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JRNL-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-JRNL-FILE-STATUS.

    SELECT JRNL-CATALOG-FILE ASSIGN TO 'jrnlctlg.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-JRNL-CAT-STATUS.

    SELECT BAD-ADDR-FILE ASSIGN TO 'badaddr.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS BADA-SSN
    FILE STATUS IS WS-BADA-FILE-STATUS.

    SELECT FIX-CTL-FILE ASSIGN TO 'orphfix.ctl'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FIX-CTL-STATUS.

    SELECT PURGE-FILE ASSIGN TO 'orphpurg.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PURGE-FILE-STATUS.

    SELECT ORPHAN-RPT ASSIGN TO 'orphans.rpt'
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RUN-DATE-FILE ASSIGN TO 'rundate.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUN-DATE-STATUS.

    SELECT MASTER-LOCK-FILE ASSIGN TO 'mastlock.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LOCK-STATUS.

    SELECT LOCK-OVRD-FILE ASSIGN TO 'lockovrd.ctl'
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
COPY SSNREC.

*> Archived people -- layout in ARCREC.  Read only.
FD ARCHIVE-FILE.
COPY ARCREC.

*> Mailing addresses -- layout in ADDRREC.
FD ADDRESS-FILE.
COPY ADDRREC.

*> Verification-letter tracking -- layout in LTRREC.
FD LETTER-TRACK-FILE.
COPY LTRREC.

*> Suspect-SSN case queue -- layout in CASEREC.
FD SUSPECT-CASE-FILE.
COPY CASEREC.

*> Old-to-new SSN move mappings SSN-UPDT appends and SSN-DELTA
*> empties once shipped.  Read only.
FD MOVES-FILE.
01 MOVES-RECORD.
   05 MOV-OLD-SSN      PIC X(9).
   05 MOV-COMMA        PIC X(1).
   05 MOV-NEW-SSN      PIC X(9).

*> Master update journal -- layout in JRNLREC.  Read only, one file
*> at a time through the same FD: each archived jrnl<stamp>.dat in
*> catalog order, then the live JOURNAL.DAT.
FD JOURNAL-FILE.
COPY JRNLREC.

*> Journal-archive catalog SSN-JRNLARC maintains -- one line per
*> archive cut, oldest first: the cutover stamp that names the
*> file, and its entry count.
FD JRNL-CATALOG-FILE.
01 JRNL-CATALOG-RECORD.
   05 JCT-STAMP        PIC X(14).
   05 JCT-COMMA        PIC X(1).
   05 JCT-COUNT        PIC 9(7).

*> Known-bad addresses SSN-LTRRESP marked off undeliverable
*> returns -- layout shared through BADAREC.  Opened for update on
*> a fixing run so a mark can follow its address.
FD BAD-ADDR-FILE.
COPY BADAREC.

*> Fix control card: re-key Y/N, purge Y/N, the run date it is
*> good for, and who authorized it.  No card, a card for another
*> date, or no authorizer means report only.
FD FIX-CTL-FILE.
01 FIX-CTL-RECORD.
   05 FIX-REKEY        PIC X(1).
   05 FIX-COMMA1       PIC X.
   05 FIX-PURGE        PIC X(1).
   05 FIX-COMMA2       PIC X.
   05 FIX-RUN-DATE     PIC X(10).
   05 FIX-COMMA3       PIC X.
   05 FIX-AUTH-BY      PIC X(8).

*> Every record purged, as it stood, tagged with its file -- kept
*> so a purge can be put back by hand.
FD PURGE-FILE.
01 PURGE-RECORD.
   05 PRG-FILE         PIC X(8).
   05 PRG-COMMA1       PIC X.
   05 PRG-RUN-DATE     PIC X(10).
   05 PRG-COMMA2       PIC X.
   05 PRG-IMAGE        PIC X(75).

FD ORPHAN-RPT.
01 ORPHAN-RPT-RECORD    PIC X(80).

*> Run-control "date card" -- same convention SSN-CHECK uses.
FD RUN-DATE-FILE.
01 RUN-DATE-RECORD.
   05 RUN-DATE-CCYY    PIC 9(4).
   05 RUN-DATE-MM      PIC 9(2).
   05 RUN-DATE-DD      PIC 9(2).

*> PEOPLE.DAT ownership lock -- layout shared through LOCKREC with
*> every program that updates the master.
FD MASTER-LOCK-FILE.
COPY LOCKREC.

*> Supervised one-shot break-lock card.
FD LOCK-OVRD-FILE.
01 LOCK-OVRD-RECORD     PIC X(1).

*> SSN print control card -- authorizes a full-SSN report run; the
*> layout is shared through PRTCREC by every report program.
FD SSN-PRINT-CTL-FILE.
COPY PRTCREC.

*> Shared audit trail -- a full-SSN report run and every re-key or
*> purge this program makes are logged here.
FD AUDIT-LOG.
01 AUDIT-LOG-RECORD     PIC X(94).

WORKING-STORAGE SECTION.
01 WS-END-FILE         PIC X VALUE 'N'.
01 WS-SSN-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-SSN-FILE-OK          VALUE '00'.
   88 WS-SSN-FILE-MISSING     VALUE '35'.
   88 WS-SSN-FILE-ATTR-CONFLICT VALUE '39'.
01 WS-ARC-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-ARC-FILE-OK          VALUE '00'.
   88 WS-ARC-FILE-MISSING     VALUE '35'.
01 WS-ADDR-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-ADDR-FILE-OK         VALUE '00'.
   88 WS-ADDR-FILE-MISSING    VALUE '35'.
01 WS-LTR-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-LTR-FILE-OK          VALUE '00'.
   88 WS-LTR-FILE-MISSING     VALUE '35'.
01 WS-CASE-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-CASE-FILE-OK         VALUE '00'.
   88 WS-CASE-FILE-MISSING    VALUE '35'.
01 WS-MOVES-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-MOVES-FILE-OK        VALUE '00'.
   88 WS-MOVES-FILE-MISSING   VALUE '35'.
01 WS-JRNL-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-JRNL-FILE-OK         VALUE '00'.
   88 WS-JRNL-FILE-MISSING    VALUE '35'.
01 WS-JRNL-CAT-STATUS  PIC XX VALUE SPACES.
   88 WS-JRNL-CAT-OK          VALUE '00'.
   88 WS-JRNL-CAT-MISSING     VALUE '35'.
01 WS-BADA-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-BADA-FILE-OK         VALUE '00'.
   88 WS-BADA-FILE-MISSING    VALUE '35'.
01 WS-FIX-CTL-STATUS   PIC XX VALUE SPACES.
   88 WS-FIX-CTL-OK           VALUE '00'.
   88 WS-FIX-CTL-NOT-FND      VALUE '35'.
01 WS-PURGE-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-PURGE-FILE-OK        VALUE '00'.
   88 WS-PURGE-FILE-MISSING   VALUE '35'.
01 WS-RUN-DATE-STATUS  PIC XX VALUE SPACES.
   88 WS-RUN-DATE-OK          VALUE '00'.
   88 WS-RUN-DATE-NOT-FND     VALUE '35'.

01 WS-ARC-AVAILABLE    PIC X VALUE 'N'.
01 WS-ADDR-AVAILABLE   PIC X VALUE 'N'.
01 WS-LTR-AVAILABLE    PIC X VALUE 'N'.
01 WS-CASE-AVAILABLE   PIC X VALUE 'N'.
01 WS-BADA-AVAILABLE   PIC X VALUE 'N'.

*> What the fix card allows this run.
01 WS-REKEY-OK         PIC X VALUE 'N'.
01 WS-PURGE-OK         PIC X VALUE 'N'.
01 WS-FIX-RUN          PIC X VALUE 'N'.
01 WS-FIX-AUTH-BY      PIC X(8) VALUE SPACES.
01 WS-MODE-TEXT        PIC X(20) VALUE "REPORT ONLY".

77 WS-ADDR-READ        PIC 9(7) COMP VALUE ZERO.
77 WS-LTR-READ         PIC 9(7) COMP VALUE ZERO.
77 WS-CASE-READ        PIC 9(7) COMP VALUE ZERO.
77 WS-ARC-READ         PIC 9(7) COMP VALUE ZERO.
77 WS-MOVED-COUNT      PIC 9(7) COMP VALUE ZERO.
77 WS-DELETED-COUNT    PIC 9(7) COMP VALUE ZERO.
77 WS-NO-HIST-COUNT    PIC 9(7) COMP VALUE ZERO.
77 WS-OVERLAP-COUNT    PIC 9(7) COMP VALUE ZERO.
77 WS-REKEYED-COUNT    PIC 9(7) COMP VALUE ZERO.
77 WS-PURGED-COUNT     PIC 9(7) COMP VALUE ZERO.
77 WS-SKIPPED-COUNT    PIC 9(7) COMP VALUE ZERO.
77 WS-JRNL-READ        PIC 9(7) COMP VALUE ZERO.

*> ---------------------------------------------------------------
*> Re-key history: every old-to-new SSN mapping off SSNMOVES.DAT
*> and the journal (archived cuts and live), and every SSN the
*> journal shows deleted other than by an archive run or a move.
*> Loaded once at start-up.
*> ---------------------------------------------------------------
77 WS-MOVE-COUNT       PIC 9(4) COMP VALUE ZERO.
77 WS-MOVE-MAX         PIC 9(4) COMP VALUE 5000.
77 WS-MOVE-IDX         PIC 9(4) COMP VALUE ZERO.
01 WS-MOVE-TABLE.
   05 WS-MOVE-ENTRY    OCCURS 5000 TIMES.
      10 WS-MV-OLD        PIC X(9).
      10 WS-MV-NEW        PIC X(9).
77 WS-DEL-COUNT        PIC 9(4) COMP VALUE ZERO.
77 WS-DEL-MAX          PIC 9(4) COMP VALUE 5000.
77 WS-DEL-IDX          PIC 9(4) COMP VALUE ZERO.
01 WS-DEL-TABLE.
   05 WS-DEL-SSN       OCCURS 5000 TIMES PIC X(9).

*> Archived journal cuts off the catalog, oldest first, and the
*> journal file being read.
01 WS-JRNL-NAME        PIC X(22) VALUE SPACES.
77 WS-JCT-COUNT        PIC 9(3) COMP VALUE ZERO.
77 WS-JCT-IDX          PIC 9(3) COMP VALUE ZERO.
01 WS-JCT-STAMP-TABLE.
   05 WS-JCT-STAMP     OCCURS 500 TIMES PIC X(14).
77 WS-TABLE-OVERFLOW   PIC 9(5) COMP VALUE ZERO.

*> The journal entry before the one in hand, for pairing the WRITE
*> and DELETE halves of an SSN correction.  Carried from one journal
*> file into the next, so a pair split by a journal cut still pairs.
01 WS-PREV-PROGRAM     PIC X(9) VALUE SPACES.
01 WS-PREV-ACTION      PIC X(7) VALUE SPACES.
01 WS-PREV-BEFORE      PIC X(52) VALUE SPACES.
01 WS-PREV-AFTER       PIC X(52) VALUE SPACES.

*> Mapping to add or look up.
01 WS-ADD-OLD          PIC X(9) VALUE SPACES.
01 WS-ADD-NEW          PIC X(9) VALUE SPACES.
01 WS-FOUND            PIC X VALUE 'N'.

*> ---------------------------------------------------------------
*> Classification of the SSN in hand.
*> ---------------------------------------------------------------
01 WS-CHK-SSN          PIC X(9) VALUE SPACES.
01 WS-ON-MASTER        PIC X VALUE 'N'.
01 WS-ON-ARCHIVE       PIC X VALUE 'N'.
01 WS-TRACE-SSN        PIC X(9) VALUE SPACES.
01 WS-TRACE-DONE       PIC X VALUE 'N'.
77 WS-TRACE-HOPS       PIC 9(2) COMP VALUE ZERO.
77 WS-MAX-TRACE-HOPS   PIC 9(2) COMP VALUE 20.
01 WS-CHK-NEW-SSN      PIC X(9) VALUE SPACES.
01 WS-CHK-FINDING      PIC X(30) VALUE SPACES.
01 WS-CHK-PLAN         PIC X(1) VALUE SPACE.
   88 WS-PLAN-REKEY           VALUE 'R'.
   88 WS-PLAN-PURGE           VALUE 'P'.
   88 WS-PLAN-REVIEW          VALUE 'V'.
01 WS-CHK-FILE         PIC X(1) VALUE SPACE.
01 WS-FILE-NAME        PIC X(8) VALUE SPACES.

*> ---------------------------------------------------------------
*> Fixes found by the sweeps, applied once every sweep is done so
*> no file is re-keyed under its own sequential read.
*> ---------------------------------------------------------------
77 WS-FIX-COUNT        PIC 9(4) COMP VALUE ZERO.
77 WS-FIX-MAX          PIC 9(4) COMP VALUE 3000.
77 WS-FIX-IDX          PIC 9(4) COMP VALUE ZERO.
77 WS-FIX-OVERFLOW     PIC 9(5) COMP VALUE ZERO.
01 WS-FIX-TABLE.
   05 WS-FIX-ENTRY     OCCURS 3000 TIMES.
      10 WS-FX-FILE       PIC X(1).
      10 WS-FX-OLD        PIC X(9).
      10 WS-FX-NEW        PIC X(9).
      10 WS-FX-PLAN       PIC X(1).

*> The satellite record being moved or purged.
01 WS-HELD-IMAGE       PIC X(75) VALUE SPACES.
01 WS-SAT-KEY          PIC X(9) VALUE SPACES.
01 WS-SAT-FOUND        PIC X VALUE 'N'.
01 WS-SAT-DONE         PIC X VALUE 'N'.
01 WS-ACTION-TEXT      PIC X(8) VALUE SPACES.
01 WS-RESULT-TEXT      PIC X(30) VALUE SPACES.

*> Full processing date, same CCYY-MM-DD convention as SSN-CHECK.
01 WS-RUN-DATE.
   05 WS-RUN-CCYY      PIC 9(4).
   05 WS-RUN-MM        PIC 9(2).
   05 WS-RUN-DD        PIC 9(2).
01 WS-RUN-DATE-ISO     PIC X(10).

01 WS-HEADING-LINE.
   05 FILLER            PIC X(30) VALUE "ORPHAN AND OVERLAP SWEEP".
   05 FILLER            PIC X(10) VALUE "RUN DATE: ".
   05 WSH-RUN-DATE      PIC X(10).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSH-MODE          PIC X(20).
   05 FILLER            PIC X(8)  VALUE SPACES.

01 WS-SECTION-LINE.
   05 WSS-TITLE         PIC X(80).

01 WS-ORPHAN-HDR-LINE.
   05 FILLER            PIC X(10) VALUE "FILE".
   05 FILLER            PIC X(11) VALUE "SSN".
   05 FILLER            PIC X(11) VALUE "NEW SSN".
   05 FILLER            PIC X(31) VALUE "FINDING".
   05 FILLER            PIC X(17) VALUE "PLAN".

01 WS-ORPHAN-LINE.
   05 WSO-FILE          PIC X(8).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSO-SSN           PIC X(9).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSO-NEW-SSN       PIC X(9).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSO-FINDING       PIC X(30).
   05 FILLER            PIC X(1)  VALUE SPACES.
   05 WSO-PLAN          PIC X(8).
   05 FILLER            PIC X(9)  VALUE SPACES.

01 WS-OVERLAP-HDR-LINE.
   05 FILLER            PIC X(11) VALUE "SSN".
   05 FILLER            PIC X(12) VALUE "MASTER DOD".
   05 FILLER            PIC X(12) VALUE "ARCHIVE DOD".
   05 FILLER            PIC X(45) VALUE "FINDING".

01 WS-OVERLAP-LINE.
   05 WSV-SSN           PIC X(9).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSV-MST-DOD       PIC X(10).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSV-ARC-DOD       PIC X(10).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSV-FINDING       PIC X(30).
   05 FILLER            PIC X(15) VALUE SPACES.

01 WS-ACTION-HDR-LINE.
   05 FILLER            PIC X(10) VALUE "FILE".
   05 FILLER            PIC X(11) VALUE "SSN".
   05 FILLER            PIC X(11) VALUE "NEW SSN".
   05 FILLER            PIC X(10) VALUE "ACTION".
   05 FILLER            PIC X(38) VALUE "RESULT".

01 WS-ACTION-LINE.
   05 WSX-FILE          PIC X(8).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSX-SSN           PIC X(9).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSX-NEW-SSN       PIC X(9).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSX-ACTION        PIC X(8).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSX-RESULT        PIC X(30).
   05 FILLER            PIC X(8)  VALUE SPACES.

01 WS-COUNT-LINE.
   05 WSC-LABEL         PIC X(36).
   05 WSC-COUNT         PIC Z,ZZZ,ZZ9.
   05 FILLER            PIC X(35) VALUE SPACES.

*> One AUDIT.LOG line per re-key or purge, full SSNs, so the action
*> can be traced and undone.
01 WS-ACTION-AUDIT-LINE.
   05 FILLER             PIC X(10) VALUE "RUN DATE: ".
   05 WSL-RUN-DATE       PIC X(10).
   05 FILLER             PIC X(3)  VALUE SPACES.
   05 FILLER             PIC X(7)  VALUE "ORPHAN ".
   05 WSL-ACTION         PIC X(6).
   05 FILLER             PIC X(1)  VALUE SPACES.
   05 WSL-FILE           PIC X(8).
   05 FILLER             PIC X(1)  VALUE SPACES.
   05 WSL-OLD-SSN        PIC X(9).
   05 WSL-TO             PIC X(4).
   05 WSL-NEW-SSN        PIC X(9).
   05 FILLER             PIC X(4)  VALUE " BY ".
   05 WSL-AUTH-BY        PIC X(8).
   05 WSL-MARK           PIC X(14).

*> ---------------------------------------------------------------
*> Master-lock working storage -- taken only by a fixing run.
*> ---------------------------------------------------------------
01 WS-LOCK-STATUS       PIC XX VALUE SPACES.
   88 WS-LOCK-FILE-OK        VALUE '00'.
   88 WS-LOCK-FILE-MISSING   VALUE '35'.
01 WS-LOCK-OVRD-STATUS  PIC XX VALUE SPACES.
   88 WS-LOCK-OVRD-OK        VALUE '00'.
   88 WS-LOCK-OVRD-NOT-FND   VALUE '35'.
01 WS-LOCK-HELD         PIC X VALUE 'N'.
01 WS-BREAK-LOCK-OK     PIC X VALUE 'N'.
01 WS-LOCK-STAMP        PIC X(14) VALUE SPACES.

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
77 WS-PRINT-PROGRAM      PIC X(12) VALUE "SSN-ORPHANS".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-GET-RUN-DATE THRU 1000-EXIT
    PERFORM 8600-CHECK-SSN-PRINT-CARD THRU 8600-EXIT
    PERFORM 1100-GET-FIX-CARD THRU 1100-EXIT
    IF WS-FIX-RUN = 'Y'
        PERFORM 8700-ACQUIRE-MASTER-LOCK THRU 8700-EXIT
    END-IF
    PERFORM 1200-OPEN-FILES THRU 1200-EXIT
    PERFORM 1300-LOAD-MOVES THRU 1300-EXIT
    PERFORM 1400-LOAD-JOURNAL THRU 1400-EXIT
    PERFORM 2000-CHECK-OVERLAP THRU 2000-EXIT
    MOVE "SATELLITE RECORDS ON NEITHER THE MASTER NOR THE ARCHIVE"
        TO WSS-TITLE
    WRITE ORPHAN-RPT-RECORD FROM WS-SECTION-LINE AFTER ADVANCING 2
    WRITE ORPHAN-RPT-RECORD FROM WS-ORPHAN-HDR-LINE
    PERFORM 3000-SWEEP-ADDRESSES THRU 3000-EXIT
    PERFORM 3100-SWEEP-LETTERS THRU 3100-EXIT
    PERFORM 3200-SWEEP-CASES THRU 3200-EXIT
    IF WS-FIX-RUN = 'Y'
        PERFORM 4000-APPLY-FIXES THRU 4000-EXIT
    END-IF
    PERFORM 5000-FINISH THRU 5000-EXIT
    IF WS-FIX-RUN = 'Y'
        PERFORM 8800-RELEASE-MASTER-LOCK THRU 8800-EXIT
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
*> 1100-GET-FIX-CARD -- ORPHFIX.CTL turns on re-keying, purging or
*> both, but only for the run date on the card and only when it
*> names who authorized it.  Anything else is a report-only run.
*> ---------------------------------------------------------------
1100-GET-FIX-CARD.
    OPEN INPUT FIX-CTL-FILE
    IF NOT WS-FIX-CTL-OK
        GO TO 1100-EXIT
    END-IF
    MOVE SPACES TO FIX-CTL-RECORD
    READ FIX-CTL-FILE
        AT END
            MOVE SPACES TO FIX-CTL-RECORD
    END-READ
    CLOSE FIX-CTL-FILE
    IF FIX-REKEY NOT = 'Y' AND FIX-PURGE NOT = 'Y'
        GO TO 1100-EXIT
    END-IF
    IF FIX-RUN-DATE NOT = WS-RUN-DATE-ISO
        DISPLAY "SSN-ORPHANS: ORPHFIX.CTL IS FOR " FIX-RUN-DATE
            " -- REPORT ONLY"
        GO TO 1100-EXIT
    END-IF
    IF FIX-AUTH-BY = SPACES
        DISPLAY "SSN-ORPHANS: ORPHFIX.CTL NAMES NO AUTHORIZER"
            " -- REPORT ONLY"
        GO TO 1100-EXIT
    END-IF
    MOVE FIX-AUTH-BY TO WS-FIX-AUTH-BY
    MOVE 'Y' TO WS-FIX-RUN
    IF FIX-REKEY = 'Y'
        MOVE 'Y' TO WS-REKEY-OK
    END-IF
    IF FIX-PURGE = 'Y'
        MOVE 'Y' TO WS-PURGE-OK
    END-IF
    EVALUATE TRUE
        WHEN WS-REKEY-OK = 'Y' AND WS-PURGE-OK = 'Y'
            MOVE "RE-KEY AND PURGE" TO WS-MODE-TEXT
        WHEN WS-REKEY-OK = 'Y'
            MOVE "RE-KEY" TO WS-MODE-TEXT
        WHEN OTHER
            MOVE "PURGE" TO WS-MODE-TEXT
    END-EVALUATE
    DISPLAY "SSN-ORPHANS: *** " WS-MODE-TEXT " AUTHORIZED BY "
        WS-FIX-AUTH-BY " ***".
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-OPEN-FILES -- master and archive for lookups, each
*> satellite for reading (for update on a fixing run), and the
*> report.  A satellite file that does not exist yet has nothing
*> to sweep.
*> ---------------------------------------------------------------
1200-OPEN-FILES.
    OPEN INPUT SSN-FILE
    IF WS-SSN-FILE-ATTR-CONFLICT
        DISPLAY "PEOPLE.DAT attributes do not match -- run SSN-REORG to add the NAME index"
        PERFORM 1290-STOP-EARLY THRU 1290-EXIT
    END-IF
    IF WS-SSN-FILE-MISSING
        DISPLAY "PEOPLE.DAT not found -- nothing to reconcile against"
        PERFORM 1290-STOP-EARLY THRU 1290-EXIT
    END-IF
    OPEN INPUT ARCHIVE-FILE
    IF WS-ARC-FILE-OK
        MOVE 'Y' TO WS-ARC-AVAILABLE
    END-IF
    IF WS-FIX-RUN = 'Y'
        OPEN I-O ADDRESS-FILE
        OPEN I-O LETTER-TRACK-FILE
        OPEN I-O SUSPECT-CASE-FILE
        OPEN I-O BAD-ADDR-FILE
        IF WS-BADA-FILE-OK
            MOVE 'Y' TO WS-BADA-AVAILABLE
        END-IF
    ELSE
        OPEN INPUT ADDRESS-FILE
        OPEN INPUT LETTER-TRACK-FILE
        OPEN INPUT SUSPECT-CASE-FILE
    END-IF
    IF WS-ADDR-FILE-OK
        MOVE 'Y' TO WS-ADDR-AVAILABLE
    END-IF
    IF WS-LTR-FILE-OK
        MOVE 'Y' TO WS-LTR-AVAILABLE
    END-IF
    IF WS-CASE-FILE-OK
        MOVE 'Y' TO WS-CASE-AVAILABLE
    END-IF
    OPEN OUTPUT ORPHAN-RPT
    MOVE WS-RUN-DATE-ISO TO WSH-RUN-DATE
    MOVE WS-MODE-TEXT    TO WSH-MODE
    WRITE ORPHAN-RPT-RECORD FROM WS-HEADING-LINE.
1200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1290-STOP-EARLY -- nothing can be checked without the master;
*> a fixing run hands the lock back before it stops.
*> ---------------------------------------------------------------
1290-STOP-EARLY.
    IF WS-FIX-RUN = 'Y'
        PERFORM 8800-RELEASE-MASTER-LOCK THRU 8800-EXIT
    END-IF
    STOP RUN.
1290-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1300-LOAD-MOVES -- the moves SSN-UPDT banked that SSN-DELTA has
*> not shipped yet.
*> ---------------------------------------------------------------
1300-LOAD-MOVES.
    OPEN INPUT MOVES-FILE
    IF NOT WS-MOVES-FILE-OK
        GO TO 1300-EXIT
    END-IF
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ MOVES-FILE
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                MOVE MOV-OLD-SSN TO WS-ADD-OLD
                MOVE MOV-NEW-SSN TO WS-ADD-NEW
                PERFORM 1500-ADD-MOVE THRU 1500-EXIT
        END-READ
    END-PERFORM
    CLOSE MOVES-FILE.
1300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1400-LOAD-JOURNAL -- the re-key history and the deletes off the
*> whole journal: the archived cuts oldest first, then the live
*> file.  An SSN correction journals the WRITE of the new SSN and
*> then the DELETE of the old one, both by SSN-UPDT, the two images
*> the same but for the SSN.  Any other DELETE but an archive run's
*> takes the SSN off the books.
*> ---------------------------------------------------------------
1400-LOAD-JOURNAL.
    PERFORM 1410-LOAD-JOURNAL-CATALOG THRU 1410-EXIT
    MOVE SPACES TO WS-PREV-PROGRAM WS-PREV-ACTION
                   WS-PREV-BEFORE WS-PREV-AFTER
    PERFORM 1420-READ-ONE-ARCHIVE THRU 1420-EXIT
        VARYING WS-JCT-IDX FROM 1 BY 1
        UNTIL WS-JCT-IDX > WS-JCT-COUNT
    MOVE "journal.dat" TO WS-JRNL-NAME
    PERFORM 1430-READ-ONE-JOURNAL THRU 1430-EXIT.
1400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1410-LOAD-JOURNAL-CATALOG -- the archive stamps into memory,
*> oldest first.  No catalog just means no archives have been cut
*> yet.
*> ---------------------------------------------------------------
1410-LOAD-JOURNAL-CATALOG.
    OPEN INPUT JRNL-CATALOG-FILE
    IF NOT WS-JRNL-CAT-OK
        GO TO 1410-EXIT
    END-IF
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ JRNL-CATALOG-FILE
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                IF WS-JCT-COUNT < 500
                    ADD 1 TO WS-JCT-COUNT
                    MOVE JCT-STAMP TO WS-JCT-STAMP (WS-JCT-COUNT)
                ELSE
                    DISPLAY "SSN-ORPHANS: JRNLCTLG.DAT HAS MORE THAN"
                        " 500 CUTS -- LATER CUTS NOT READ"
                    MOVE 'Y' TO WS-END-FILE
                END-IF
        END-READ
    END-PERFORM
    CLOSE JRNL-CATALOG-FILE.
1410-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1420-READ-ONE-ARCHIVE -- one archived journal file, named off
*> its catalog stamp.
*> ---------------------------------------------------------------
1420-READ-ONE-ARCHIVE.
    MOVE SPACES TO WS-JRNL-NAME
    STRING "jrnl" WS-JCT-STAMP (WS-JCT-IDX) ".dat"
        DELIMITED BY SIZE INTO WS-JRNL-NAME
    PERFORM 1430-READ-ONE-JOURNAL THRU 1430-EXIT.
1420-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1430-READ-ONE-JOURNAL -- every entry of the journal file named
*> in WS-JRNL-NAME.  A file on the catalog but off the disk is
*> skipped and said so.
*> ---------------------------------------------------------------
1430-READ-ONE-JOURNAL.
    OPEN INPUT JOURNAL-FILE
    IF NOT WS-JRNL-FILE-OK
        IF WS-JRNL-NAME NOT = "journal.dat"
            DISPLAY "SSN-ORPHANS: " WS-JRNL-NAME
                " ON THE CATALOG BUT NOT FOUND -- SKIPPED"
        END-IF
        GO TO 1430-EXIT
    END-IF
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ JOURNAL-FILE
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                ADD 1 TO WS-JRNL-READ
                PERFORM 1450-EXAMINE-ENTRY THRU 1450-EXIT
                MOVE JRNL-PROGRAM TO WS-PREV-PROGRAM
                MOVE JRNL-ACTION  TO WS-PREV-ACTION
                MOVE JRNL-BEFORE  TO WS-PREV-BEFORE
                MOVE JRNL-AFTER   TO WS-PREV-AFTER
        END-READ
    END-PERFORM
    CLOSE JOURNAL-FILE.
1430-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1450-EXAMINE-ENTRY -- one journal DELETE: the second half of an
*> SSN correction, or a delete.
*> ---------------------------------------------------------------
1450-EXAMINE-ENTRY.
    IF JRNL-ACTION NOT = "DELETE"
        GO TO 1450-EXIT
    END-IF
    IF JRNL-PROGRAM = "SSN-UPDT" AND WS-PREV-PROGRAM = "SSN-UPDT"
            AND WS-PREV-ACTION = "WRITE"
            AND WS-PREV-BEFORE = SPACES
            AND WS-PREV-AFTER(10:43) = JRNL-BEFORE(10:43)
            AND WS-PREV-AFTER(1:9) NOT = JRNL-BEFORE(1:9)
        MOVE JRNL-BEFORE(1:9)   TO WS-ADD-OLD
        MOVE WS-PREV-AFTER(1:9) TO WS-ADD-NEW
        PERFORM 1500-ADD-MOVE THRU 1500-EXIT
        GO TO 1450-EXIT
    END-IF
    IF JRNL-PROGRAM = "SSN-ARCH"
        GO TO 1450-EXIT
    END-IF
    MOVE JRNL-BEFORE(1:9) TO WS-CHK-SSN
    MOVE 'N' TO WS-FOUND
    PERFORM 1560-FIND-DELETE THRU 1560-EXIT
        VARYING WS-DEL-IDX FROM 1 BY 1
        UNTIL WS-DEL-IDX > WS-DEL-COUNT OR WS-FOUND = 'Y'
    IF WS-FOUND = 'Y'
        GO TO 1450-EXIT
    END-IF
    IF WS-DEL-COUNT < WS-DEL-MAX
        ADD 1 TO WS-DEL-COUNT
        MOVE JRNL-BEFORE(1:9) TO WS-DEL-SSN (WS-DEL-COUNT)
    ELSE
        ADD 1 TO WS-TABLE-OVERFLOW
    END-IF.
1450-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1500-ADD-MOVE -- WS-ADD-OLD to WS-ADD-NEW onto the move table,
*> once; a move on both SSNMOVES.DAT and the journal is one move.
*> ---------------------------------------------------------------
1500-ADD-MOVE.
    IF WS-ADD-OLD = SPACES OR WS-ADD-NEW = SPACES
        GO TO 1500-EXIT
    END-IF
    MOVE 'N' TO WS-FOUND
    PERFORM 1550-FIND-MOVE THRU 1550-EXIT
        VARYING WS-MOVE-IDX FROM 1 BY 1
        UNTIL WS-MOVE-IDX > WS-MOVE-COUNT OR WS-FOUND = 'Y'
    IF WS-FOUND = 'Y'
        GO TO 1500-EXIT
    END-IF
    IF WS-MOVE-COUNT < WS-MOVE-MAX
        ADD 1 TO WS-MOVE-COUNT
        MOVE WS-ADD-OLD TO WS-MV-OLD (WS-MOVE-COUNT)
        MOVE WS-ADD-NEW TO WS-MV-NEW (WS-MOVE-COUNT)
    ELSE
        ADD 1 TO WS-TABLE-OVERFLOW
    END-IF.
1500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1550-FIND-MOVE -- one move-table entry against WS-ADD-OLD; the
*> mapping found is left in WS-ADD-NEW.  A later move of the same
*> old SSN replaces the earlier one.
*> ---------------------------------------------------------------
1550-FIND-MOVE.
    IF WS-MV-OLD (WS-MOVE-IDX) = WS-ADD-OLD
        MOVE 'Y' TO WS-FOUND
        IF WS-ADD-NEW NOT = SPACES
            MOVE WS-ADD-NEW TO WS-MV-NEW (WS-MOVE-IDX)
        ELSE
            MOVE WS-MV-NEW (WS-MOVE-IDX) TO WS-ADD-NEW
        END-IF
    END-IF.
1550-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1560-FIND-DELETE -- one delete-table entry against the SSN in
*> WS-CHK-SSN.
*> ---------------------------------------------------------------
1560-FIND-DELETE.
    IF WS-DEL-SSN (WS-DEL-IDX) = WS-CHK-SSN
        MOVE 'Y' TO WS-FOUND
    END-IF.
1560-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-CHECK-OVERLAP -- every archived SSN looked up on the active
*> master.  A person on both files is listed for a person to sort
*> out; which copy is right is not something a sweep can tell.
*> ---------------------------------------------------------------
2000-CHECK-OVERLAP.
    MOVE "SSNS ON BOTH THE ACTIVE MASTER AND THE ARCHIVE"
        TO WSS-TITLE
    WRITE ORPHAN-RPT-RECORD FROM WS-SECTION-LINE AFTER ADVANCING 2
    WRITE ORPHAN-RPT-RECORD FROM WS-OVERLAP-HDR-LINE
    IF WS-ARC-AVAILABLE = 'N'
        GO TO 2000-EXIT
    END-IF
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ ARCHIVE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                ADD 1 TO WS-ARC-READ
                PERFORM 2100-CHECK-ONE-ARCHIVED THRU 2100-EXIT
        END-READ
    END-PERFORM.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2100-CHECK-ONE-ARCHIVED -- one archived record against the
*> master.
*> ---------------------------------------------------------------
2100-CHECK-ONE-ARCHIVED.
    MOVE ARC-SSN TO SSN
    READ SSN-FILE
        INVALID KEY
            GO TO 2100-EXIT
    END-READ
    ADD 1 TO WS-OVERLAP-COUNT
    MOVE ARC-SSN TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN TO WSV-SSN
    MOVE DOD          TO WSV-MST-DOD
    MOVE ARC-DOD      TO WSV-ARC-DOD
    IF NAME = ARC-NAME AND DOB = ARC-DOB
        MOVE "SAME PERSON ON BOTH FILES" TO WSV-FINDING
    ELSE
        MOVE "DIFFERENT PERSON ON EACH FILE" TO WSV-FINDING
    END-IF
    WRITE ORPHAN-RPT-RECORD FROM WS-OVERLAP-LINE.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-SWEEP-ADDRESSES -- every address record's SSN classified.
*> ---------------------------------------------------------------
3000-SWEEP-ADDRESSES.
    IF WS-ADDR-AVAILABLE = 'N'
        GO TO 3000-EXIT
    END-IF
    MOVE 'A' TO WS-CHK-FILE
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ ADDRESS-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                ADD 1 TO WS-ADDR-READ
                MOVE ADDR-SSN TO WS-CHK-SSN
                PERFORM 3500-CLASSIFY-SSN THRU 3500-EXIT
        END-READ
    END-PERFORM.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3100-SWEEP-LETTERS -- every letter-tracking record's SSN
*> classified.
*> ---------------------------------------------------------------
3100-SWEEP-LETTERS.
    IF WS-LTR-AVAILABLE = 'N'
        GO TO 3100-EXIT
    END-IF
    MOVE 'L' TO WS-CHK-FILE
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ LETTER-TRACK-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                ADD 1 TO WS-LTR-READ
                MOVE LTR-SSN TO WS-CHK-SSN
                PERFORM 3500-CLASSIFY-SSN THRU 3500-EXIT
        END-READ
    END-PERFORM.
3100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3200-SWEEP-CASES -- every suspect-SSN case's SSN classified.
*> ---------------------------------------------------------------
3200-SWEEP-CASES.
    IF WS-CASE-AVAILABLE = 'N'
        GO TO 3200-EXIT
    END-IF
    MOVE 'C' TO WS-CHK-FILE
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ SUSPECT-CASE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                ADD 1 TO WS-CASE-READ
                MOVE CASE-SSN TO WS-CHK-SSN
                PERFORM 3500-CLASSIFY-SSN THRU 3500-EXIT
        END-READ
    END-PERFORM.
3200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3500-CLASSIFY-SSN -- the satellite SSN in WS-CHK-SSN.  On the
*> master or the archive it belongs.  Otherwise it is followed down
*> the move table (a corrected SSN may have been corrected again)
*> to the SSN it ended up on; one that ended on the master or the
*> archive is a re-key.  Failing that, a delete on the journal
*> makes it a purge, and anything else is left for review.
*> ---------------------------------------------------------------
3500-CLASSIFY-SSN.
    PERFORM 3600-LOOK-UP-SSN THRU 3600-EXIT
    IF WS-ON-MASTER = 'Y' OR WS-ON-ARCHIVE = 'Y'
        GO TO 3500-EXIT
    END-IF
    MOVE SPACES TO WS-CHK-NEW-SSN
    MOVE WS-CHK-SSN TO WS-TRACE-SSN
    MOVE 'N' TO WS-TRACE-DONE
    MOVE ZERO TO WS-TRACE-HOPS
    PERFORM 3550-FOLLOW-MOVE THRU 3550-EXIT
        UNTIL WS-TRACE-DONE = 'Y'
    IF WS-TRACE-SSN NOT = WS-CHK-SSN
        MOVE WS-TRACE-SSN TO WS-CHK-NEW-SSN
    END-IF
    EVALUATE TRUE
        WHEN WS-CHK-NEW-SSN NOT = SPACES
            MOVE WS-CHK-SSN TO WS-ADD-OLD
            MOVE WS-CHK-NEW-SSN TO SSN
            MOVE 'N' TO WS-ON-MASTER
            READ SSN-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-ON-MASTER
            END-READ
            MOVE 'N' TO WS-ON-ARCHIVE
            IF WS-ARC-AVAILABLE = 'Y' AND WS-ON-MASTER = 'N'
                MOVE WS-CHK-NEW-SSN TO ARC-SSN
                READ ARCHIVE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-ON-ARCHIVE
                END-READ
            END-IF
            IF WS-ON-MASTER = 'Y' OR WS-ON-ARCHIVE = 'Y'
                MOVE "ON MOVED SSN" TO WS-CHK-FINDING
                MOVE 'R' TO WS-CHK-PLAN
                ADD 1 TO WS-MOVED-COUNT
            ELSE
                MOVE "MOVED SSN SINCE GONE" TO WS-CHK-FINDING
                MOVE 'V' TO WS-CHK-PLAN
                ADD 1 TO WS-NO-HIST-COUNT
            END-IF
        WHEN OTHER
            MOVE 'N' TO WS-FOUND
            PERFORM 1560-FIND-DELETE THRU 1560-EXIT
                VARYING WS-DEL-IDX FROM 1 BY 1
                UNTIL WS-DEL-IDX > WS-DEL-COUNT OR WS-FOUND = 'Y'
            IF WS-FOUND = 'Y'
                MOVE "DELETED FROM MASTER" TO WS-CHK-FINDING
                MOVE 'P' TO WS-CHK-PLAN
                ADD 1 TO WS-DELETED-COUNT
            ELSE
                MOVE "NO HISTORY" TO WS-CHK-FINDING
                MOVE 'V' TO WS-CHK-PLAN
                ADD 1 TO WS-NO-HIST-COUNT
            END-IF
    END-EVALUATE
    PERFORM 3700-RECORD-ORPHAN THRU 3700-EXIT.
3500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3550-FOLLOW-MOVE -- one hop down the move table from
*> WS-TRACE-SSN.  The hop limit only guards against a ring of
*> corrections.
*> ---------------------------------------------------------------
3550-FOLLOW-MOVE.
    MOVE WS-TRACE-SSN TO WS-ADD-OLD
    MOVE SPACES TO WS-ADD-NEW
    MOVE 'N' TO WS-FOUND
    PERFORM 1550-FIND-MOVE THRU 1550-EXIT
        VARYING WS-MOVE-IDX FROM 1 BY 1
        UNTIL WS-MOVE-IDX > WS-MOVE-COUNT OR WS-FOUND = 'Y'
    ADD 1 TO WS-TRACE-HOPS
    IF WS-FOUND = 'N' OR WS-TRACE-HOPS > WS-MAX-TRACE-HOPS
        MOVE 'Y' TO WS-TRACE-DONE
    ELSE
        MOVE WS-ADD-NEW TO WS-TRACE-SSN
    END-IF.
3550-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3600-LOOK-UP-SSN -- is WS-CHK-SSN on the master, or failing
*> that on the archive.
*> ---------------------------------------------------------------
3600-LOOK-UP-SSN.
    MOVE 'N' TO WS-ON-MASTER
    MOVE 'N' TO WS-ON-ARCHIVE
    MOVE WS-CHK-SSN TO SSN
    READ SSN-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-ON-MASTER
    END-READ
    IF WS-ON-MASTER = 'Y' OR WS-ARC-AVAILABLE = 'N'
        GO TO 3600-EXIT
    END-IF
    MOVE WS-CHK-SSN TO ARC-SSN
    READ ARCHIVE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-ON-ARCHIVE
    END-READ.
3600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3700-RECORD-ORPHAN -- one line on the report, and on a fixing
*> run the fix queued for after the sweeps.
*> ---------------------------------------------------------------
3700-RECORD-ORPHAN.
    PERFORM 8900-FILE-NAME THRU 8900-EXIT
    MOVE WS-FILE-NAME TO WSO-FILE
    MOVE WS-CHK-SSN TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN TO WSO-SSN
    IF WS-CHK-NEW-SSN = SPACES
        MOVE SPACES TO WSO-NEW-SSN
    ELSE
        MOVE WS-CHK-NEW-SSN TO WS-PRINT-SSN
        PERFORM 8650-MASK-SSN THRU 8650-EXIT
        MOVE WS-PRINT-SSN TO WSO-NEW-SSN
    END-IF
    MOVE WS-CHK-FINDING TO WSO-FINDING
    EVALUATE TRUE
        WHEN WS-PLAN-REKEY
            MOVE "RE-KEY" TO WSO-PLAN
        WHEN WS-PLAN-PURGE
            MOVE "PURGE" TO WSO-PLAN
        WHEN OTHER
            MOVE "REVIEW" TO WSO-PLAN
    END-EVALUATE
    WRITE ORPHAN-RPT-RECORD FROM WS-ORPHAN-LINE
    IF WS-FIX-RUN = 'N' OR WS-PLAN-REVIEW
        GO TO 3700-EXIT
    END-IF
    IF WS-FIX-COUNT < WS-FIX-MAX
        ADD 1 TO WS-FIX-COUNT
        MOVE WS-CHK-FILE    TO WS-FX-FILE (WS-FIX-COUNT)
        MOVE WS-CHK-SSN     TO WS-FX-OLD (WS-FIX-COUNT)
        MOVE WS-CHK-NEW-SSN TO WS-FX-NEW (WS-FIX-COUNT)
        MOVE WS-CHK-PLAN    TO WS-FX-PLAN (WS-FIX-COUNT)
    ELSE
        ADD 1 TO WS-FIX-OVERFLOW
    END-IF.
3700-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-APPLY-FIXES -- the queued fixes, each listed under ACTIONS
*> with what became of it.
*> ---------------------------------------------------------------
4000-APPLY-FIXES.
    MOVE "ACTIONS" TO WSS-TITLE
    WRITE ORPHAN-RPT-RECORD FROM WS-SECTION-LINE AFTER ADVANCING 2
    WRITE ORPHAN-RPT-RECORD FROM WS-ACTION-HDR-LINE
    PERFORM 4100-APPLY-ONE-FIX THRU 4100-EXIT
        VARYING WS-FIX-IDX FROM 1 BY 1
        UNTIL WS-FIX-IDX > WS-FIX-COUNT.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4100-APPLY-ONE-FIX -- a re-key writes the record under the new
*> SSN before the old one is deleted, so a failure part-way leaves
*> two copies rather than none.  A new SSN that already has its own
*> record leaves the old one a duplicate, purged if purging is on.
*> A purge copies the record to ORPHPURG.DAT before deleting it.
*> ---------------------------------------------------------------
4100-APPLY-ONE-FIX.
    MOVE WS-FX-FILE (WS-FIX-IDX) TO WS-CHK-FILE
    MOVE WS-FX-OLD (WS-FIX-IDX)  TO WS-CHK-SSN
    MOVE WS-FX-NEW (WS-FIX-IDX)  TO WS-CHK-NEW-SSN
    MOVE WS-FX-PLAN (WS-FIX-IDX) TO WS-CHK-PLAN
    MOVE SPACES TO WS-ACTION-TEXT WS-RESULT-TEXT
    PERFORM 4150-MAKE-FIX THRU 4150-EXIT
    PERFORM 4180-WRITE-ACTION-LINE THRU 4180-EXIT.
4100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4150-MAKE-FIX -- the re-key or purge for the fix in hand, or
*> the reason it was not made, left in WS-ACTION-TEXT and
*> WS-RESULT-TEXT.
*> ---------------------------------------------------------------
4150-MAKE-FIX.
    MOVE WS-CHK-SSN TO WS-SAT-KEY
    PERFORM 4200-READ-SATELLITE THRU 4200-EXIT
    IF WS-SAT-FOUND = 'N'
        MOVE "NONE"                  TO WS-ACTION-TEXT
        MOVE "RECORD NO LONGER THERE" TO WS-RESULT-TEXT
        ADD 1 TO WS-SKIPPED-COUNT
        GO TO 4150-EXIT
    END-IF
    IF WS-PLAN-PURGE
        IF WS-PURGE-OK = 'Y'
            PERFORM 4500-PURGE-RECORD THRU 4500-EXIT
        ELSE
            MOVE "NONE"                TO WS-ACTION-TEXT
            MOVE "PURGE NOT AUTHORIZED" TO WS-RESULT-TEXT
            ADD 1 TO WS-SKIPPED-COUNT
        END-IF
        GO TO 4150-EXIT
    END-IF
    IF WS-REKEY-OK = 'N'
        MOVE "NONE"                  TO WS-ACTION-TEXT
        MOVE "RE-KEY NOT AUTHORIZED" TO WS-RESULT-TEXT
        ADD 1 TO WS-SKIPPED-COUNT
        GO TO 4150-EXIT
    END-IF
    MOVE WS-CHK-NEW-SSN TO WS-SAT-KEY
    PERFORM 4210-CHECK-NEW-KEY THRU 4210-EXIT
    IF WS-SAT-FOUND = 'Y'
        IF WS-PURGE-OK = 'Y'
            PERFORM 4500-PURGE-RECORD THRU 4500-EXIT
            IF WS-SAT-DONE = 'Y'
                MOVE "DUPLICATE OF NEW SSN'S RECORD" TO WS-RESULT-TEXT
            END-IF
        ELSE
            MOVE "NONE"                     TO WS-ACTION-TEXT
            MOVE "NEW SSN ALREADY HAS ONE"  TO WS-RESULT-TEXT
            ADD 1 TO WS-SKIPPED-COUNT
        END-IF
        GO TO 4150-EXIT
    END-IF
    PERFORM 4400-REKEY-RECORD THRU 4400-EXIT.
4150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4180-WRITE-ACTION-LINE -- the fix in hand and what became of it
*> under ACTIONS on the report.
*> ---------------------------------------------------------------
4180-WRITE-ACTION-LINE.
    PERFORM 8900-FILE-NAME THRU 8900-EXIT
    MOVE WS-FILE-NAME TO WSX-FILE
    MOVE WS-CHK-SSN TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN TO WSX-SSN
    IF WS-CHK-NEW-SSN = SPACES
        MOVE SPACES TO WSX-NEW-SSN
    ELSE
        MOVE WS-CHK-NEW-SSN TO WS-PRINT-SSN
        PERFORM 8650-MASK-SSN THRU 8650-EXIT
        MOVE WS-PRINT-SSN TO WSX-NEW-SSN
    END-IF
    MOVE WS-ACTION-TEXT TO WSX-ACTION
    MOVE WS-RESULT-TEXT TO WSX-RESULT
    WRITE ORPHAN-RPT-RECORD FROM WS-ACTION-LINE.
4180-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4200-READ-SATELLITE -- the record on WS-SAT-KEY in the file
*> WS-CHK-FILE names, held in WS-HELD-IMAGE.
*> ---------------------------------------------------------------
4200-READ-SATELLITE.
    MOVE 'N' TO WS-SAT-FOUND
    MOVE SPACES TO WS-HELD-IMAGE
    EVALUATE WS-CHK-FILE
        WHEN 'A'
            MOVE WS-SAT-KEY TO ADDR-SSN
            READ ADDRESS-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-SAT-FOUND
                    MOVE ADDR-RECORD TO WS-HELD-IMAGE
            END-READ
        WHEN 'L'
            MOVE WS-SAT-KEY TO LTR-SSN
            READ LETTER-TRACK-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-SAT-FOUND
                    MOVE LTR-RECORD TO WS-HELD-IMAGE
            END-READ
        WHEN 'C'
            MOVE WS-SAT-KEY TO CASE-SSN
            READ SUSPECT-CASE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-SAT-FOUND
                    MOVE CASE-RECORD TO WS-HELD-IMAGE
            END-READ
    END-EVALUATE.
4200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4210-CHECK-NEW-KEY -- whether the file already holds a record on
*> WS-SAT-KEY, without disturbing the held image.
*> ---------------------------------------------------------------
4210-CHECK-NEW-KEY.
    MOVE 'N' TO WS-SAT-FOUND
    EVALUATE WS-CHK-FILE
        WHEN 'A'
            MOVE WS-SAT-KEY TO ADDR-SSN
            READ ADDRESS-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-SAT-FOUND
            END-READ
        WHEN 'L'
            MOVE WS-SAT-KEY TO LTR-SSN
            READ LETTER-TRACK-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-SAT-FOUND
            END-READ
        WHEN 'C'
            MOVE WS-SAT-KEY TO CASE-SSN
            READ SUSPECT-CASE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-SAT-FOUND
            END-READ
    END-EVALUATE.
4210-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4300-DELETE-SATELLITE -- deletes the record on WS-CHK-SSN from
*> the file WS-CHK-FILE names; WS-SAT-DONE says whether it went.
*> ---------------------------------------------------------------
4300-DELETE-SATELLITE.
    MOVE 'Y' TO WS-SAT-DONE
    EVALUATE WS-CHK-FILE
        WHEN 'A'
            MOVE WS-CHK-SSN TO ADDR-SSN
            DELETE ADDRESS-FILE
                INVALID KEY
                    MOVE 'N' TO WS-SAT-DONE
            END-DELETE
        WHEN 'L'
            MOVE WS-CHK-SSN TO LTR-SSN
            DELETE LETTER-TRACK-FILE
                INVALID KEY
                    MOVE 'N' TO WS-SAT-DONE
            END-DELETE
        WHEN 'C'
            MOVE WS-CHK-SSN TO CASE-SSN
            DELETE SUSPECT-CASE-FILE
                INVALID KEY
                    MOVE 'N' TO WS-SAT-DONE
            END-DELETE
    END-EVALUATE.
4300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4400-REKEY-RECORD -- the held record written under the new SSN,
*> then the old one deleted.  A moved case is stamped as touched by
*> BATCH, as every batch case writer does; who authorized the move
*> is on the AUDIT.LOG line.
*> ---------------------------------------------------------------
4400-REKEY-RECORD.
    MOVE "RE-KEY" TO WS-ACTION-TEXT
    MOVE WS-CHK-NEW-SSN TO WS-HELD-IMAGE(1:9)
    MOVE 'Y' TO WS-SAT-DONE
    EVALUATE WS-CHK-FILE
        WHEN 'A'
            MOVE WS-HELD-IMAGE TO ADDR-RECORD
            WRITE ADDR-RECORD
                INVALID KEY
                    MOVE 'N' TO WS-SAT-DONE
            END-WRITE
        WHEN 'L'
            MOVE WS-HELD-IMAGE TO LTR-RECORD
            WRITE LTR-RECORD
                INVALID KEY
                    MOVE 'N' TO WS-SAT-DONE
            END-WRITE
        WHEN 'C'
            MOVE WS-HELD-IMAGE TO CASE-RECORD
            MOVE "BATCH" TO CASE-OPERATOR
            WRITE CASE-RECORD
                INVALID KEY
                    MOVE 'N' TO WS-SAT-DONE
            END-WRITE
    END-EVALUATE
    IF WS-SAT-DONE = 'N'
        MOVE "WRITE ON NEW SSN FAILED" TO WS-RESULT-TEXT
        ADD 1 TO WS-SKIPPED-COUNT
        GO TO 4400-EXIT
    END-IF
    PERFORM 4300-DELETE-SATELLITE THRU 4300-EXIT
    IF WS-SAT-DONE = 'N'
        MOVE "OLD NOT DELETED -- ON BOTH" TO WS-RESULT-TEXT
    ELSE
        MOVE "MOVED TO NEW SSN" TO WS-RESULT-TEXT
    END-IF
    ADD 1 TO WS-REKEYED-COUNT
    MOVE SPACES TO WSL-MARK
    IF WS-CHK-FILE = 'A'
        PERFORM 4700-MOVE-BAD-MARK THRU 4700-EXIT
    END-IF
    MOVE "REKEY " TO WSL-ACTION
    MOVE " TO "   TO WSL-TO
    MOVE WS-CHK-NEW-SSN TO WSL-NEW-SSN
    PERFORM 4600-WRITE-ACTION-AUDIT THRU 4600-EXIT.
4400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4500-PURGE-RECORD -- the held record copied to ORPHPURG.DAT and
*> then deleted.
*> ---------------------------------------------------------------
4500-PURGE-RECORD.
    MOVE "PURGE" TO WS-ACTION-TEXT
    PERFORM 8900-FILE-NAME THRU 8900-EXIT
    OPEN EXTEND PURGE-FILE
    IF WS-PURGE-FILE-MISSING
        OPEN OUTPUT PURGE-FILE
        CLOSE PURGE-FILE
        OPEN EXTEND PURGE-FILE
    END-IF
    MOVE SPACES          TO PURGE-RECORD
    MOVE WS-FILE-NAME    TO PRG-FILE
    MOVE ','             TO PRG-COMMA1
    MOVE WS-RUN-DATE-ISO TO PRG-RUN-DATE
    MOVE ','             TO PRG-COMMA2
    MOVE WS-HELD-IMAGE   TO PRG-IMAGE
    WRITE PURGE-RECORD
    CLOSE PURGE-FILE
    PERFORM 4300-DELETE-SATELLITE THRU 4300-EXIT
    IF WS-SAT-DONE = 'N'
        MOVE "DELETE FAILED" TO WS-RESULT-TEXT
        ADD 1 TO WS-SKIPPED-COUNT
        GO TO 4500-EXIT
    END-IF
    MOVE "PURGED" TO WS-RESULT-TEXT
    ADD 1 TO WS-PURGED-COUNT
    MOVE SPACES TO WSL-MARK
    IF WS-CHK-FILE = 'A'
        PERFORM 4750-DROP-BAD-MARK THRU 4750-EXIT
    END-IF
    MOVE "PURGE " TO WSL-ACTION
    MOVE SPACES   TO WSL-TO
    MOVE SPACES   TO WSL-NEW-SSN
    PERFORM 4600-WRITE-ACTION-AUDIT THRU 4600-EXIT.
4500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4600-WRITE-ACTION-AUDIT -- one AUDIT.LOG line for the re-key or
*> purge just made, with who authorized it.
*> ---------------------------------------------------------------
4600-WRITE-ACTION-AUDIT.
    PERFORM 8900-FILE-NAME THRU 8900-EXIT
    MOVE WS-RUN-DATE-ISO TO WSL-RUN-DATE
    MOVE WS-FILE-NAME    TO WSL-FILE
    MOVE WS-CHK-SSN      TO WSL-OLD-SSN
    MOVE WS-FIX-AUTH-BY  TO WSL-AUTH-BY
    OPEN EXTEND AUDIT-LOG
    IF WS-AUDIT-LOG-NOT-FND
        OPEN OUTPUT AUDIT-LOG
        CLOSE AUDIT-LOG
        OPEN EXTEND AUDIT-LOG
    END-IF
    MOVE WS-ACTION-AUDIT-LINE TO AUDIT-LOG-RECORD
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG.
4600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4700-MOVE-BAD-MARK -- an undeliverable mark on the old SSN goes
*> to the new SSN with the address, its image re-keyed the same way
*> so SSN-LETTER still finds it equal to the address on file, and
*> the old mark is deleted.
*> ---------------------------------------------------------------
4700-MOVE-BAD-MARK.
    IF WS-BADA-AVAILABLE = 'N'
        GO TO 4700-EXIT
    END-IF
    MOVE WS-CHK-SSN TO BADA-SSN
    READ BAD-ADDR-FILE
        INVALID KEY
            GO TO 4700-EXIT
    END-READ
    MOVE WS-CHK-NEW-SSN TO BADA-SSN
    WRITE BADA-RECORD
        INVALID KEY
            REWRITE BADA-RECORD
    END-WRITE
    MOVE WS-CHK-SSN TO BADA-SSN
    DELETE BAD-ADDR-FILE
        INVALID KEY
            CONTINUE
    END-DELETE
    MOVE " +BADADDR MARK" TO WSL-MARK.
4700-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4750-DROP-BAD-MARK -- an undeliverable mark on a purged address
*> goes with it.
*> ---------------------------------------------------------------
4750-DROP-BAD-MARK.
    IF WS-BADA-AVAILABLE = 'N'
        GO TO 4750-EXIT
    END-IF
    MOVE WS-CHK-SSN TO BADA-SSN
    DELETE BAD-ADDR-FILE
        INVALID KEY
            GO TO 4750-EXIT
    END-DELETE
    MOVE " +BADADDR MARK" TO WSL-MARK.
4750-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-FINISH -- count lines, close, and the console summary.
*> ---------------------------------------------------------------
5000-FINISH.
    MOVE SPACES TO WSS-TITLE
    WRITE ORPHAN-RPT-RECORD FROM WS-SECTION-LINE
    MOVE "ADDRESS RECORDS READ:" TO WSC-LABEL
    MOVE WS-ADDR-READ TO WSC-COUNT
    WRITE ORPHAN-RPT-RECORD FROM WS-COUNT-LINE
    MOVE "LETTER-TRACKING RECORDS READ:" TO WSC-LABEL
    MOVE WS-LTR-READ TO WSC-COUNT
    WRITE ORPHAN-RPT-RECORD FROM WS-COUNT-LINE
    MOVE "CASE RECORDS READ:" TO WSC-LABEL
    MOVE WS-CASE-READ TO WSC-COUNT
    WRITE ORPHAN-RPT-RECORD FROM WS-COUNT-LINE
    MOVE "ARCHIVE RECORDS READ:" TO WSC-LABEL
    MOVE WS-ARC-READ TO WSC-COUNT
    WRITE ORPHAN-RPT-RECORD FROM WS-COUNT-LINE
    MOVE "ORPHANS ON A MOVED SSN:" TO WSC-LABEL
    MOVE WS-MOVED-COUNT TO WSC-COUNT
    WRITE ORPHAN-RPT-RECORD FROM WS-COUNT-LINE
    MOVE "ORPHANS ON A DELETED SSN:" TO WSC-LABEL
    MOVE WS-DELETED-COUNT TO WSC-COUNT
    WRITE ORPHAN-RPT-RECORD FROM WS-COUNT-LINE
    MOVE "ORPHANS FOR REVIEW:" TO WSC-LABEL
    MOVE WS-NO-HIST-COUNT TO WSC-COUNT
    WRITE ORPHAN-RPT-RECORD FROM WS-COUNT-LINE
    MOVE "ON BOTH MASTER AND ARCHIVE:" TO WSC-LABEL
    MOVE WS-OVERLAP-COUNT TO WSC-COUNT
    WRITE ORPHAN-RPT-RECORD FROM WS-COUNT-LINE
    IF WS-FIX-RUN = 'Y'
        MOVE "RECORDS RE-KEYED:" TO WSC-LABEL
        MOVE WS-REKEYED-COUNT TO WSC-COUNT
        WRITE ORPHAN-RPT-RECORD FROM WS-COUNT-LINE
        MOVE "RECORDS PURGED:" TO WSC-LABEL
        MOVE WS-PURGED-COUNT TO WSC-COUNT
        WRITE ORPHAN-RPT-RECORD FROM WS-COUNT-LINE
        MOVE "FIXES NOT MADE:" TO WSC-LABEL
        MOVE WS-SKIPPED-COUNT TO WSC-COUNT
        WRITE ORPHAN-RPT-RECORD FROM WS-COUNT-LINE
    END-IF
    IF WS-TABLE-OVERFLOW > ZERO OR WS-FIX-OVERFLOW > ZERO
        MOVE "*** HISTORY OR FIX TABLE FULL:" TO WSC-LABEL
        COMPUTE WSC-COUNT = WS-TABLE-OVERFLOW + WS-FIX-OVERFLOW
        WRITE ORPHAN-RPT-RECORD FROM WS-COUNT-LINE
        DISPLAY "SSN-ORPHANS: *** TABLE FULL -- RERUN AFTER THIS ONE"
            " TO PICK UP THE REST ***"
    END-IF
    CLOSE ORPHAN-RPT
    IF WS-ADDR-AVAILABLE = 'Y'
        CLOSE ADDRESS-FILE
    END-IF
    IF WS-LTR-AVAILABLE = 'Y'
        CLOSE LETTER-TRACK-FILE
    END-IF
    IF WS-CASE-AVAILABLE = 'Y'
        CLOSE SUSPECT-CASE-FILE
    END-IF
    IF WS-BADA-AVAILABLE = 'Y'
        CLOSE BAD-ADDR-FILE
    END-IF
    IF WS-ARC-AVAILABLE = 'Y'
        CLOSE ARCHIVE-FILE
    END-IF
    CLOSE SSN-FILE
    DISPLAY "SSN-ORPHANS: " WS-MOVED-COUNT " ON MOVED SSN, "
        WS-DELETED-COUNT " ON DELETED SSN, "
        WS-NO-HIST-COUNT " FOR REVIEW, "
        WS-OVERLAP-COUNT " ON BOTH FILES"
    IF WS-FIX-RUN = 'Y'
        DISPLAY "SSN-ORPHANS: " WS-REKEYED-COUNT " RE-KEYED, "
            WS-PURGED-COUNT " PURGED, " WS-SKIPPED-COUNT " NOT MADE"
    END-IF.
5000-EXIT.
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

*> ---------------------------------------------------------------
*> 8700-ACQUIRE-MASTER-LOCK -- takes ownership of the master for a
*> fixing run, so no update moves an SSN while satellites are being
*> re-keyed to it.  A lock already held says who holds it and since
*> when and the run stops, unless a supervisor placed the one-shot
*> break-lock card for a lock left behind by an abend.
*> ---------------------------------------------------------------
8700-ACQUIRE-MASTER-LOCK.
    MOVE 'N' TO WS-LOCK-HELD
    OPEN INPUT MASTER-LOCK-FILE
    IF WS-LOCK-FILE-OK
        READ MASTER-LOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                IF LCK-HOLDER NOT = SPACES
                    MOVE 'Y' TO WS-LOCK-HELD
                END-IF
        END-READ
        CLOSE MASTER-LOCK-FILE
    END-IF
    IF WS-LOCK-HELD = 'Y'
        PERFORM 8750-READ-BREAK-LOCK THRU 8750-EXIT
        IF WS-BREAK-LOCK-OK = 'Y'
            DISPLAY "SSN-ORPHANS: SUPERVISED BREAK -- TAKING LOCK FROM "
                LCK-HOLDER " HELD SINCE " LCK-STAMP
        ELSE
            DISPLAY "SSN-ORPHANS: *** MASTER LOCKED BY " LCK-HOLDER
                " SINCE " LCK-STAMP " -- RUN STOPPED ***"
            STOP RUN
        END-IF
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOCK-STAMP
    OPEN OUTPUT MASTER-LOCK-FILE
    MOVE "SSN-ORPHANS"  TO LCK-HOLDER
    MOVE ','            TO LCK-COMMA
    MOVE WS-LOCK-STAMP  TO LCK-STAMP
    WRITE LOCK-RECORD
    CLOSE MASTER-LOCK-FILE.
8700-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8750-READ-BREAK-LOCK -- the supervised one-shot break-lock.  A
*> 'Y' on LOCKOVRD.CTL lets a held lock be seized, and the card is
*> emptied on the spot so it cannot silently break the next one.
*> ---------------------------------------------------------------
8750-READ-BREAK-LOCK.
    MOVE 'N' TO WS-BREAK-LOCK-OK
    OPEN INPUT LOCK-OVRD-FILE
    IF WS-LOCK-OVRD-OK
        READ LOCK-OVRD-FILE
            NOT AT END
                IF LOCK-OVRD-RECORD = 'Y'
                    MOVE 'Y' TO WS-BREAK-LOCK-OK
                END-IF
        END-READ
        CLOSE LOCK-OVRD-FILE
        IF WS-BREAK-LOCK-OK = 'Y'
            OPEN OUTPUT LOCK-OVRD-FILE
            CLOSE LOCK-OVRD-FILE
        END-IF
    END-IF.
8750-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8800-RELEASE-MASTER-LOCK -- empties the lock file on the way
*> out, handing the master to whoever runs next.
*> ---------------------------------------------------------------
8800-RELEASE-MASTER-LOCK.
    OPEN OUTPUT MASTER-LOCK-FILE
    CLOSE MASTER-LOCK-FILE.
8800-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8900-FILE-NAME -- the satellite file WS-CHK-FILE names, as it
*> prints.
*> ---------------------------------------------------------------
8900-FILE-NAME.
    EVALUATE WS-CHK-FILE
        WHEN 'A'
            MOVE "ADDRESS"  TO WS-FILE-NAME
        WHEN 'L'
            MOVE "LTRTRACK" TO WS-FILE-NAME
        WHEN 'C'
            MOVE "SUSPCASE" TO WS-FILE-NAME
        WHEN OTHER
            MOVE SPACES     TO WS-FILE-NAME
    END-EVALUATE.
8900-EXIT.
    EXIT.
