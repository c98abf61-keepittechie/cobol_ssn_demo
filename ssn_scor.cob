*> SSN-SCORE -- feed-source data quality history and scorecard.
*> Created by Josh from KeepItTechie
*>
*> Every transaction carries the two-byte code of the feed it came
*> from (NH state new-hire, HR hospital report, DL death list, LR
*> letter response, blank keyed), but nothing added the results up
*> by source.  Run at the end of each cycle, this program reads what
*> the cycle left behind -- the drops on INTAKE.RPT, the rejects on
*> TRANREJ.DAT with their edit reasons, the applied and rejected
*> transactions on TXNLOG.RPT, and the death-list SSNs not on file
*> on DTHMATCH.RPT -- and appends tonight's counts by source, kind
*> and reason to the running history on SRCHIST.DAT (layout in
*> SRCHREC).  Each posting carries the run it came from, so running
*> this program twice for the same cycle does not count anything
*> twice.  SCORECARD.RPT then shows, for tonight, month to date and
*> the prior month, each source's volume, drops, rejects, applied
*> changes and reject rate, with its three most frequent reasons.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.
*>   2026-10-15  JJ  Room is kept at the foot of the posting and
*>                   reason tables for OTHER REASONS, so a full table
*>                   no longer relabels a real reason; postings that
*>                   still find no room are counted on the report.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-SCORE.
AUTHOR. JOSH / KEEPITTECHIE.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-DATE-FILE ASSIGN TO 'rundate.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUN-DATE-STATUS.

    SELECT RUN-STATUS-FILE ASSIGN TO 'runstat.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS RST-STEP
    FILE STATUS IS WS-RST-FILE-STATUS.

    SELECT REJECT-FILE ASSIGN TO 'tranrej.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-REJECT-STATUS.

    SELECT TXN-LOG ASSIGN TO 'txnlog.rpt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TXN-LOG-STATUS.

    SELECT INTAKE-RPT ASSIGN TO 'intake.rpt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-INTAKE-STATUS.

    SELECT MATCH-RPT ASSIGN TO 'dthmatch.rpt'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-MATCH-STATUS.

    SELECT HISTORY-FILE ASSIGN TO 'srchist.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HIST-STATUS.

    SELECT SCORECARD-RPT ASSIGN TO 'scorecard.rpt'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Run-control "date card" -- same convention SSN-CHECK uses.
FD RUN-DATE-FILE.
01 RUN-DATE-RECORD.
   05 RUN-DATE-CCYY    PIC 9(4).
   05 RUN-DATE-MM      PIC 9(2).
   05 RUN-DATE-DD      PIC 9(2).

*> Nightly-cycle run-status file -- read only, for the finish stamps
*> that identify which SSN-EDIT and SSN-UPDT run left the files.
FD RUN-STATUS-FILE.
COPY RUNREC.

*> SSN-EDIT's reject file -- the transaction image, two spaces and
*> the reason.  Only the source code and the reason are wanted.
FD REJECT-FILE.
01 REJECT-RECORD.
   05 REJ-ACTION       PIC X(1).
   05 FILLER           PIC X(120).
   05 REJ-SOURCE       PIC X(2).
   05 FILLER           PIC X(2).
   05 REJ-REASON       PIC X(30).

*> SSN-UPDT's transaction log -- one detail line per transaction,
*> status APPLIED or REJECTED; heading and trailer lines carry
*> neither.
FD TXN-LOG.
01 TXN-LOG-RECORD.
   05 TLG-ACTION       PIC X(1).
   05 FILLER           PIC X(2).
   05 TLG-SSN          PIC X(9).
   05 FILLER           PIC X(2).
   05 TLG-SOURCE       PIC X(2).
   05 FILLER           PIC X(2).
   05 TLG-STATUS       PIC X(8).
   05 FILLER           PIC X(2).
   05 TLG-REASON       PIC X(30).
   05 FILLER           PIC X(22).

*> SSN-INTAKE's report -- the heading carries the run date, each
*> dropped record is a DROPPED line with its reason, and each
*> feed's summary line follows its own drops, new-hire listing
*> first and hospital report second.
FD INTAKE-RPT.
01 INTAKE-RPT-RECORD.
   05 IRP-LEAD         PIC X(11).
   05 IRP-SSN          PIC X(9).
   05 FILLER           PIC X(2).
   05 IRP-REASON       PIC X(30).
   05 FILLER           PIC X(28).
01 INTAKE-FEED-RECORD.
   05 IFD-FEED         PIC X(22).
   05 FILLER           PIC X(58).
01 INTAKE-HDG-RECORD.
   05 FILLER           PIC X(40).
   05 IHD-RUN-DATE     PIC X(10).
   05 FILLER           PIC X(30).

*> SSN-DTHMATCH's report -- the heading carries the run date and
*> each death-list line its disposition.
FD MATCH-RPT.
01 MATCH-RPT-RECORD.
   05 FILLER           PIC X(45).
   05 DMR-DISPOSITION  PIC X(30).
   05 FILLER           PIC X(5).
01 MATCH-HDG-RECORD.
   05 FILLER           PIC X(40).
   05 MHD-RUN-DATE     PIC X(10).
   05 FILLER           PIC X(30).

*> Feed-source quality history -- layout in SRCHREC.
FD HISTORY-FILE.
COPY SRCHREC.

FD SCORECARD-RPT.
01 SCORECARD-RPT-RECORD PIC X(80).

WORKING-STORAGE SECTION.
01 WS-END-FILE         PIC X VALUE 'N'.
01 WS-RUN-DATE-STATUS  PIC XX VALUE SPACES.
   88 WS-RUN-DATE-OK          VALUE '00'.
   88 WS-RUN-DATE-NOT-FND     VALUE '35'.
01 WS-RST-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-RST-FILE-OK          VALUE '00'.
   88 WS-RST-FILE-MISSING     VALUE '35'.
01 WS-REJECT-STATUS    PIC XX VALUE SPACES.
   88 WS-REJECT-OK            VALUE '00'.
   88 WS-REJECT-MISSING       VALUE '35'.
01 WS-TXN-LOG-STATUS   PIC XX VALUE SPACES.
   88 WS-TXN-LOG-OK           VALUE '00'.
   88 WS-TXN-LOG-MISSING      VALUE '35'.
01 WS-INTAKE-STATUS    PIC XX VALUE SPACES.
   88 WS-INTAKE-OK            VALUE '00'.
   88 WS-INTAKE-MISSING       VALUE '35'.
01 WS-MATCH-STATUS     PIC XX VALUE SPACES.
   88 WS-MATCH-OK             VALUE '00'.
   88 WS-MATCH-MISSING        VALUE '35'.
01 WS-HIST-STATUS      PIC XX VALUE SPACES.
   88 WS-HIST-OK              VALUE '00'.
   88 WS-HIST-NOT-FND         VALUE '35'.

*> Full processing date, same CCYY-MM-DD convention as SSN-CHECK,
*> with the CCYY-MM of this month and the prior one for the month
*> columns.
01 WS-RUN-DATE.
   05 WS-RUN-CCYY      PIC 9(4).
   05 WS-RUN-MM        PIC 9(2).
   05 WS-RUN-DD        PIC 9(2).
01 WS-RUN-DATE-ISO     PIC X(10).
01 WS-THIS-MONTH       PIC X(7) VALUE SPACES.
01 WS-PRIOR-MONTH      PIC X(7) VALUE SPACES.
01 WS-PRIOR-CCYY       PIC 9(4).
01 WS-PRIOR-MM         PIC 9(2).

*> ---------------------------------------------------------------
*> Posting keys -- which run each input came from.  A key left
*> blank means that input is not tonight's (or is not there) and is
*> not posted; a key already found on the history is not posted
*> again.
*> ---------------------------------------------------------------
01 WS-EDIT-KEY         PIC X(14) VALUE SPACES.
01 WS-UPDT-KEY         PIC X(14) VALUE SPACES.
01 WS-INTAKE-KEY       PIC X(14) VALUE SPACES.
01 WS-MATCH-KEY        PIC X(14) VALUE SPACES.
01 WS-CUR-KEY          PIC X(14) VALUE SPACES.

*> Tonight's postings, gathered by source, kind and reason before
*> they are appended to the history.  The last WS-POST-RESERVE
*> entries are kept for the OTHER REASONS line of each source and
*> kind once the table fills.
77 WS-POST-COUNT       PIC 9(4) COMP VALUE ZERO.
77 WS-POST-IDX         PIC 9(4) COMP VALUE ZERO.
77 WS-POST-MAX         PIC 9(4) COMP VALUE 400.
77 WS-POST-RESERVE     PIC 9(4) COMP VALUE 40.
77 WS-POST-DROPPED     PIC 9(7) COMP VALUE ZERO.
77 WS-POST-FOUND       PIC 9(4) COMP VALUE ZERO.
77 WS-ROWS-WRITTEN     PIC 9(5) COMP VALUE ZERO.
01 WS-POST-TABLE.
   05 WS-POST-ENTRY    OCCURS 400 TIMES.
      10 WS-PT-SOURCE     PIC X(2).
      10 WS-PT-KIND       PIC X(1).
      10 WS-PT-REASON     PIC X(30).
      10 WS-PT-COUNT      PIC 9(7) COMP.
01 WS-CUR-SOURCE       PIC X(2) VALUE SPACES.
01 WS-CUR-KIND         PIC X(1) VALUE SPACES.
01 WS-CUR-REASON       PIC X(30) VALUE SPACES.
01 WS-INTAKE-SOURCE    PIC X(2) VALUE SPACES.

*> ---------------------------------------------------------------
*> Source codes in report order.  Codes not on the list are shown
*> as OTHER, and the last entry is the all-sources total.
*> ---------------------------------------------------------------
01 WS-SOURCE-DATA.
   05 FILLER           PIC X(10) VALUE "NHNH".
   05 FILLER           PIC X(10) VALUE "HRHR".
   05 FILLER           PIC X(10) VALUE "DLDL".
   05 FILLER           PIC X(10) VALUE "LRLR".
   05 FILLER           PIC X(10) VALUE "  KEYED".
   05 FILLER           PIC X(10) VALUE "??OTHER".
   05 FILLER           PIC X(10) VALUE "**ALL".
01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-DATA.
   05 WS-SOURCE-ENTRY  OCCURS 7 TIMES.
      10 WS-SOURCE-CODE   PIC X(2).
      10 WS-SOURCE-LABEL  PIC X(8).
77 WS-KNOWN-SOURCES    PIC 9(1) COMP VALUE 5.
77 WS-OTHER-IDX        PIC 9(1) COMP VALUE 6.
77 WS-ALL-IDX          PIC 9(1) COMP VALUE 7.

*> ---------------------------------------------------------------
*> Scorecard accumulators: period 1 tonight, 2 month to date,
*> 3 prior month; by source; with the reasons seen for drops and
*> rejects.  Reasons past the table's room are counted together
*> in the last entry, which is kept free for them.
*> ---------------------------------------------------------------
77 WS-PER-IDX          PIC 9(1) COMP VALUE ZERO.
77 WS-SRC-IDX          PIC 9(1) COMP VALUE ZERO.
77 WS-RSN-IDX          PIC 9(2) COMP VALUE ZERO.
77 WS-RSN-MAX          PIC 9(2) COMP VALUE 25.
77 WS-RSN-FOUND        PIC 9(2) COMP VALUE ZERO.
77 WS-TOP-PASS         PIC 9(1) COMP VALUE ZERO.
77 WS-BEST-IDX         PIC 9(2) COMP VALUE ZERO.
77 WS-BEST-COUNT       PIC 9(7) COMP VALUE ZERO.
01 WS-PERIOD-STATS.
   05 WS-PERIOD        OCCURS 3 TIMES.
      10 WS-PER-SOURCE    OCCURS 7 TIMES.
         15 WS-PS-DROPPED    PIC 9(7) COMP.
         15 WS-PS-EDIT-REJ   PIC 9(7) COMP.
         15 WS-PS-UPDT-REJ   PIC 9(7) COMP.
         15 WS-PS-APPLIED    PIC 9(7) COMP.
         15 WS-PS-NOT-FOUND  PIC 9(7) COMP.
         15 WS-PS-RSN-USED   PIC 9(2) COMP.
         15 WS-PS-REASON     OCCURS 25 TIMES.
            20 WS-PSR-TEXT      PIC X(30).
            20 WS-PSR-COUNT     PIC 9(7) COMP.
01 WS-TOP-WORK.
   05 WS-TOP-COUNT     PIC 9(7) COMP OCCURS 25 TIMES.
77 WS-RECEIVED         PIC 9(7) COMP VALUE ZERO.
77 WS-REJECTED         PIC 9(7) COMP VALUE ZERO.
01 WS-REJ-RATE         PIC 9(3)V9 VALUE ZERO.

01 WS-HEADING-LINE.
   05 FILLER            PIC X(30) VALUE "FEED SOURCE QUALITY SCORECARD".
   05 FILLER            PIC X(10) VALUE "RUN DATE: ".
   05 WSH-RUN-DATE      PIC X(10).
   05 FILLER            PIC X(30) VALUE SPACES.

01 WS-PERIOD-LINE.
   05 WSP-TITLE         PIC X(20).
   05 WSP-RANGE         PIC X(10).
   05 FILLER            PIC X(50) VALUE SPACES.

01 WS-COLUMN-HDR-LINE.
   05 FILLER            PIC X(8)  VALUE "SOURCE".
   05 FILLER            PIC X(9)  VALUE " RECEIVED".
   05 FILLER            PIC X(9)  VALUE "  DROPPED".
   05 FILLER            PIC X(9)  VALUE " EDIT REJ".
   05 FILLER            PIC X(9)  VALUE " UPDT REJ".
   05 FILLER            PIC X(9)  VALUE "  APPLIED".
   05 FILLER            PIC X(9)  VALUE " NOT FILE".
   05 FILLER            PIC X(7)  VALUE "  REJ %".
   05 FILLER            PIC X(11) VALUE SPACES.

01 WS-DETAIL-LINE.
   05 WSD-SOURCE        PIC X(8).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-RECEIVED      PIC ZZZ,ZZ9.
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-DROPPED       PIC ZZZ,ZZ9.
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-EDIT-REJ      PIC ZZZ,ZZ9.
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-UPDT-REJ      PIC ZZZ,ZZ9.
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-APPLIED       PIC ZZZ,ZZ9.
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-NOT-FOUND     PIC ZZZ,ZZ9.
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSD-RATE          PIC ZZ9.9.
   05 FILLER            PIC X(11) VALUE SPACES.

01 WS-REASON-LINE.
   05 FILLER            PIC X(10) VALUE SPACES.
   05 WSR-RANK          PIC 9.
   05 FILLER            PIC X(2)  VALUE ". ".
   05 WSR-REASON        PIC X(30).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSR-COUNT         PIC ZZZ,ZZ9.
   05 FILLER            PIC X(28) VALUE SPACES.

01 WS-NONE-LINE.
   05 FILLER            PIC X(10) VALUE SPACES.
   05 FILLER            PIC X(70) VALUE "NO ACTIVITY".

01 WS-TRAILER-LINE.
   05 FILLER            PIC X(28) VALUE "HISTORY LINES POSTED TONIGHT".
   05 FILLER            PIC X(2)  VALUE ": ".
   05 WST-ROWS          PIC ZZ,ZZ9.
   05 FILLER            PIC X(44) VALUE SPACES.

01 WS-DROPPED-LINE.
   05 FILLER            PIC X(28) VALUE "*** NOT POSTED, TABLE FULL".
   05 FILLER            PIC X(2)  VALUE ": ".
   05 WSX-DROPPED       PIC Z,ZZZ,ZZ9.
   05 FILLER            PIC X(41) VALUE SPACES.

01 WS-RULE-LINE.
   05 FILLER            PIC X(76) VALUE ALL "-".
   05 FILLER            PIC X(4)  VALUE SPACES.

01 WS-BLANK-LINE       PIC X(80) VALUE SPACES.
77 WS-LINES-SHOWN      PIC 9(2) COMP VALUE ZERO.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-GET-RUN-DATE THRU 1000-EXIT
    PERFORM 1100-GET-CYCLE-KEYS THRU 1100-EXIT
    PERFORM 1200-GET-REPORT-KEYS THRU 1200-EXIT
    PERFORM 2000-CHECK-POSTED THRU 2000-EXIT
    PERFORM 3000-COLLECT-REJECTS THRU 3000-EXIT
    PERFORM 3200-COLLECT-TXN-LOG THRU 3200-EXIT
    PERFORM 3400-COLLECT-INTAKE THRU 3400-EXIT
    PERFORM 3600-COLLECT-DEATH-MATCH THRU 3600-EXIT
    PERFORM 3900-APPEND-HISTORY THRU 3900-EXIT
    PERFORM 4000-LOAD-HISTORY THRU 4000-EXIT
    PERFORM 5000-PRINT-SCORECARD THRU 5000-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 1000-GET-RUN-DATE -- same run-date parameter convention as
*> SSN-CHECK; this month and the prior one as CCYY-MM for the
*> month-to-date and prior-month columns.
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
    MOVE WS-RUN-DATE-ISO(1:7) TO WS-THIS-MONTH
    IF WS-RUN-MM = 1
        COMPUTE WS-PRIOR-CCYY = WS-RUN-CCYY - 1
        MOVE 12 TO WS-PRIOR-MM
    ELSE
        MOVE WS-RUN-CCYY TO WS-PRIOR-CCYY
        COMPUTE WS-PRIOR-MM = WS-RUN-MM - 1
    END-IF
    STRING WS-PRIOR-CCYY "-" WS-PRIOR-MM
        DELIMITED BY SIZE INTO WS-PRIOR-MONTH.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-GET-CYCLE-KEYS -- TRANREJ.DAT and TXNLOG.RPT are rewritten
*> by every cycle, so they are identified by the finish stamp their
*> step left on RUNSTAT.DAT.  A step that has not finished for
*> tonight's batch date left nothing of tonight's to post.
*> ---------------------------------------------------------------
1100-GET-CYCLE-KEYS.
    OPEN INPUT RUN-STATUS-FILE
    IF WS-RST-FILE-MISSING
        DISPLAY "RUNSTAT.DAT not found -- no cycle results to post"
        GO TO 1100-EXIT
    END-IF
    MOVE "SSN-EDIT" TO RST-STEP
    READ RUN-STATUS-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF RST-BATCH-DATE = WS-RUN-DATE-ISO
                    AND RST-END-STAMP NOT = SPACES
                MOVE RST-END-STAMP TO WS-EDIT-KEY
            END-IF
    END-READ
    MOVE "SSN-UPDT" TO RST-STEP
    READ RUN-STATUS-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF RST-BATCH-DATE = WS-RUN-DATE-ISO
                    AND RST-END-STAMP NOT = SPACES
                MOVE RST-END-STAMP TO WS-UPDT-KEY
            END-IF
    END-READ
    CLOSE RUN-STATUS-FILE
    IF WS-EDIT-KEY = SPACES
        DISPLAY "SSN-SCORE: SSN-EDIT HAS NOT FINISHED FOR "
            WS-RUN-DATE-ISO " -- TRANREJ.DAT NOT POSTED"
    END-IF
    IF WS-UPDT-KEY = SPACES
        DISPLAY "SSN-SCORE: SSN-UPDT HAS NOT FINISHED FOR "
            WS-RUN-DATE-ISO " -- TXNLOG.RPT NOT POSTED"
    END-IF.
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-GET-REPORT-KEYS -- INTAKE.RPT and DTHMATCH.RPT come from
*> runs outside the cycle, once a night; each is identified by the
*> run date in its own heading and only posted when that is
*> tonight.
*> ---------------------------------------------------------------
1200-GET-REPORT-KEYS.
    OPEN INPUT INTAKE-RPT
    IF WS-INTAKE-OK
        READ INTAKE-RPT
            NOT AT END
                IF IHD-RUN-DATE = WS-RUN-DATE-ISO
                    MOVE IHD-RUN-DATE TO WS-INTAKE-KEY
                END-IF
        END-READ
        CLOSE INTAKE-RPT
    END-IF
    OPEN INPUT MATCH-RPT
    IF WS-MATCH-OK
        READ MATCH-RPT
            NOT AT END
                IF MHD-RUN-DATE = WS-RUN-DATE-ISO
                    MOVE MHD-RUN-DATE TO WS-MATCH-KEY
                END-IF
        END-READ
        CLOSE MATCH-RPT
    END-IF.
1200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-CHECK-POSTED -- any history line already carrying one of
*> tonight's keys for the same kind means that run was posted by an
*> earlier pass of this program, and its key is dropped.
*> ---------------------------------------------------------------
2000-CHECK-POSTED.
    OPEN INPUT HISTORY-FILE
    IF WS-HIST-NOT-FND
        GO TO 2000-EXIT
    END-IF
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ HISTORY-FILE
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                PERFORM 2100-CHECK-ONE-LINE THRU 2100-EXIT
        END-READ
    END-PERFORM
    CLOSE HISTORY-FILE.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2100-CHECK-ONE-LINE -- one history line: a posting key of
*> tonight's already on file takes that input out of tonight's run.
*> ---------------------------------------------------------------
2100-CHECK-ONE-LINE.
    IF SRCH-POST-KEY = SPACES
        GO TO 2100-EXIT
    END-IF
    EVALUATE TRUE
        WHEN SRCH-EDIT-REJECT AND SRCH-POST-KEY = WS-EDIT-KEY
            DISPLAY "SSN-SCORE: TRANREJ.DAT FOR " WS-EDIT-KEY
                " ALREADY POSTED"
            MOVE SPACES TO WS-EDIT-KEY
        WHEN (SRCH-UPDT-APPLIED OR SRCH-UPDT-REJECT)
                AND SRCH-POST-KEY = WS-UPDT-KEY
            DISPLAY "SSN-SCORE: TXNLOG.RPT FOR " WS-UPDT-KEY
                " ALREADY POSTED"
            MOVE SPACES TO WS-UPDT-KEY
        WHEN SRCH-INTAKE-DROP AND SRCH-POST-KEY = WS-INTAKE-KEY
            DISPLAY "SSN-SCORE: INTAKE.RPT FOR " WS-INTAKE-KEY
                " ALREADY POSTED"
            MOVE SPACES TO WS-INTAKE-KEY
        WHEN SRCH-NOT-ON-FILE AND SRCH-POST-KEY = WS-MATCH-KEY
            DISPLAY "SSN-SCORE: DTHMATCH.RPT FOR " WS-MATCH-KEY
                " ALREADY POSTED"
            MOVE SPACES TO WS-MATCH-KEY
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-COLLECT-REJECTS -- every line on TRANREJ.DAT is one edit
*> reject, charged to the source on its transaction image.
*> ---------------------------------------------------------------
3000-COLLECT-REJECTS.
    IF WS-EDIT-KEY = SPACES
        GO TO 3000-EXIT
    END-IF
    OPEN INPUT REJECT-FILE
    IF WS-REJECT-MISSING
        GO TO 3000-EXIT
    END-IF
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ REJECT-FILE
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                MOVE REJ-SOURCE TO WS-CUR-SOURCE
                MOVE 'E'        TO WS-CUR-KIND
                MOVE REJ-REASON TO WS-CUR-REASON
                PERFORM 3800-POST-ONE THRU 3800-EXIT
        END-READ
    END-PERFORM
    CLOSE REJECT-FILE.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3200-COLLECT-TXN-LOG -- every APPLIED or REJECTED detail line on
*> the transaction log, charged to its source; rejected lines keep
*> the update's reason.
*> ---------------------------------------------------------------
3200-COLLECT-TXN-LOG.
    IF WS-UPDT-KEY = SPACES
        GO TO 3200-EXIT
    END-IF
    OPEN INPUT TXN-LOG
    IF WS-TXN-LOG-MISSING
        GO TO 3200-EXIT
    END-IF
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ TXN-LOG
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                EVALUATE TLG-STATUS
                    WHEN "APPLIED"
                        MOVE TLG-SOURCE TO WS-CUR-SOURCE
                        MOVE 'A'        TO WS-CUR-KIND
                        MOVE SPACES     TO WS-CUR-REASON
                        PERFORM 3800-POST-ONE THRU 3800-EXIT
                    WHEN "REJECTED"
                        MOVE TLG-SOURCE TO WS-CUR-SOURCE
                        MOVE 'U'        TO WS-CUR-KIND
                        MOVE TLG-REASON TO WS-CUR-REASON
                        PERFORM 3800-POST-ONE THRU 3800-EXIT
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE TXN-LOG.
3200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3400-COLLECT-INTAKE -- every DROPPED line on the intake report.
*> The new-hire listing is translated first, so drops belong to NH
*> until its summary line has gone by and to HR after it.
*> ---------------------------------------------------------------
3400-COLLECT-INTAKE.
    IF WS-INTAKE-KEY = SPACES
        GO TO 3400-EXIT
    END-IF
    OPEN INPUT INTAKE-RPT
    IF WS-INTAKE-MISSING
        GO TO 3400-EXIT
    END-IF
    MOVE "NH" TO WS-INTAKE-SOURCE
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ INTAKE-RPT
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                EVALUATE TRUE
                    WHEN IFD-FEED = "STATE NEW-HIRE LISTING"
                        MOVE "HR" TO WS-INTAKE-SOURCE
                    WHEN IRP-LEAD = "  DROPPED: "
                        MOVE WS-INTAKE-SOURCE TO WS-CUR-SOURCE
                        MOVE 'I'              TO WS-CUR-KIND
                        MOVE IRP-REASON       TO WS-CUR-REASON
                        PERFORM 3800-POST-ONE THRU 3800-EXIT
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE INTAKE-RPT.
3400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3600-COLLECT-DEATH-MATCH -- every death-list SSN the match report
*> found NOT ON MASTER, charged to the death list.
*> ---------------------------------------------------------------
3600-COLLECT-DEATH-MATCH.
    IF WS-MATCH-KEY = SPACES
        GO TO 3600-EXIT
    END-IF
    OPEN INPUT MATCH-RPT
    IF WS-MATCH-MISSING
        GO TO 3600-EXIT
    END-IF
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ MATCH-RPT
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                IF DMR-DISPOSITION = "NOT ON MASTER"
                    MOVE "DL"   TO WS-CUR-SOURCE
                    MOVE 'N'    TO WS-CUR-KIND
                    MOVE SPACES TO WS-CUR-REASON
                    PERFORM 3800-POST-ONE THRU 3800-EXIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE MATCH-RPT.
3600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3800-POST-ONE -- one result into tonight's posting table: the
*> matching source/kind/reason entry is counted up, or a new entry
*> is started.  Once only the reserved room is left, a new reason
*> goes under OTHER REASONS for its own source and kind; a result
*> that cannot be placed even there is counted as not posted.
*> ---------------------------------------------------------------
3800-POST-ONE.
    MOVE ZERO TO WS-POST-FOUND
    PERFORM 3850-FIND-POST THRU 3850-EXIT
        VARYING WS-POST-IDX FROM 1 BY 1
        UNTIL WS-POST-IDX > WS-POST-COUNT OR WS-POST-FOUND > ZERO
    IF WS-POST-FOUND = ZERO
            AND WS-POST-COUNT < WS-POST-MAX - WS-POST-RESERVE
        ADD 1 TO WS-POST-COUNT
        MOVE WS-POST-COUNT TO WS-POST-FOUND
        MOVE WS-CUR-SOURCE TO WS-PT-SOURCE (WS-POST-FOUND)
        MOVE WS-CUR-KIND   TO WS-PT-KIND (WS-POST-FOUND)
        MOVE WS-CUR-REASON TO WS-PT-REASON (WS-POST-FOUND)
        MOVE ZERO          TO WS-PT-COUNT (WS-POST-FOUND)
    END-IF
    IF WS-POST-FOUND = ZERO
        MOVE "OTHER REASONS" TO WS-CUR-REASON
        PERFORM 3850-FIND-POST THRU 3850-EXIT
            VARYING WS-POST-IDX FROM 1 BY 1
            UNTIL WS-POST-IDX > WS-POST-COUNT
                OR WS-POST-FOUND > ZERO
    END-IF
    IF WS-POST-FOUND = ZERO
        IF WS-POST-COUNT < WS-POST-MAX
            ADD 1 TO WS-POST-COUNT
            MOVE WS-POST-COUNT TO WS-POST-FOUND
            MOVE WS-CUR-SOURCE TO WS-PT-SOURCE (WS-POST-FOUND)
            MOVE WS-CUR-KIND   TO WS-PT-KIND (WS-POST-FOUND)
            MOVE WS-CUR-REASON TO WS-PT-REASON (WS-POST-FOUND)
            MOVE ZERO          TO WS-PT-COUNT (WS-POST-FOUND)
        ELSE
            ADD 1 TO WS-POST-DROPPED
            GO TO 3800-EXIT
        END-IF
    END-IF
    ADD 1 TO WS-PT-COUNT (WS-POST-FOUND).
3800-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3850-FIND-POST -- one posting entry against the current source,
*> kind and reason.
*> ---------------------------------------------------------------
3850-FIND-POST.
    IF WS-PT-SOURCE (WS-POST-IDX) = WS-CUR-SOURCE
            AND WS-PT-KIND (WS-POST-IDX) = WS-CUR-KIND
            AND WS-PT-REASON (WS-POST-IDX) = WS-CUR-REASON
        MOVE WS-POST-IDX TO WS-POST-FOUND
    END-IF.
3850-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3900-APPEND-HISTORY -- tonight's postings onto the end of
*> SRCHIST.DAT, each line carrying the key of the run it came from.
*> The history is created on the first night.
*> ---------------------------------------------------------------
3900-APPEND-HISTORY.
    IF WS-POST-COUNT = ZERO
        GO TO 3900-EXIT
    END-IF
    OPEN EXTEND HISTORY-FILE
    IF WS-HIST-NOT-FND
        OPEN OUTPUT HISTORY-FILE
        CLOSE HISTORY-FILE
        OPEN EXTEND HISTORY-FILE
    END-IF
    PERFORM 3950-WRITE-ONE-POSTING THRU 3950-EXIT
        VARYING WS-POST-IDX FROM 1 BY 1
        UNTIL WS-POST-IDX > WS-POST-COUNT
    CLOSE HISTORY-FILE.
3900-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3950-WRITE-ONE-POSTING -- one posting entry as a history line,
*> under the key of the run its kind came from.
*> ---------------------------------------------------------------
3950-WRITE-ONE-POSTING.
    EVALUATE WS-PT-KIND (WS-POST-IDX)
        WHEN 'E'
            MOVE WS-EDIT-KEY   TO WS-CUR-KEY
        WHEN 'A'
        WHEN 'U'
            MOVE WS-UPDT-KEY   TO WS-CUR-KEY
        WHEN 'I'
            MOVE WS-INTAKE-KEY TO WS-CUR-KEY
        WHEN OTHER
            MOVE WS-MATCH-KEY  TO WS-CUR-KEY
    END-EVALUATE
    MOVE SPACES                      TO SRCH-RECORD
    MOVE WS-RUN-DATE-ISO             TO SRCH-BATCH-DATE
    MOVE ','                         TO SRCH-COMMA1
    MOVE WS-PT-SOURCE (WS-POST-IDX)  TO SRCH-SOURCE
    MOVE ','                         TO SRCH-COMMA2
    MOVE WS-PT-KIND (WS-POST-IDX)    TO SRCH-KIND
    MOVE ','                         TO SRCH-COMMA3
    MOVE WS-CUR-KEY                  TO SRCH-POST-KEY
    MOVE ','                         TO SRCH-COMMA4
    MOVE WS-PT-REASON (WS-POST-IDX)  TO SRCH-REASON
    MOVE ','                         TO SRCH-COMMA5
    MOVE WS-PT-COUNT (WS-POST-IDX)   TO SRCH-COUNT
    WRITE SRCH-RECORD
    ADD 1 TO WS-ROWS-WRITTEN.
3950-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-LOAD-HISTORY -- one pass over the whole history: a line
*> for tonight counts in tonight's and the month-to-date columns,
*> any other line this month (not after tonight) in month to date,
*> and a line from last month in the prior-month column.
*> ---------------------------------------------------------------
4000-LOAD-HISTORY.
    INITIALIZE WS-PERIOD-STATS
    OPEN INPUT HISTORY-FILE
    IF WS-HIST-NOT-FND
        DISPLAY "SRCHIST.DAT not found -- nothing posted yet"
        GO TO 4000-EXIT
    END-IF
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ HISTORY-FILE
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                IF SRCH-COUNT IS NUMERIC
                    PERFORM 4100-PLACE-ONE-LINE THRU 4100-EXIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE HISTORY-FILE.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4100-PLACE-ONE-LINE -- one history line into each period its
*> batch date falls in.
*> ---------------------------------------------------------------
4100-PLACE-ONE-LINE.
    IF SRCH-BATCH-DATE = WS-RUN-DATE-ISO
        MOVE 1 TO WS-PER-IDX
        PERFORM 4200-ADD-TO-PERIOD THRU 4200-EXIT
    END-IF
    IF SRCH-BATCH-DATE(1:7) = WS-THIS-MONTH
            AND SRCH-BATCH-DATE NOT > WS-RUN-DATE-ISO
        MOVE 2 TO WS-PER-IDX
        PERFORM 4200-ADD-TO-PERIOD THRU 4200-EXIT
    END-IF
    IF SRCH-BATCH-DATE(1:7) = WS-PRIOR-MONTH
        MOVE 3 TO WS-PER-IDX
        PERFORM 4200-ADD-TO-PERIOD THRU 4200-EXIT
    END-IF.
4100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4200-ADD-TO-PERIOD -- the history line into period WS-PER-IDX,
*> under its own source and under the all-sources total.
*> ---------------------------------------------------------------
4200-ADD-TO-PERIOD.
    MOVE ZERO TO WS-SRC-IDX
    PERFORM 4250-MATCH-SOURCE THRU 4250-EXIT
        VARYING WS-RSN-IDX FROM 1 BY 1
        UNTIL WS-RSN-IDX > WS-KNOWN-SOURCES OR WS-SRC-IDX > ZERO
    IF WS-SRC-IDX = ZERO
        MOVE WS-OTHER-IDX TO WS-SRC-IDX
    END-IF
    PERFORM 4300-ADD-COUNTS THRU 4300-EXIT
    MOVE WS-ALL-IDX TO WS-SRC-IDX
    PERFORM 4300-ADD-COUNTS THRU 4300-EXIT.
4200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4250-MATCH-SOURCE -- one report source code against the history
*> line's source.
*> ---------------------------------------------------------------
4250-MATCH-SOURCE.
    IF WS-SOURCE-CODE (WS-RSN-IDX) = SRCH-SOURCE
        MOVE WS-RSN-IDX TO WS-SRC-IDX
    END-IF.
4250-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4300-ADD-COUNTS -- the line's count into the right column for
*> WS-PER-IDX / WS-SRC-IDX; drops and rejects also count under
*> their reason.
*> ---------------------------------------------------------------
4300-ADD-COUNTS.
    EVALUATE TRUE
        WHEN SRCH-INTAKE-DROP
            ADD SRCH-COUNT TO WS-PS-DROPPED (WS-PER-IDX, WS-SRC-IDX)
        WHEN SRCH-EDIT-REJECT
            ADD SRCH-COUNT TO WS-PS-EDIT-REJ (WS-PER-IDX, WS-SRC-IDX)
        WHEN SRCH-UPDT-REJECT
            ADD SRCH-COUNT TO WS-PS-UPDT-REJ (WS-PER-IDX, WS-SRC-IDX)
        WHEN SRCH-UPDT-APPLIED
            ADD SRCH-COUNT TO WS-PS-APPLIED (WS-PER-IDX, WS-SRC-IDX)
            GO TO 4300-EXIT
        WHEN SRCH-NOT-ON-FILE
            ADD SRCH-COUNT TO WS-PS-NOT-FOUND (WS-PER-IDX, WS-SRC-IDX)
            GO TO 4300-EXIT
        WHEN OTHER
            GO TO 4300-EXIT
    END-EVALUATE
    MOVE ZERO TO WS-RSN-FOUND
    PERFORM 4350-FIND-REASON THRU 4350-EXIT
        VARYING WS-RSN-IDX FROM 1 BY 1
        UNTIL WS-RSN-IDX > WS-PS-RSN-USED (WS-PER-IDX, WS-SRC-IDX)
            OR WS-RSN-FOUND > ZERO
    IF WS-RSN-FOUND = ZERO
        IF WS-PS-RSN-USED (WS-PER-IDX, WS-SRC-IDX) < WS-RSN-MAX - 1
                AND SRCH-REASON NOT = "OTHER REASONS"
            ADD 1 TO WS-PS-RSN-USED (WS-PER-IDX, WS-SRC-IDX)
            MOVE WS-PS-RSN-USED (WS-PER-IDX, WS-SRC-IDX)
                TO WS-RSN-FOUND
            MOVE SRCH-REASON
                TO WS-PSR-TEXT (WS-PER-IDX, WS-SRC-IDX, WS-RSN-FOUND)
        ELSE
            MOVE WS-RSN-MAX TO WS-RSN-FOUND
            MOVE "OTHER REASONS"
                TO WS-PSR-TEXT (WS-PER-IDX, WS-SRC-IDX, WS-RSN-FOUND)
        END-IF
    END-IF
    ADD SRCH-COUNT
        TO WS-PSR-COUNT (WS-PER-IDX, WS-SRC-IDX, WS-RSN-FOUND).
4300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4350-FIND-REASON -- one reason entry of the period and source
*> against the history line's reason.
*> ---------------------------------------------------------------
4350-FIND-REASON.
    IF WS-PSR-TEXT (WS-PER-IDX, WS-SRC-IDX, WS-RSN-IDX) = SRCH-REASON
        MOVE WS-RSN-IDX TO WS-RSN-FOUND
    END-IF.
4350-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-PRINT-SCORECARD -- the three periods one after another.
*> ---------------------------------------------------------------
5000-PRINT-SCORECARD.
    OPEN OUTPUT SCORECARD-RPT
    MOVE WS-RUN-DATE-ISO TO WSH-RUN-DATE
    WRITE SCORECARD-RPT-RECORD FROM WS-HEADING-LINE
    PERFORM 5100-PRINT-PERIOD THRU 5100-EXIT
        VARYING WS-PER-IDX FROM 1 BY 1
        UNTIL WS-PER-IDX > 3
    WRITE SCORECARD-RPT-RECORD FROM WS-BLANK-LINE
    MOVE WS-ROWS-WRITTEN TO WST-ROWS
    WRITE SCORECARD-RPT-RECORD FROM WS-TRAILER-LINE
    IF WS-POST-DROPPED > ZERO
        MOVE WS-POST-DROPPED TO WSX-DROPPED
        WRITE SCORECARD-RPT-RECORD FROM WS-DROPPED-LINE
        DISPLAY "SSN-SCORE: *** POSTING TABLE FULL -- " WS-POST-DROPPED
            " RESULT(S) NOT POSTED ***"
    END-IF
    CLOSE SCORECARD-RPT.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5100-PRINT-PERIOD -- title, column heads and a line per source
*> for period WS-PER-IDX.
*> ---------------------------------------------------------------
5100-PRINT-PERIOD.
    WRITE SCORECARD-RPT-RECORD FROM WS-BLANK-LINE
    EVALUATE WS-PER-IDX
        WHEN 1
            MOVE "TONIGHT"         TO WSP-TITLE
            MOVE WS-RUN-DATE-ISO   TO WSP-RANGE
        WHEN 2
            MOVE "MONTH TO DATE"   TO WSP-TITLE
            MOVE WS-THIS-MONTH     TO WSP-RANGE
        WHEN OTHER
            MOVE "PRIOR MONTH"     TO WSP-TITLE
            MOVE WS-PRIOR-MONTH    TO WSP-RANGE
    END-EVALUATE
    WRITE SCORECARD-RPT-RECORD FROM WS-PERIOD-LINE
    WRITE SCORECARD-RPT-RECORD FROM WS-COLUMN-HDR-LINE
    MOVE ZERO TO WS-LINES-SHOWN
    PERFORM 5200-PRINT-SOURCE THRU 5200-EXIT
        VARYING WS-SRC-IDX FROM 1 BY 1
        UNTIL WS-SRC-IDX > WS-ALL-IDX
    IF WS-LINES-SHOWN = ZERO
        WRITE SCORECARD-RPT-RECORD FROM WS-NONE-LINE
    END-IF.
5100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5200-PRINT-SOURCE -- one source's line for the period, skipped
*> when the source sent nothing.  Received is everything that
*> reached a verdict: dropped at intake, rejected at edit, or
*> applied or rejected at update; the reject rate is the dropped
*> and rejected share of it.  Death-list SSNs not on file never
*> become transactions and are shown beside the rate, not in it.
*> ---------------------------------------------------------------
5200-PRINT-SOURCE.
    COMPUTE WS-REJECTED =
          WS-PS-DROPPED (WS-PER-IDX, WS-SRC-IDX)
        + WS-PS-EDIT-REJ (WS-PER-IDX, WS-SRC-IDX)
        + WS-PS-UPDT-REJ (WS-PER-IDX, WS-SRC-IDX)
    COMPUTE WS-RECEIVED =
          WS-REJECTED + WS-PS-APPLIED (WS-PER-IDX, WS-SRC-IDX)
    IF WS-RECEIVED = ZERO
            AND WS-PS-NOT-FOUND (WS-PER-IDX, WS-SRC-IDX) = ZERO
        GO TO 5200-EXIT
    END-IF
    IF WS-SRC-IDX = WS-ALL-IDX
        WRITE SCORECARD-RPT-RECORD FROM WS-RULE-LINE
    END-IF
    ADD 1 TO WS-LINES-SHOWN
    IF WS-RECEIVED > ZERO
        COMPUTE WS-REJ-RATE ROUNDED =
            WS-REJECTED * 100 / WS-RECEIVED
    ELSE
        MOVE ZERO TO WS-REJ-RATE
    END-IF
    MOVE WS-SOURCE-LABEL (WS-SRC-IDX) TO WSD-SOURCE
    MOVE WS-RECEIVED TO WSD-RECEIVED
    MOVE WS-PS-DROPPED (WS-PER-IDX, WS-SRC-IDX)   TO WSD-DROPPED
    MOVE WS-PS-EDIT-REJ (WS-PER-IDX, WS-SRC-IDX)  TO WSD-EDIT-REJ
    MOVE WS-PS-UPDT-REJ (WS-PER-IDX, WS-SRC-IDX)  TO WSD-UPDT-REJ
    MOVE WS-PS-APPLIED (WS-PER-IDX, WS-SRC-IDX)   TO WSD-APPLIED
    MOVE WS-PS-NOT-FOUND (WS-PER-IDX, WS-SRC-IDX) TO WSD-NOT-FOUND
    MOVE WS-REJ-RATE TO WSD-RATE
    WRITE SCORECARD-RPT-RECORD FROM WS-DETAIL-LINE
    PERFORM 5300-LOAD-TOP-WORK THRU 5300-EXIT
        VARYING WS-RSN-IDX FROM 1 BY 1
        UNTIL WS-RSN-IDX > WS-RSN-MAX
    PERFORM 5400-PRINT-TOP-REASON THRU 5400-EXIT
        VARYING WS-TOP-PASS FROM 1 BY 1
        UNTIL WS-TOP-PASS > 3.
5200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5300-LOAD-TOP-WORK -- one reason count copied to the work table
*> the top-three passes pick from.
*> ---------------------------------------------------------------
5300-LOAD-TOP-WORK.
    MOVE WS-PSR-COUNT (WS-PER-IDX, WS-SRC-IDX, WS-RSN-IDX)
        TO WS-TOP-COUNT (WS-RSN-IDX).
5300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5400-PRINT-TOP-REASON -- the largest reason not yet printed for
*> this source, then zeroed in the work table so the next pass
*> finds the one after it.
*> ---------------------------------------------------------------
5400-PRINT-TOP-REASON.
    MOVE ZERO TO WS-BEST-IDX
    MOVE ZERO TO WS-BEST-COUNT
    PERFORM 5450-FIND-BEST THRU 5450-EXIT
        VARYING WS-RSN-IDX FROM 1 BY 1
        UNTIL WS-RSN-IDX > WS-RSN-MAX
    IF WS-BEST-IDX = ZERO
        GO TO 5400-EXIT
    END-IF
    MOVE WS-TOP-PASS TO WSR-RANK
    MOVE WS-PSR-TEXT (WS-PER-IDX, WS-SRC-IDX, WS-BEST-IDX)
        TO WSR-REASON
    MOVE WS-BEST-COUNT TO WSR-COUNT
    WRITE SCORECARD-RPT-RECORD FROM WS-REASON-LINE
    MOVE ZERO TO WS-TOP-COUNT (WS-BEST-IDX).
5400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5450-FIND-BEST -- one work-table count against the largest seen
*> so far this pass.
*> ---------------------------------------------------------------
5450-FIND-BEST.
    IF WS-TOP-COUNT (WS-RSN-IDX) > WS-BEST-COUNT
        MOVE WS-TOP-COUNT (WS-RSN-IDX) TO WS-BEST-COUNT
        MOVE WS-RSN-IDX TO WS-BEST-IDX
    END-IF.
5450-EXIT.
    EXIT.
