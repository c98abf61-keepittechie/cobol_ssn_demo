*>                   one-shot override on OVERRIDE.CTL.  Reads
*>                   RUNDATE.DAT for the batch date, same
*>                   convention as SSN-CHECK.
*>   2026-10-15  JJ  Warehouse acknowledgment and resend: the K
*>                   control record now carries the batch date
*>                   last, each delta shipped is kept as
*>                   DELTA<ccyymmdd>.DAT and logged on DELTALOG.DAT
*>                   with its counts, and the next run reads the
*>                   warehouse's DELTAACK.DAT back and ties its
*>                   counts to the K record sent.  A rejected,
*>                   missing or out-of-balance acknowledgment holds
*>                   the extract (verdict H on RUNSTAT.DAT, snapshots
*>                   left alone so no change is lost) until the
*>                   warehouse is reconciled or a supervisor places
*>                   the override card.  A batch date on DELTARSD.CTL
*>                   rebuilds that night's DELTA.DAT from the kept
*>                   copy and resends it instead of extracting.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-DELTA.
    SELECT DELTA-FILE ASSIGN TO 'delta.dat'
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT DELTA-KEEP-FILE ASSIGN TO DYNAMIC WS-KEEP-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-KEEP-FILE-STATUS.

    SELECT DELTA-LOG ASSIGN TO 'deltalog.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DELTA-LOG-STATUS.

    SELECT ACK-FILE ASSIGN TO 'deltaack.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ACK-FILE-STATUS.

    SELECT RESEND-CTL-FILE ASSIGN TO 'deltarsd.ctl'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RESEND-STATUS.

    SELECT ADDRESS-FILE ASSIGN TO 'address.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
*> carry the before image and the after image; X, Y and Z do the
*> same for the 75-byte address record.  The final K control record
*> carries the master add/change/delete counts followed by the
*> address add/change/delete counts, the move count and the batch
*> date.
FD DELTA-FILE.
01 DELTA-RECORD          PIC X(155).

*> Kept copy of a shipped delta, DELTA<ccyymmdd>.DAT -- the same
*> records, so a past night can be rebuilt and resent.
FD DELTA-KEEP-FILE.
01 DELTA-KEEP-RECORD.
   05 KEEP-TYPE        PIC X(1).
   05 FILLER           PIC X(154).

*> Delta shipment log -- one line per delta shipped (S) or resent
*> (R), and per acknowledgment checked: A accepted and balanced,
*> H held (the note says why).  The counts are the K record's for
*> S and R lines and the warehouse's for A and H lines.
FD DELTA-LOG.
01 DELTA-LOG-RECORD.
   05 DLG-KIND         PIC X(1).
      88 DLG-SHIPPED          VALUE 'S'.
      88 DLG-RESENT           VALUE 'R'.
      88 DLG-ACKED            VALUE 'A'.
      88 DLG-HELD             VALUE 'H'.
   05 DLG-COMMA1       PIC X.
   05 DLG-BATCH-DATE   PIC X(10).
   05 DLG-COMMA2       PIC X.
   05 DLG-STAMP        PIC X(14).
   05 DLG-COMMA3       PIC X.
   05 DLG-COUNTS       PIC X(55).
   05 DLG-COMMA4       PIC X.
   05 DLG-NOTE         PIC X(30).

*> Warehouse acknowledgment of the last delta loaded: its batch
*> date, A accepted or R rejected, the seven counts as loaded in K
*> record order and shape, and the warehouse's reason text.
FD ACK-FILE.
01 ACK-RECORD.
   05 ACK-BATCH-DATE   PIC X(10).
   05 ACK-COMMA1       PIC X.
   05 ACK-STATUS       PIC X(1).
      88 ACK-ACCEPTED         VALUE 'A'.
      88 ACK-REJECTED         VALUE 'R'.
   05 ACK-COMMA2       PIC X.
   05 ACK-COUNTS       PIC X(55).
   05 ACK-COMMA3       PIC X.
   05 ACK-REASON       PIC X(40).

*> Resend card -- the batch date (CCYY-MM-DD) of a past delta to
*> rebuild and send again; emptied once the resend is done.
FD RESEND-CTL-FILE.
01 RESEND-CTL-RECORD.
   05 RSD-BATCH-DATE   PIC X(10).

*> Mailing address alongside the master, keyed on the same SSN --
*> layout shared through ADDRREC with SSN-MAINT and SSN-UPDT, which
*> maintain it.  Read here in key order for the balanced-line pass.
01 WS-DELTA-CTL-LINE.
   05 WSD-CTL-TYPE     PIC X  VALUE "K".
   05 FILLER           PIC X  VALUE ",".
   05 WSD-CTL-COUNTS.
      10 WSD-CTL-ADDS     PIC 9(7).
      10 FILLER           PIC X  VALUE ",".
      10 WSD-CTL-CHANGES  PIC 9(7).
      10 FILLER           PIC X  VALUE ",".
      10 WSD-CTL-DELETES  PIC 9(7).
      10 FILLER           PIC X  VALUE ",".
      10 WSD-CTL-ADR-ADDS PIC 9(7).
      10 FILLER           PIC X  VALUE ",".
      10 WSD-CTL-ADR-CHGS PIC 9(7).
      10 FILLER           PIC X  VALUE ",".
      10 WSD-CTL-ADR-DELS PIC 9(7).
      10 FILLER           PIC X  VALUE ",".
      10 WSD-CTL-MOVES    PIC 9(7).
   05 FILLER           PIC X  VALUE ",".
   05 WSD-CTL-BATCH-DATE PIC X(10).

*> ---------------------------------------------------------------
*> SSN-move working storage.
   05 FILLER           PIC X  VALUE ",".
   05 WSA-CHG-AFTER    PIC X(75).

*> ---------------------------------------------------------------
*> Warehouse acknowledgment and resend working storage.
*> ---------------------------------------------------------------
01 WS-KEEP-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-KEEP-FILE-OK         VALUE '00'.
   88 WS-KEEP-FILE-MISSING    VALUE '35'.
01 WS-DELTA-LOG-STATUS PIC XX VALUE SPACES.
   88 WS-DELTA-LOG-OK         VALUE '00'.
   88 WS-DELTA-LOG-MISSING    VALUE '35'.
01 WS-ACK-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-ACK-FILE-OK          VALUE '00'.
   88 WS-ACK-FILE-MISSING     VALUE '35'.
01 WS-RESEND-STATUS    PIC XX VALUE SPACES.
   88 WS-RESEND-OK            VALUE '00'.
   88 WS-RESEND-NOT-FND       VALUE '35'.

*> Kept-copy file name, DELTA<ccyymmdd>.DAT, for the batch date in
*> WS-KEEP-DATE.
01 WS-KEEP-NAME        PIC X(20) VALUE SPACES.
01 WS-KEEP-DATE        PIC X(10) VALUE SPACES.

*> The last delta shipped or resent, per the shipment log, and
*> whether the warehouse has acknowledged it in balance.
01 WS-SENT-FOUND       PIC X VALUE 'N'.
01 WS-SENT-ACKED       PIC X VALUE 'N'.
01 WS-SENT-DATE        PIC X(10) VALUE SPACES.
01 WS-SENT-COUNTS      PIC X(55) VALUE SPACES.
01 WS-ACK-HOLD         PIC X(30) VALUE SPACES.
01 WS-ACK-TEXT         PIC X(40) VALUE SPACES.
01 WS-LOG-EOF          PIC X VALUE 'N'.

*> One shipment-log line to write -- filled in by the caller of
*> 8700-WRITE-DELTA-LOG.
01 WS-LOG-KIND         PIC X(1) VALUE SPACE.
01 WS-LOG-DATE         PIC X(10) VALUE SPACES.
01 WS-LOG-COUNTS       PIC X(55) VALUE SPACES.
01 WS-LOG-NOTE         PIC X(30) VALUE SPACES.

*> Resend: the night asked for, and the K record its kept copy
*> closed with, checked against a recount of the records.
01 WS-RESEND-DATE      PIC X(10) VALUE SPACES.
01 WS-RESEND-FOUND     PIC X VALUE 'N'.
01 WS-KEPT-CTL-LINE.
   05 KPT-TYPE         PIC X.
   05 FILLER           PIC X.
   05 KPT-COUNTS       PIC X(55).
   05 FILLER           PIC X.
   05 KPT-BATCH-DATE   PIC X(10).
77 WS-RESEND-RECORDS   PIC 9(7) COMP VALUE ZERO.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
    PERFORM 1000-CHECK-RESEND THRU 1000-EXIT
    PERFORM 8000-RUN-CONTROL-START THRU 8000-EXIT
    PERFORM 2000-MATCH-FILES THRU 2000-EXIT
    PERFORM 2500-MATCH-ADDRESSES THRU 2500-EXIT
    PERFORM 2850-SHIP-MOVES THRU 2850-EXIT
    PERFORM 2900-WRITE-CONTROL THRU 2900-EXIT
    PERFORM 2950-KEEP-DELTA-COPY THRU 2950-EXIT
    PERFORM 3000-REFRESH-SNAPSHOT THRU 3000-EXIT
    PERFORM 3500-REFRESH-ADDR-SNAPSHOT THRU 3500-EXIT
    PERFORM 3600-LOG-SHIPMENT THRU 3600-EXIT
    MOVE WS-ADD-COUNT TO WS-COUNT-EDITED
    DISPLAY "SSN-DELTA: ADDS " WS-COUNT-EDITED WITH NO ADVANCING
    MOVE WS-CHANGE-COUNT TO WS-COUNT-EDITED
0900-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1000-CHECK-RESEND -- a batch date on DELTARSD.CTL turns this run
*> into a resend of that night's delta and nothing more.  DELTA.DAT
*> is rebuilt from the kept copy, every record recounted and the K
*> record rebuilt from the recount, which has to tie to the K record
*> the kept copy closed with.  The resend is logged -- it is now the
*> delta the warehouse owes an acknowledgment for -- and the card is
*> emptied.  The snapshots and the run-status file are not touched.
*> A night never shipped, a kept copy gone, or one that no longer
*> balances stops the run with the card left in place.
*> ---------------------------------------------------------------
1000-CHECK-RESEND.
    OPEN INPUT RESEND-CTL-FILE
    IF NOT WS-RESEND-OK
        GO TO 1000-EXIT
    END-IF
    MOVE SPACES TO RESEND-CTL-RECORD
    READ RESEND-CTL-FILE
        AT END
            MOVE SPACES TO RESEND-CTL-RECORD
    END-READ
    CLOSE RESEND-CTL-FILE
    IF RSD-BATCH-DATE = SPACES
        GO TO 1000-EXIT
    END-IF
    MOVE RSD-BATCH-DATE TO WS-RESEND-DATE
    PERFORM 1050-FIND-SHIPPED-DATE THRU 1050-EXIT
    IF WS-RESEND-FOUND NOT = 'Y'
        DISPLAY "SSN-DELTA: NO DELTA WAS SHIPPED FOR " WS-RESEND-DATE
            " -- NOTHING RESENT"
        STOP RUN
    END-IF
    MOVE WS-RESEND-DATE TO WS-KEEP-DATE
    PERFORM 8800-BUILD-KEEP-NAME THRU 8800-EXIT
    OPEN INPUT DELTA-KEEP-FILE
    IF NOT WS-KEEP-FILE-OK
        DISPLAY "SSN-DELTA: KEPT COPY " WS-KEEP-NAME
            " NOT FOUND -- NOTHING RESENT"
        STOP RUN
    END-IF
    MOVE SPACES TO WS-KEPT-CTL-LINE
    OPEN OUTPUT DELTA-FILE
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ DELTA-KEEP-FILE
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                PERFORM 1060-RESEND-ONE-RECORD THRU 1060-EXIT
        END-READ
    END-PERFORM
    CLOSE DELTA-KEEP-FILE
    MOVE WS-ADD-COUNT     TO WSD-CTL-ADDS
    MOVE WS-CHANGE-COUNT  TO WSD-CTL-CHANGES
    MOVE WS-DELETE-COUNT  TO WSD-CTL-DELETES
    MOVE WS-ADR-ADD-COUNT TO WSD-CTL-ADR-ADDS
    MOVE WS-ADR-CHG-COUNT TO WSD-CTL-ADR-CHGS
    MOVE WS-ADR-DEL-COUNT TO WSD-CTL-ADR-DELS
    MOVE WS-MOVE-COUNT    TO WSD-CTL-MOVES
    MOVE WS-RESEND-DATE   TO WSD-CTL-BATCH-DATE
    IF KPT-TYPE NOT = 'K' OR KPT-COUNTS NOT = WSD-CTL-COUNTS
        CLOSE DELTA-FILE
        OPEN OUTPUT DELTA-FILE
        CLOSE DELTA-FILE
        DISPLAY "SSN-DELTA: KEPT COPY " WS-KEEP-NAME
            " DOES NOT BALANCE TO ITS K RECORD -- NOTHING RESENT"
        STOP RUN
    END-IF
    WRITE DELTA-RECORD FROM WS-DELTA-CTL-LINE
    CLOSE DELTA-FILE
    MOVE 'R'             TO WS-LOG-KIND
    MOVE WS-RESEND-DATE  TO WS-LOG-DATE
    MOVE WSD-CTL-COUNTS  TO WS-LOG-COUNTS
    MOVE "RESENT FROM KEPT COPY" TO WS-LOG-NOTE
    PERFORM 8700-WRITE-DELTA-LOG THRU 8700-EXIT
    OPEN OUTPUT RESEND-CTL-FILE
    CLOSE RESEND-CTL-FILE
    MOVE WS-RESEND-RECORDS TO WS-COUNT-EDITED
    DISPLAY "SSN-DELTA: DELTA FOR " WS-RESEND-DATE " RESENT FROM "
        WS-KEEP-NAME " -- " WS-COUNT-EDITED " RECORDS PLUS K"
    STOP RUN.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1050-FIND-SHIPPED-DATE -- the shipment log has to show a delta
*> shipped for the batch date asked to be resent.
*> ---------------------------------------------------------------
1050-FIND-SHIPPED-DATE.
    MOVE 'N' TO WS-RESEND-FOUND
    OPEN INPUT DELTA-LOG
    IF NOT WS-DELTA-LOG-OK
        GO TO 1050-EXIT
    END-IF
    MOVE 'N' TO WS-LOG-EOF
    PERFORM UNTIL WS-LOG-EOF = 'Y'
        READ DELTA-LOG
            AT END
                MOVE 'Y' TO WS-LOG-EOF
            NOT AT END
                IF DLG-SHIPPED AND DLG-BATCH-DATE = WS-RESEND-DATE
                    MOVE 'Y' TO WS-RESEND-FOUND
                END-IF
        END-READ
    END-PERFORM
    CLOSE DELTA-LOG.
1050-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1060-RESEND-ONE-RECORD -- one kept record back onto DELTA.DAT,
*> counted by type; the kept K record is held for the balance check
*> and replaced by one built from the recount.
*> ---------------------------------------------------------------
1060-RESEND-ONE-RECORD.
    IF KEEP-TYPE = 'K'
        MOVE DELTA-KEEP-RECORD TO WS-KEPT-CTL-LINE
        GO TO 1060-EXIT
    END-IF
    WRITE DELTA-RECORD FROM DELTA-KEEP-RECORD
    ADD 1 TO WS-RESEND-RECORDS
    EVALUATE KEEP-TYPE
        WHEN 'A'
            ADD 1 TO WS-ADD-COUNT
        WHEN 'C'
            ADD 1 TO WS-CHANGE-COUNT
        WHEN 'D'
            ADD 1 TO WS-DELETE-COUNT
        WHEN 'X'
            ADD 1 TO WS-ADR-ADD-COUNT
        WHEN 'Y'
            ADD 1 TO WS-ADR-CHG-COUNT
        WHEN 'Z'
            ADD 1 TO WS-ADR-DEL-COUNT
        WHEN 'M'
            ADD 1 TO WS-MOVE-COUNT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
1060-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-MATCH-FILES -- the balanced-line match.  Both files are in
*> SSN order: a key only on the master is an add, a key only on the

*> ---------------------------------------------------------------
*> 2900-WRITE-CONTROL -- the K control record closing out the
*> delta: master counts first, address counts after, then the move
*> count and the batch date the delta was extracted under.
*> ---------------------------------------------------------------
2900-WRITE-CONTROL.
    MOVE WS-ADD-COUNT     TO WSD-CTL-ADDS
    MOVE WS-ADR-CHG-COUNT TO WSD-CTL-ADR-CHGS
    MOVE WS-ADR-DEL-COUNT TO WSD-CTL-ADR-DELS
    MOVE WS-MOVE-COUNT    TO WSD-CTL-MOVES
    MOVE WS-RUN-DATE-ISO  TO WSD-CTL-BATCH-DATE
    WRITE DELTA-RECORD FROM WS-DELTA-CTL-LINE
    CLOSE DELTA-FILE.
2900-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2950-KEEP-DELTA-COPY -- tonight's delta, K record and all, is
*> copied to DELTA<ccyymmdd>.DAT so it can be resent by batch date
*> after the snapshots have moved on.
*> ---------------------------------------------------------------
2950-KEEP-DELTA-COPY.
    MOVE WS-RUN-DATE-ISO TO WS-KEEP-DATE
    PERFORM 8800-BUILD-KEEP-NAME THRU 8800-EXIT
    OPEN INPUT DELTA-FILE
    OPEN OUTPUT DELTA-KEEP-FILE
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ DELTA-FILE
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                WRITE DELTA-KEEP-RECORD FROM DELTA-RECORD
        END-READ
    END-PERFORM
    CLOSE DELTA-KEEP-FILE
    CLOSE DELTA-FILE.
2950-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-READ-MASTER -- next master record, key HIGH-VALUES at end.
*> ---------------------------------------------------------------
3500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3600-LOG-SHIPMENT -- tonight's delta goes on the shipment log
*> with its K counts; it is the delta the next run expects the
*> warehouse to have acknowledged.
*> ---------------------------------------------------------------
3600-LOG-SHIPMENT.
    MOVE 'S'             TO WS-LOG-KIND
    MOVE WS-RUN-DATE-ISO TO WS-LOG-DATE
    MOVE WSD-CTL-COUNTS  TO WS-LOG-COUNTS
    MOVE SPACES          TO WS-LOG-NOTE
    PERFORM 8700-WRITE-DELTA-LOG THRU 8700-EXIT.
3600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8000-RUN-CONTROL-START -- refuses to start until the predecessor
*> step finished clean for tonight's batch date, then stamps this
        OPEN I-O RUN-STATUS-FILE
    END-IF
    PERFORM 8100-CHECK-PREDECESSOR THRU 8100-EXIT
    PERFORM 8300-CHECK-WAREHOUSE-ACK THRU 8300-EXIT
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RST-STAMP
    MOVE WS-THIS-STEP    TO RST-STEP
    MOVE ','             TO RST-COMMA1
8200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8300-CHECK-WAREHOUSE-ACK -- the last delta shipped has to come
*> back acknowledged before another one goes out.  DELTAACK.DAT has
*> to be for that delta's batch date, accepted, and carry the same
*> seven counts as the K record sent.  A balanced acknowledgment is
*> logged once and the run goes on.  Anything else is logged and
*> holds the extract: the step is stamped H on the run-status file
*> and the snapshots are left as they stand, so tonight's changes
*> are still there to extract once the warehouse is reconciled --
*> by a resend it acknowledges, or a supervisor's override card.
*> No shipment on the log yet is the first night: nothing to check.
*> ---------------------------------------------------------------
8300-CHECK-WAREHOUSE-ACK.
    PERFORM 8310-FIND-LAST-SHIPMENT THRU 8310-EXIT
    IF WS-SENT-FOUND = 'N' OR WS-SENT-ACKED = 'Y'
        GO TO 8300-EXIT
    END-IF
    MOVE SPACES TO WS-ACK-HOLD WS-ACK-TEXT WS-LOG-COUNTS
    OPEN INPUT ACK-FILE
    IF NOT WS-ACK-FILE-OK
        MOVE "WAREHOUSE ACK MISSING" TO WS-ACK-HOLD
    ELSE
        MOVE SPACES TO ACK-RECORD
        READ ACK-FILE
            AT END
                MOVE SPACES TO ACK-RECORD
        END-READ
        EVALUATE TRUE
            WHEN ACK-BATCH-DATE NOT = WS-SENT-DATE
                MOVE "WAREHOUSE ACK MISSING" TO WS-ACK-HOLD
            WHEN ACK-REJECTED
                MOVE "WAREHOUSE REJECTED THE DELTA" TO WS-ACK-HOLD
            WHEN NOT ACK-ACCEPTED
                MOVE "WAREHOUSE ACK UNREADABLE" TO WS-ACK-HOLD
            WHEN ACK-COUNTS NOT = WS-SENT-COUNTS
                MOVE "WAREHOUSE COUNTS DO NOT TIE" TO WS-ACK-HOLD
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF ACK-BATCH-DATE = WS-SENT-DATE
            MOVE ACK-COUNTS TO WS-LOG-COUNTS
            MOVE ACK-REASON TO WS-ACK-TEXT
        END-IF
        CLOSE ACK-FILE
    END-IF
    MOVE WS-SENT-DATE TO WS-LOG-DATE
    IF WS-ACK-HOLD = SPACES
        MOVE 'A' TO WS-LOG-KIND
        MOVE "ACKNOWLEDGED IN BALANCE" TO WS-LOG-NOTE
        PERFORM 8700-WRITE-DELTA-LOG THRU 8700-EXIT
        DISPLAY "SSN-DELTA: WAREHOUSE ACKNOWLEDGED THE "
            WS-SENT-DATE " DELTA IN BALANCE"
        GO TO 8300-EXIT
    END-IF
    MOVE 'H' TO WS-LOG-KIND
    MOVE WS-ACK-HOLD TO WS-LOG-NOTE
    PERFORM 8700-WRITE-DELTA-LOG THRU 8700-EXIT
    DISPLAY "SSN-DELTA: DELTA SHIPPED FOR " WS-SENT-DATE " -- "
        WS-ACK-HOLD
    IF WS-ACK-TEXT NOT = SPACES
        DISPLAY "SSN-DELTA: WAREHOUSE REASON -- " WS-ACK-TEXT
    END-IF
    IF WS-ACK-HOLD = "WAREHOUSE COUNTS DO NOT TIE"
        DISPLAY "SSN-DELTA: SENT  " WS-SENT-COUNTS
        DISPLAY "SSN-DELTA: ACKED " WS-LOG-COUNTS
    END-IF
    IF WS-OVERRIDE-OK NOT = 'Y'
        PERFORM 8200-READ-OVERRIDE THRU 8200-EXIT
    END-IF
    IF WS-OVERRIDE-OK = 'Y'
        DISPLAY "SSN-DELTA: SUPERVISED OVERRIDE -- EXTRACTING PAST "
            WS-ACK-HOLD
        GO TO 8300-EXIT
    END-IF
    DISPLAY "SSN-DELTA: *** STEP HELD -- " WS-ACK-HOLD " ***"
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RST-STAMP
    MOVE WS-THIS-STEP    TO RST-STEP
    MOVE ','             TO RST-COMMA1
    MOVE WS-RUN-DATE-ISO TO RST-BATCH-DATE
    MOVE ','             TO RST-COMMA2
    MOVE WS-RST-STAMP    TO RST-START-STAMP
    MOVE ','             TO RST-COMMA3
    MOVE WS-RST-STAMP    TO RST-END-STAMP
    MOVE ','             TO RST-COMMA4
    MOVE 'H'             TO RST-VERDICT
    WRITE RST-RECORD
        INVALID KEY
            REWRITE RST-RECORD
    END-WRITE
    CLOSE RUN-STATUS-FILE
    STOP RUN.
8300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8310-FIND-LAST-SHIPMENT -- the last delta shipped or resent on
*> the shipment log, its K counts, and whether an acknowledgment in
*> balance has been logged for it since.
*> ---------------------------------------------------------------
8310-FIND-LAST-SHIPMENT.
    MOVE 'N' TO WS-SENT-FOUND
    MOVE 'N' TO WS-SENT-ACKED
    OPEN INPUT DELTA-LOG
    IF NOT WS-DELTA-LOG-OK
        GO TO 8310-EXIT
    END-IF
    MOVE 'N' TO WS-LOG-EOF
    PERFORM UNTIL WS-LOG-EOF = 'Y'
        READ DELTA-LOG
            AT END
                MOVE 'Y' TO WS-LOG-EOF
            NOT AT END
                EVALUATE TRUE
                    WHEN DLG-SHIPPED OR DLG-RESENT
                        MOVE 'Y'            TO WS-SENT-FOUND
                        MOVE 'N'            TO WS-SENT-ACKED
                        MOVE DLG-BATCH-DATE TO WS-SENT-DATE
                        MOVE DLG-COUNTS     TO WS-SENT-COUNTS
                    WHEN DLG-ACKED AND DLG-BATCH-DATE = WS-SENT-DATE
                        MOVE 'Y'            TO WS-SENT-ACKED
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE DELTA-LOG.
8310-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8500-STAMP-FINISH -- closes out this step's run-status record
*> with the finish stamp and the verdict the run earned.
    CLOSE RUN-STATUS-FILE.
8500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8700-WRITE-DELTA-LOG -- appends the line set up in WS-LOG-KIND,
*> -DATE, -COUNTS and -NOTE to the shipment log, stamped now.  The
*> log is created the first time.
*> ---------------------------------------------------------------
8700-WRITE-DELTA-LOG.
    OPEN EXTEND DELTA-LOG
    IF WS-DELTA-LOG-MISSING
        OPEN OUTPUT DELTA-LOG
    END-IF
    MOVE SPACES        TO DELTA-LOG-RECORD
    MOVE WS-LOG-KIND   TO DLG-KIND
    MOVE ','           TO DLG-COMMA1
    MOVE WS-LOG-DATE   TO DLG-BATCH-DATE
    MOVE ','           TO DLG-COMMA2
    MOVE FUNCTION CURRENT-DATE(1:14) TO DLG-STAMP
    MOVE ','           TO DLG-COMMA3
    MOVE WS-LOG-COUNTS TO DLG-COUNTS
    MOVE ','           TO DLG-COMMA4
    MOVE WS-LOG-NOTE   TO DLG-NOTE
    WRITE DELTA-LOG-RECORD
    CLOSE DELTA-LOG.
8700-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8800-BUILD-KEEP-NAME -- DELTA<ccyymmdd>.DAT for the batch date
*> in WS-KEEP-DATE.
*> ---------------------------------------------------------------
8800-BUILD-KEEP-NAME.
    MOVE SPACES TO WS-KEEP-NAME
    STRING "delta" WS-KEEP-DATE(1:4) WS-KEEP-DATE(6:2)
        WS-KEEP-DATE(9:2) ".dat"
        DELIMITED BY SIZE INTO WS-KEEP-NAME.
8800-EXIT.
    EXIT.
