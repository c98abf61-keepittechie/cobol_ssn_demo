*>                   blank keyed) the feed translators stamp;
*>                   carried through untouched so SSN-UPDT can show
*>                   on TXNLOG.RPT which feed a change came from.
*>   2026-10-15  JJ  Transaction addresses are also held to the
*>                   state / ZIP-prefix reference table on
*>                   ZIPSTATE.DAT (layout in ZIPSREC, maintained by
*>                   SSN-ZIPMAINT): a state not on the table, or a
*>                   ZIP outside every range filed for the state, is
*>                   rejected.  With no table on file the address is
*>                   edited for format only and the console says so.
*>   2026-10-15  JJ  Every rejected transaction is also held on the
*>                   reject suspense file SUSPENSE.DAT (layout in
*>                   SUSPREC) until it is corrected and released or
*>                   written off, so a rejected new-hire or death
*>                   change cannot drop out of sight.  A reject that
*>                   matches an item already held is refreshed
*>                   instead of opened twice, and a released
*>                   correction that fails again is reopened.
*>   2026-10-15  JJ  A correction that changed the SSN is found
*>                   again when it fails under the new SSN: the
*>                   items corrected onto another SSN are listed at
*>                   start-up and searched when nothing under the
*>                   transaction's own SSN matches.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-EDIT.
    RECORD KEY IS RST-STEP
    FILE STATUS IS WS-RST-FILE-STATUS.

    SELECT ZIP-STATE-FILE ASSIGN TO 'zipstate.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ZIPS-KEY
    FILE STATUS IS WS-ZIPS-FILE-STATUS.

    SELECT SUSPENSE-FILE ASSIGN TO 'suspense.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SUSP-KEY
    FILE STATUS IS WS-SUSP-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Pending transaction batch -- same hand-laid-out record SSN-UPDT
FD RUN-STATUS-FILE.
COPY RUNREC.

*> State / ZIP-prefix reference table -- layout shared through
*> ZIPSREC with SSN-ZIPMAINT, which maintains it, and SSN-ADDRCHK.
FD ZIP-STATE-FILE.
COPY ZIPSREC.

*> Reject suspense file -- layout shared through SUSPREC with
*> SSN-SUSPWRK, SSN-SUSPREL and SSN-SUSPAGE.
FD SUSPENSE-FILE.
COPY SUSPREC.

WORKING-STORAGE SECTION.
01 WS-END-FILE         PIC X VALUE 'N'.
01 WS-TXN-FILE-STATUS  PIC XX VALUE SPACES.
01 WS-DOB-NUM          PIC 9(8).
01 WS-DOD-NUM          PIC 9(8).

*> ---------------------------------------------------------------
*> State / ZIP-prefix reference table, loaded into memory once at
*> start-up so every transaction address is checked without a file
*> read.  No ZIPSTATE.DAT, or an empty one, leaves the table
*> unloaded and the address edit falls back to format checks.
*> ---------------------------------------------------------------
01 WS-ZIPS-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-ZIPS-FILE-OK         VALUE '00'.
   88 WS-ZIPS-FILE-MISSING    VALUE '35'.
01 WS-ZIPS-EOF         PIC X VALUE 'N'.
01 WS-ZIP-TABLE-LOADED PIC X VALUE 'N'.
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

*> ---------------------------------------------------------------
*> Reject suspense working storage.  Each reject is looked up among
*> the items already held under its SSN before a new item is
*> opened at the next free sequence.
*> ---------------------------------------------------------------
01 WS-SUSP-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-SUSP-FILE-OK         VALUE '00'.
   88 WS-SUSP-FILE-MISSING    VALUE '35'.
01 WS-SUSP-EOF         PIC X VALUE 'N'.
01 WS-SUSP-FOUND       PIC X VALUE 'N'.
77 WS-SUSP-LAST-SEQ    PIC 9(3) VALUE ZERO.
77 WS-SUSP-NEW-COUNT   PIC 9(5) COMP VALUE ZERO.
77 WS-SUSP-HELD-COUNT  PIC 9(5) COMP VALUE ZERO.
77 WS-SUSP-REOPEN-COUNT PIC 9(5) COMP VALUE ZERO.

*> Items whose correction moved them to another SSN, by the SSN on
*> the corrected image, so a failed correction is still found under
*> the item it came from.  Loaded once when the file is opened.
77 WS-REKEY-COUNT      PIC 9(4) COMP VALUE ZERO.
77 WS-REKEY-MAX        PIC 9(4) COMP VALUE 500.
77 WS-REKEY-IDX        PIC 9(4) COMP VALUE ZERO.
01 WS-REKEY-TABLE.
   05 WS-REKEY-ENTRY   OCCURS 500 TIMES.
      10 WS-RK-CORR-SSN   PIC X(9).
      10 WS-RK-ITEM-KEY   PIC X(12).

01 WS-REJECT-LINE.
   05 WSR-TXN-IMAGE     PIC X(123).
   05 FILLER            PIC X(2)  VALUE SPACES.
0000-MAINLINE.
    PERFORM 1000-GET-RUN-DATE THRU 1000-EXIT
    PERFORM 8000-RUN-CONTROL-START THRU 8000-EXIT
    PERFORM 1600-LOAD-ZIP-TABLE THRU 1600-EXIT
    PERFORM 1500-OPEN-FILES THRU 1500-EXIT
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ TXN-FILE
    CLOSE TXN-FILE
    CLOSE CLEAN-FILE
    CLOSE REJECT-FILE
    CLOSE SUSPENSE-FILE
    MOVE WS-READ-COUNT TO WS-COUNT-EDITED
    DISPLAY "SSN-EDIT: READ " WS-COUNT-EDITED WITH NO ADVANCING
    MOVE WS-CLEAN-COUNT TO WS-COUNT-EDITED
    DISPLAY "  CLEAN " WS-COUNT-EDITED WITH NO ADVANCING
    MOVE WS-REJECT-COUNT TO WS-COUNT-EDITED
    DISPLAY "  REJECTED " WS-COUNT-EDITED
    MOVE WS-SUSP-NEW-COUNT TO WS-COUNT-EDITED
    DISPLAY "SSN-EDIT: SUSPENSE NEW " WS-COUNT-EDITED WITH NO ADVANCING
    MOVE WS-SUSP-HELD-COUNT TO WS-COUNT-EDITED
    DISPLAY "  ALREADY HELD " WS-COUNT-EDITED WITH NO ADVANCING
    MOVE WS-SUSP-REOPEN-COUNT TO WS-COUNT-EDITED
    DISPLAY "  REOPENED " WS-COUNT-EDITED
    IF WS-TXN-FILE-MISSING
        MOVE 'C' TO WS-RUN-VERDICT
    END-IF

*> ---------------------------------------------------------------
*> 1500-OPEN-FILES -- transaction batch in, clean and reject files
*> out, suspense file for update (created on the first night), and
*> the list of items corrected onto another SSN.  No batch at all
*> is a normal empty run, not an abend.
*> ---------------------------------------------------------------
1500-OPEN-FILES.
    OPEN INPUT TXN-FILE
        MOVE 'Y' TO WS-END-FILE
    END-IF
    OPEN OUTPUT CLEAN-FILE
    OPEN OUTPUT REJECT-FILE
    OPEN I-O SUSPENSE-FILE
    IF WS-SUSP-FILE-MISSING
        OPEN OUTPUT SUSPENSE-FILE
        CLOSE SUSPENSE-FILE
        OPEN I-O SUSPENSE-FILE
    END-IF
    PERFORM 1700-LOAD-REKEYED-ITEMS THRU 1700-EXIT.
1500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1700-LOAD-REKEYED-ITEMS -- every corrected or released item
*> whose corrected image carries a different SSN from the one it
*> is held under.  A table overflow is announced; the items past it
*> are simply not found again and open new items if they fail.
*> ---------------------------------------------------------------
1700-LOAD-REKEYED-ITEMS.
    MOVE LOW-VALUES TO SUSP-KEY
    START SUSPENSE-FILE KEY IS NOT LESS THAN SUSP-KEY
        INVALID KEY
            GO TO 1700-EXIT
    END-START
    MOVE 'N' TO WS-SUSP-EOF
    PERFORM UNTIL WS-SUSP-EOF = 'Y'
        READ SUSPENSE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SUSP-EOF
            NOT AT END
                IF (SUSP-CORRECTED OR SUSP-RELEASED)
                        AND SUSP-CORR-IMAGE(3:9) NOT = SUSP-SSN
                    IF WS-REKEY-COUNT < WS-REKEY-MAX
                        ADD 1 TO WS-REKEY-COUNT
                        MOVE SUSP-CORR-IMAGE(3:9)
                            TO WS-RK-CORR-SSN (WS-REKEY-COUNT)
                        MOVE SUSP-KEY TO WS-RK-ITEM-KEY (WS-REKEY-COUNT)
                    ELSE
                        DISPLAY "SSN-EDIT: MORE THAN 500 SSN CORRECTIONS"
                            " HELD -- REST NOT TRACKED"
                        MOVE 'Y' TO WS-SUSP-EOF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
1700-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1600-LOAD-ZIP-TABLE -- every range on ZIPSTATE.DAT into memory,
*> in state and prefix order.  A missing or empty table is not a
*> reason to stop the cycle; addresses are then edited for format
*> only, and the console says so.
*> ---------------------------------------------------------------
1600-LOAD-ZIP-TABLE.
    OPEN INPUT ZIP-STATE-FILE
    IF WS-ZIPS-FILE-MISSING
        DISPLAY "ZIPSTATE.DAT not found -- addresses edited for format only"
        GO TO 1600-EXIT
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
        DISPLAY "ZIPSTATE.DAT is empty -- addresses edited for format only"
    ELSE
        MOVE 'Y' TO WS-ZIP-TABLE-LOADED
    END-IF.
1600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1900-ROUTE-RECORD -- batch control records against detail
*> transactions.  The 'H' header must arrive before any detail;
*> ---------------------------------------------------------------
*> 2000-EDIT-TRANSACTION -- runs every edit against one transaction.
*> The first rule that fails sets the reason and the record goes to
*> the reject file and is held on the suspense file; a transaction
*> that survives every edit is written to the clean file unchanged.
*> ---------------------------------------------------------------
2000-EDIT-TRANSACTION.
    MOVE SPACES TO WS-EDIT-REASON
        MOVE WS-EDIT-REASON TO WSR-REASON
        WRITE REJECT-RECORD FROM WS-REJECT-LINE
        ADD 1 TO WS-REJECT-COUNT
        PERFORM 2900-SUSPEND-REJECT THRU 2900-EXIT
    END-IF.
2000-EXIT.
    EXIT.
*> passes untouched; a transaction carrying any of them has to
*> carry all of them, or the mailroom ends up with half an address.
*> The state must be two letters and the ZIP must open with five
*> digits, and then -- with the reference table loaded -- the state
*> must be on the table and the ZIP's first three digits must fall
*> in one of the ranges filed for it, so a Texas ZIP under OH is
*> stopped here.
*> ---------------------------------------------------------------
2400-EDIT-ADDRESS.
    IF TXN-STREET = SPACES AND TXN-CITY = SPACES
            MOVE "ZIP NOT NUMERIC" TO WS-EDIT-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-EDIT-REASON NOT = SPACES OR WS-ZIP-TABLE-LOADED = 'N'
        GO TO 2400-EXIT
    END-IF
    MOVE FUNCTION UPPER-CASE (TXN-STATE) TO WS-CHK-STATE
    MOVE TXN-ZIP(1:3) TO WS-CHK-PREFIX
    MOVE 'N' TO WS-STATE-ON-TABLE
    MOVE 'N' TO WS-ZIP-IN-RANGE
    PERFORM 2450-CHECK-ONE-RANGE THRU 2450-EXIT
        VARYING WS-ZIP-IDX FROM 1 BY 1
        UNTIL WS-ZIP-IDX > WS-ZIP-COUNT OR WS-ZIP-IN-RANGE = 'Y'
    EVALUATE TRUE
        WHEN WS-STATE-ON-TABLE = 'N'
            MOVE "STATE NOT ON ZIP TABLE" TO WS-EDIT-REASON
        WHEN WS-ZIP-IN-RANGE = 'N'
            MOVE "ZIP NOT VALID FOR STATE" TO WS-EDIT-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
2400-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2450-CHECK-ONE-RANGE -- one table entry against WS-CHK-STATE and
*> WS-CHK-PREFIX: notes that the state is on the table at all, and
*> whether the prefix falls inside this range.
*> ---------------------------------------------------------------
2450-CHECK-ONE-RANGE.
    IF WS-ZIP-STATE (WS-ZIP-IDX) = WS-CHK-STATE
        MOVE 'Y' TO WS-STATE-ON-TABLE
        IF WS-CHK-PREFIX NOT < WS-ZIP-LOW (WS-ZIP-IDX)
                AND WS-CHK-PREFIX NOT > WS-ZIP-HIGH (WS-ZIP-IDX)
            MOVE 'Y' TO WS-ZIP-IN-RANGE
        END-IF
    END-IF.
2450-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2900-SUSPEND-REJECT -- holds the rejected transaction on the
*> suspense file.  The items already held under the same SSN are
*> read in sequence order: a pending item whose original image is
*> this transaction, or a corrected item whose corrected image is
*> this transaction, is the same reject coming round again and is
*> refreshed rather than duplicated.  A correction that changed the
*> SSN is held under the old one, so when nothing matches under this
*> SSN the items corrected onto it are tried too.  Anything else --
*> including a resend of an item already written off -- opens a new
*> item at the next sequence.
*> ---------------------------------------------------------------
2900-SUSPEND-REJECT.
    MOVE 'N' TO WS-SUSP-EOF
    MOVE 'N' TO WS-SUSP-FOUND
    MOVE ZERO TO WS-SUSP-LAST-SEQ
    MOVE TXN-SSN TO SUSP-SSN
    MOVE ZERO TO SUSP-SEQ
    START SUSPENSE-FILE KEY IS NOT LESS THAN SUSP-KEY
        INVALID KEY
            MOVE 'Y' TO WS-SUSP-EOF
    END-START
    PERFORM UNTIL WS-SUSP-EOF = 'Y' OR WS-SUSP-FOUND = 'Y'
        READ SUSPENSE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SUSP-EOF
            NOT AT END
                IF SUSP-SSN NOT = TXN-SSN
                    MOVE 'Y' TO WS-SUSP-EOF
                ELSE
                    MOVE SUSP-SEQ TO WS-SUSP-LAST-SEQ
                    IF (SUSP-PENDING AND SUSP-ORIG-IMAGE = TXN-RECORD)
                            OR ((SUSP-CORRECTED OR SUSP-RELEASED)
                                AND SUSP-CORR-IMAGE = TXN-RECORD)
                        MOVE 'Y' TO WS-SUSP-FOUND
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-SUSP-FOUND = 'N'
        PERFORM 2910-CHECK-REKEYED-ITEM THRU 2910-EXIT
            VARYING WS-REKEY-IDX FROM 1 BY 1
            UNTIL WS-REKEY-IDX > WS-REKEY-COUNT OR WS-SUSP-FOUND = 'Y'
    END-IF
    IF WS-SUSP-FOUND = 'Y'
        PERFORM 2950-REFRESH-SUSPENSE THRU 2950-EXIT
    ELSE
        PERFORM 2960-OPEN-SUSPENSE THRU 2960-EXIT
    END-IF.
2900-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2910-CHECK-REKEYED-ITEM -- one item corrected onto another SSN:
*> if it was corrected onto this transaction's SSN and its
*> corrected image is this transaction, it is the item to refresh.
*> ---------------------------------------------------------------
2910-CHECK-REKEYED-ITEM.
    IF WS-RK-CORR-SSN (WS-REKEY-IDX) NOT = TXN-SSN
        GO TO 2910-EXIT
    END-IF
    MOVE WS-RK-ITEM-KEY (WS-REKEY-IDX) TO SUSP-KEY
    READ SUSPENSE-FILE
        INVALID KEY
            GO TO 2910-EXIT
    END-READ
    IF (SUSP-CORRECTED OR SUSP-RELEASED)
            AND SUSP-CORR-IMAGE = TXN-RECORD
        MOVE 'Y' TO WS-SUSP-FOUND
    END-IF.
2910-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2950-REFRESH-SUSPENSE -- the item just read is this reject again:
*> tonight's date and reason go on it and the rejection count goes
*> up.  A correction that was itself rejected goes back to open for
*> another look; an original resent while its correction waits for
*> release leaves the correction standing.
*> ---------------------------------------------------------------
2950-REFRESH-SUSPENSE.
    MOVE WS-RUN-DATE-ISO TO SUSP-LAST-REJ
    MOVE WS-EDIT-REASON  TO SUSP-REASON
    IF SUSP-REJ-COUNT < 999
        ADD 1 TO SUSP-REJ-COUNT
    END-IF
    IF SUSP-CORR-IMAGE = TXN-RECORD
        MOVE 'O'             TO SUSP-STATUS
        MOVE WS-RUN-DATE-ISO TO SUSP-ACTION-DATE
        MOVE "BATCH"         TO SUSP-OPERATOR
        ADD 1 TO WS-SUSP-REOPEN-COUNT
    ELSE
        ADD 1 TO WS-SUSP-HELD-COUNT
    END-IF
    REWRITE SUSP-RECORD
        INVALID KEY
            DISPLAY "SSN-EDIT: SUSPENSE REWRITE FAILED FOR " SUSP-SSN
                "-" SUSP-SEQ
    END-REWRITE.
2950-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2960-OPEN-SUSPENSE -- a new suspense item for this reject at the
*> next free sequence under its SSN, status open, carrying the
*> transaction image exactly as the source sent it.
*> ---------------------------------------------------------------
2960-OPEN-SUSPENSE.
    IF WS-SUSP-LAST-SEQ = 999
        DISPLAY "SSN-EDIT: SUSPENSE FULL FOR SSN " TXN-SSN
            " -- REJECT ON TRANREJ.DAT ONLY"
        GO TO 2960-EXIT
    END-IF
    MOVE SPACES           TO SUSP-RECORD
    MOVE TXN-SSN          TO SUSP-SSN
    COMPUTE SUSP-SEQ = WS-SUSP-LAST-SEQ + 1
    MOVE ','              TO SUSP-COMMA1
    MOVE 'O'              TO SUSP-STATUS
    MOVE ','              TO SUSP-COMMA2
    MOVE TXN-SOURCE       TO SUSP-SOURCE
    MOVE ','              TO SUSP-COMMA3
    MOVE WS-RUN-DATE-ISO  TO SUSP-FIRST-REJ
    MOVE ','              TO SUSP-COMMA4
    MOVE WS-RUN-DATE-ISO  TO SUSP-LAST-REJ
    MOVE ','              TO SUSP-COMMA5
    MOVE 1                TO SUSP-REJ-COUNT
    MOVE ','              TO SUSP-COMMA6
    MOVE WS-EDIT-REASON   TO SUSP-REASON
    MOVE ','              TO SUSP-COMMA7
    MOVE WS-RUN-DATE-ISO  TO SUSP-ACTION-DATE
    MOVE ','              TO SUSP-COMMA8
    MOVE "BATCH"          TO SUSP-OPERATOR
    MOVE ','              TO SUSP-COMMA9
    MOVE ','              TO SUSP-COMMA10
    MOVE TXN-RECORD       TO SUSP-ORIG-IMAGE
    MOVE ','              TO SUSP-COMMA11
    WRITE SUSP-RECORD
        INVALID KEY
            DISPLAY "SSN-EDIT: SUSPENSE WRITE FAILED FOR " SUSP-SSN
                "-" SUSP-SEQ
        NOT INVALID KEY
            ADD 1 TO WS-SUSP-NEW-COUNT
    END-WRITE.
2960-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8000-RUN-CONTROL-START -- stamps this step onto the nightly
*> run-status file for tonight's batch date: start stamp now,
