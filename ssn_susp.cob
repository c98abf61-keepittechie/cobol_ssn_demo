*> SSN-SUSPWRK -- console utility for working the reject suspense
*> file SUSPENSE.DAT.
*> Created by Josh from KeepItTechie
*>
*> SSN-EDIT holds every transaction it rejects on SUSPENSE.DAT
*> (layout in SUSPREC) as well as on TRANREJ.DAT, so a rejected
*> new-hire or death change stays on the books until somebody deals
*> with it.  This program is how the data-control desk deals with
*> it: look up the items held under an SSN, browse everything still
*> pending, correct an item field by field, or write it off with a
*> reason.  A correction is built in the item's corrected image --
*> the original as the source sent it is never touched -- and the
*> item goes to C, where SSN-SUSPREL picks it up and releases it
*> into the next edit/update cycle as its own batch.  Writing an
*> item off takes supervisor authority and a reason.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-SUSPWRK.
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

    SELECT OPERATOR-FILE ASSIGN TO 'oper.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS OPR-ID
    FILE STATUS IS WS-OPER-FILE-STATUS.

    SELECT SECURITY-LOG-FILE ASSIGN TO 'seclog.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SECLOG-STATUS.

DATA DIVISION.
FILE SECTION.
*> Reject suspense file -- layout shared through SUSPREC with
*> SSN-EDIT, SSN-SUSPREL and SSN-SUSPAGE.
FD SUSPENSE-FILE.
COPY SUSPREC.

*> Operators allowed to sign on -- layout shared through OPERREC.
FD OPERATOR-FILE.
COPY OPERREC.

*> Security log -- failed sign-ons and refused actions.
FD SECURITY-LOG-FILE.
COPY SECLREC.

WORKING-STORAGE SECTION.
01 WS-SUSP-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-SUSP-FILE-OK        VALUE '00'.
   88 WS-SUSP-FILE-MISSING   VALUE '35'.

01 WS-DONE              PIC X VALUE 'N'.
01 WS-CHOICE            PIC 9.
01 WS-SEARCH-SSN        PIC X(9).
01 WS-SEARCH-SEQ        PIC 9(3).
01 WS-SUSP-EOF          PIC X VALUE 'N'.
01 WS-ITEM-FOUND        PIC X VALUE 'N'.
01 WS-REPLY             PIC X(30).
01 WS-CONFIRM           PIC X(1).
77 WS-ITEMS-SHOWN       PIC 9(5) COMP VALUE ZERO.
01 WS-COUNT-EDITED      PIC ZZ,ZZ9.

*> Run date for the action stamp, taken off the system clock as
*> every console program here does.
01 WS-TODAY-ISO         PIC X(10) VALUE SPACES.

*> The transaction image being corrected, laid out as TRANSACT.DAT
*> so each field can be shown and replaced on its own.
01 WS-TXN-WORK.
   05 WSX-ACTION        PIC X(1).
   05 WSX-COMMA0        PIC X(1).
   05 WSX-SSN           PIC X(9).
   05 WSX-COMMA1        PIC X(1).
   05 WSX-NAME          PIC X(20).
   05 WSX-COMMA2        PIC X(1).
   05 WSX-DOB           PIC X(10).
   05 WSX-COMMA3        PIC X(1).
   05 WSX-DOD           PIC X(10).
   05 WSX-COMMA4        PIC X(1).
   05 WSX-STREET        PIC X(30).
   05 WSX-COMMA5        PIC X(1).
   05 WSX-CITY          PIC X(20).
   05 WSX-COMMA6        PIC X(1).
   05 WSX-STATE         PIC X(2).
   05 WSX-COMMA7        PIC X(1).
   05 WSX-ZIP           PIC X(10).
   05 WSX-COMMA8        PIC X(1).
   05 WSX-SOURCE        PIC X(2).

*> ---------------------------------------------------------------
*> Operator sign-on and authority working storage, as in SSN-MAINT.
*> ---------------------------------------------------------------
01 WS-OPER-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-OPER-FILE-OK        VALUE '00'.
   88 WS-OPER-FILE-MISSING   VALUE '35'.
01 WS-SECLOG-STATUS     PIC XX VALUE SPACES.
   88 WS-SECLOG-OK           VALUE '00'.
   88 WS-SECLOG-NOT-FND      VALUE '35'.
01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
01 WS-OPERATOR-AUTH     PIC X(1) VALUE SPACES.
   88 WS-OPERATOR-INQUIRY     VALUE 'I'.
   88 WS-OPERATOR-SUPERVISOR  VALUE 'S'.
01 WS-SIGNON-ID         PIC X(8) VALUE SPACES.
01 WS-SIGNON-PASSWORD   PIC X(8) VALUE SPACES.
01 WS-SIGNED-ON         PIC X VALUE 'N'.
01 WS-AUTH-NEEDED       PIC X(1) VALUE SPACES.
01 WS-AUTH-OK           PIC X VALUE 'Y'.
01 WS-SEC-OPERATOR      PIC X(8) VALUE SPACES.
01 WS-SEC-EVENT         PIC X(7) VALUE SPACES.
01 WS-SEC-DETAIL        PIC X(40) VALUE SPACES.
01 WS-SEC-STAMP         PIC X(14) VALUE SPACES.
77 WS-SIGNON-TRIES      PIC 9(1) COMP VALUE ZERO.
77 WS-MAX-SIGNON-TRIES  PIC 9(1) COMP VALUE 3.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 8900-SIGN-ON THRU 8900-EXIT
    STRING FUNCTION CURRENT-DATE(1:4) "-" FUNCTION CURRENT-DATE(5:2)
           "-" FUNCTION CURRENT-DATE(7:2)
        DELIMITED BY SIZE INTO WS-TODAY-ISO
    OPEN I-O SUSPENSE-FILE
    IF WS-SUSP-FILE-MISSING
        DISPLAY "SUSPENSE.DAT not found -- run SSN-EDIT first"
    ELSE
        PERFORM UNTIL WS-DONE = 'Y'
            PERFORM 2000-SHOW-MENU THRU 2000-EXIT
        END-PERFORM
        CLOSE SUSPENSE-FILE
    END-IF
    STOP RUN.

2000-SHOW-MENU.
    DISPLAY " "
    DISPLAY "SSN-SUSPWRK -- REJECT SUSPENSE"
    DISPLAY "  1. LOOK UP ITEMS FOR AN SSN"
    DISPLAY "  2. BROWSE PENDING ITEMS"
    DISPLAY "  3. CORRECT AN ITEM"
    DISPLAY "  4. WRITE OFF AN ITEM"
    DISPLAY "  5. EXIT"
    DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
    ACCEPT WS-CHOICE
    PERFORM 2100-CHECK-MENU-AUTHORITY THRU 2100-EXIT
    IF WS-AUTH-OK = 'N'
        GO TO 2000-EXIT
    END-IF
    EVALUATE WS-CHOICE
        WHEN 1 PERFORM 3000-LOOKUP-SSN THRU 3000-EXIT
        WHEN 2 PERFORM 4000-BROWSE-PENDING THRU 4000-EXIT
        WHEN 3 PERFORM 5000-CORRECT-ITEM THRU 5000-EXIT
        WHEN 4 PERFORM 6000-WRITE-OFF-ITEM THRU 6000-EXIT
        WHEN 5 MOVE 'Y' TO WS-DONE
        WHEN OTHER DISPLAY "INVALID CHOICE, TRY AGAIN."
    END-EVALUATE.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2100-CHECK-MENU-AUTHORITY -- correcting an item needs update
*> authority and writing one off needs a supervisor; looking up and
*> browsing are open to every signed-on operator.
*> ---------------------------------------------------------------
2100-CHECK-MENU-AUTHORITY.
    MOVE 'Y' TO WS-AUTH-OK
    EVALUATE WS-CHOICE
        WHEN 3
            MOVE 'U' TO WS-AUTH-NEEDED
            MOVE "MENU 3 CORRECT SUSPENSE ITEM" TO WS-SEC-DETAIL
        WHEN 4
            MOVE 'S' TO WS-AUTH-NEEDED
            MOVE "MENU 4 WRITE OFF SUSPENSE ITEM" TO WS-SEC-DETAIL
        WHEN OTHER
            GO TO 2100-EXIT
    END-EVALUATE
    PERFORM 8960-CHECK-AUTHORITY THRU 8960-EXIT.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-LOOKUP-SSN -- every item held under one SSN, whatever its
*> status, in sequence order.
*> ---------------------------------------------------------------
3000-LOOKUP-SSN.
    DISPLAY "ITEM SSN: " WITH NO ADVANCING
    ACCEPT WS-SEARCH-SSN
    PERFORM 3100-LIST-SSN-ITEMS THRU 3100-EXIT.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3100-LIST-SSN-ITEMS -- positions on the first item for
*> WS-SEARCH-SSN and shows items until the SSN changes.
*> ---------------------------------------------------------------
3100-LIST-SSN-ITEMS.
    MOVE ZERO TO WS-ITEMS-SHOWN
    MOVE WS-SEARCH-SSN TO SUSP-SSN
    MOVE ZERO TO SUSP-SEQ
    MOVE 'N' TO WS-SUSP-EOF
    START SUSPENSE-FILE KEY IS NOT LESS THAN SUSP-KEY
        INVALID KEY
            MOVE 'Y' TO WS-SUSP-EOF
    END-START
    PERFORM UNTIL WS-SUSP-EOF = 'Y'
        READ SUSPENSE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SUSP-EOF
            NOT AT END
                IF SUSP-SSN NOT = WS-SEARCH-SSN
                    MOVE 'Y' TO WS-SUSP-EOF
                ELSE
                    ADD 1 TO WS-ITEMS-SHOWN
                    PERFORM 3500-SHOW-ITEM THRU 3500-EXIT
                END-IF
        END-READ
    END-PERFORM
    IF WS-ITEMS-SHOWN = ZERO
        DISPLAY "NO SUSPENSE ITEMS FOR SSN " WS-SEARCH-SSN
    END-IF.
3100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3500-SHOW-ITEM -- one suspense item on the console: its history
*> line, the original image and, once there is one, the correction.
*> ---------------------------------------------------------------
3500-SHOW-ITEM.
    DISPLAY " "
    DISPLAY "  ITEM " SUSP-SSN "-" SUSP-SEQ "  STATUS " SUSP-STATUS
        "  SOURCE " SUSP-SOURCE "  REJECTED " SUSP-REJ-COUNT " TIME(S)"
    DISPLAY "  FIRST " SUSP-FIRST-REJ "  LAST " SUSP-LAST-REJ
        "  REASON: " SUSP-REASON
    DISPLAY "  LAST ACTION " SUSP-ACTION-DATE " BY " SUSP-OPERATOR
    DISPLAY "  ORIGINAL : " SUSP-ORIG-IMAGE
    IF SUSP-CORR-IMAGE NOT = SPACES
        DISPLAY "  CORRECTED: " SUSP-CORR-IMAGE
    END-IF
    IF SUSP-WRITTEN-OFF
        DISPLAY "  WRITTEN OFF: " SUSP-WRITEOFF-WHY
    END-IF.
3500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3800-SELECT-ITEM -- lists the items held under an SSN and reads
*> the one the operator picks by sequence.  Sets WS-ITEM-FOUND.
*> ---------------------------------------------------------------
3800-SELECT-ITEM.
    MOVE 'N' TO WS-ITEM-FOUND
    DISPLAY "ITEM SSN: " WITH NO ADVANCING
    ACCEPT WS-SEARCH-SSN
    PERFORM 3100-LIST-SSN-ITEMS THRU 3100-EXIT
    IF WS-ITEMS-SHOWN = ZERO
        GO TO 3800-EXIT
    END-IF
    DISPLAY "ITEM SEQUENCE: " WITH NO ADVANCING
    ACCEPT WS-SEARCH-SEQ
    MOVE WS-SEARCH-SSN TO SUSP-SSN
    MOVE WS-SEARCH-SEQ TO SUSP-SEQ
    READ SUSPENSE-FILE
        INVALID KEY
            DISPLAY "NO ITEM " WS-SEARCH-SSN "-" WS-SEARCH-SEQ
        NOT INVALID KEY
            MOVE 'Y' TO WS-ITEM-FOUND
    END-READ.
3800-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-BROWSE-PENDING -- sweeps the whole suspense file from the
*> top and shows every item still pending (open or corrected and
*> waiting for release).
*> ---------------------------------------------------------------
4000-BROWSE-PENDING.
    MOVE ZERO TO WS-ITEMS-SHOWN
    MOVE LOW-VALUES TO SUSP-KEY
    START SUSPENSE-FILE KEY IS NOT LESS THAN SUSP-KEY
        INVALID KEY
            DISPLAY "NO ITEMS ON FILE"
            GO TO 4000-EXIT
    END-START
    MOVE 'N' TO WS-SUSP-EOF
    PERFORM UNTIL WS-SUSP-EOF = 'Y'
        READ SUSPENSE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-SUSP-EOF
            NOT AT END
                IF SUSP-PENDING
                    ADD 1 TO WS-ITEMS-SHOWN
                    PERFORM 3500-SHOW-ITEM THRU 3500-EXIT
                END-IF
        END-READ
    END-PERFORM
    MOVE WS-ITEMS-SHOWN TO WS-COUNT-EDITED
    DISPLAY " "
    DISPLAY "PENDING ITEMS: " WS-COUNT-EDITED.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-CORRECT-ITEM -- builds or reworks the corrected image of a
*> pending item, starting from the last correction if there is one
*> and from the original otherwise.  A blank reply keeps a field;
*> CLEAR blanks one of the optional fields.  The source code is not
*> offered -- the item stays charged to the feed that sent it.  The
*> item goes to C, ready for SSN-SUSPREL, only when the operator
*> confirms the finished image.
*> ---------------------------------------------------------------
5000-CORRECT-ITEM.
    PERFORM 3800-SELECT-ITEM THRU 3800-EXIT
    IF WS-ITEM-FOUND = 'N'
        GO TO 5000-EXIT
    END-IF
    IF NOT SUSP-PENDING
        DISPLAY "ITEM IS NOT PENDING -- STATUS " SUSP-STATUS
        GO TO 5000-EXIT
    END-IF
    IF SUSP-CORR-IMAGE NOT = SPACES
        MOVE SUSP-CORR-IMAGE TO WS-TXN-WORK
    ELSE
        MOVE SUSP-ORIG-IMAGE TO WS-TXN-WORK
    END-IF
    DISPLAY "ACTION [" WSX-ACTION "] -- A/C/D/S OR BLANK: "
        WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY NOT = SPACES
        MOVE WS-REPLY TO WSX-ACTION
    END-IF
    DISPLAY "SSN [" WSX-SSN "] -- NEW VALUE OR BLANK: "
        WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY NOT = SPACES
        MOVE WS-REPLY TO WSX-SSN
    END-IF
    IF WSX-ACTION = 'S'
        DISPLAY "NEW SSN [" WSX-NAME(1:9) "] -- NEW VALUE OR BLANK: "
            WITH NO ADVANCING
    ELSE
        DISPLAY "NAME [" WSX-NAME "] -- NEW VALUE OR BLANK: "
            WITH NO ADVANCING
    END-IF
    ACCEPT WS-REPLY
    IF WS-REPLY NOT = SPACES
        MOVE WS-REPLY TO WSX-NAME
    END-IF
    DISPLAY "DOB [" WSX-DOB "] -- NEW VALUE, BLANK, OR CLEAR: "
        WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY = "CLEAR" OR WS-REPLY = "clear"
        MOVE SPACES TO WSX-DOB
    ELSE
        IF WS-REPLY NOT = SPACES
            MOVE WS-REPLY TO WSX-DOB
        END-IF
    END-IF
    DISPLAY "DOD [" WSX-DOD "] -- NEW VALUE, BLANK, OR CLEAR: "
        WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY = "CLEAR" OR WS-REPLY = "clear"
        MOVE SPACES TO WSX-DOD
    ELSE
        IF WS-REPLY NOT = SPACES
            MOVE WS-REPLY TO WSX-DOD
        END-IF
    END-IF
    DISPLAY "STREET [" WSX-STREET "] -- NEW VALUE, BLANK, OR CLEAR: "
        WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY = "CLEAR" OR WS-REPLY = "clear"
        MOVE SPACES TO WSX-STREET
    ELSE
        IF WS-REPLY NOT = SPACES
            MOVE WS-REPLY TO WSX-STREET
        END-IF
    END-IF
    DISPLAY "CITY   [" WSX-CITY "] -- NEW VALUE, BLANK, OR CLEAR: "
        WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY = "CLEAR" OR WS-REPLY = "clear"
        MOVE SPACES TO WSX-CITY
    ELSE
        IF WS-REPLY NOT = SPACES
            MOVE WS-REPLY TO WSX-CITY
        END-IF
    END-IF
    DISPLAY "STATE  [" WSX-STATE "] -- NEW VALUE, BLANK, OR CLEAR: "
        WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY = "CLEAR" OR WS-REPLY = "clear"
        MOVE SPACES TO WSX-STATE
    ELSE
        IF WS-REPLY NOT = SPACES
            MOVE WS-REPLY TO WSX-STATE
        END-IF
    END-IF
    DISPLAY "ZIP    [" WSX-ZIP "] -- NEW VALUE, BLANK, OR CLEAR: "
        WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY = "CLEAR" OR WS-REPLY = "clear"
        MOVE SPACES TO WSX-ZIP
    ELSE
        IF WS-REPLY NOT = SPACES
            MOVE WS-REPLY TO WSX-ZIP
        END-IF
    END-IF
    DISPLAY "CORRECTED: " WS-TXN-WORK
    DISPLAY "FILE THIS CORRECTION (Y/N): " WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
        DISPLAY "ITEM UNCHANGED"
        GO TO 5000-EXIT
    END-IF
    MOVE WS-TXN-WORK    TO SUSP-CORR-IMAGE
    MOVE 'C'            TO SUSP-STATUS
    MOVE WS-TODAY-ISO   TO SUSP-ACTION-DATE
    MOVE WS-OPERATOR-ID TO SUSP-OPERATOR
    REWRITE SUSP-RECORD
        INVALID KEY
            DISPLAY "REWRITE FAILED FOR ITEM " SUSP-SSN "-" SUSP-SEQ
        NOT INVALID KEY
            DISPLAY "ITEM " SUSP-SSN "-" SUSP-SEQ
                " CORRECTED -- RELEASED BY THE NEXT SSN-SUSPREL RUN"
    END-REWRITE.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-WRITE-OFF-ITEM -- closes a pending item for good.  The
*> reason is required: a write-off with nothing to say why is
*> exactly the lost change this file exists to prevent.
*> ---------------------------------------------------------------
6000-WRITE-OFF-ITEM.
    PERFORM 3800-SELECT-ITEM THRU 3800-EXIT
    IF WS-ITEM-FOUND = 'N'
        GO TO 6000-EXIT
    END-IF
    IF NOT SUSP-PENDING
        DISPLAY "ITEM IS NOT PENDING -- STATUS " SUSP-STATUS
        GO TO 6000-EXIT
    END-IF
    DISPLAY "WRITE-OFF REASON: " WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY = SPACES
        DISPLAY "A REASON IS REQUIRED -- ITEM UNCHANGED"
        GO TO 6000-EXIT
    END-IF
    MOVE WS-REPLY       TO SUSP-WRITEOFF-WHY
    MOVE 'W'            TO SUSP-STATUS
    MOVE WS-TODAY-ISO   TO SUSP-ACTION-DATE
    MOVE WS-OPERATOR-ID TO SUSP-OPERATOR
    REWRITE SUSP-RECORD
        INVALID KEY
            DISPLAY "REWRITE FAILED FOR ITEM " SUSP-SSN "-" SUSP-SEQ
        NOT INVALID KEY
            DISPLAY "ITEM " SUSP-SSN "-" SUSP-SEQ " WRITTEN OFF"
    END-REWRITE.
6000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8900-SIGN-ON -- no session without a signed-on operator.  The
*> operator gets three tries at an ID and password on OPER.DAT;
*> every failed try goes to the security log, and three failures
*> end the session before the suspense file is opened.
*> ---------------------------------------------------------------
8900-SIGN-ON.
    OPEN INPUT OPERATOR-FILE
    IF WS-OPER-FILE-MISSING
        DISPLAY "OPER.DAT not found -- no operators enrolled, run SSN-OPERMNT"
        STOP RUN
    END-IF
    PERFORM UNTIL WS-SIGNED-ON = 'Y'
            OR WS-SIGNON-TRIES NOT < WS-MAX-SIGNON-TRIES
        PERFORM 8910-TRY-SIGN-ON THRU 8910-EXIT
    END-PERFORM
    CLOSE OPERATOR-FILE
    IF WS-SIGNED-ON = 'N'
        DISPLAY "SSN-SUSPWRK: *** SIGN-ON FAILED -- SESSION NOT STARTED ***"
        STOP RUN
    END-IF
    DISPLAY "SSN-SUSPWRK: SIGNED ON AS " WS-OPERATOR-ID
        " AUTHORITY " WS-OPERATOR-AUTH.
8900-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8910-TRY-SIGN-ON -- one sign-on attempt: the ID has to be on
*> OPER.DAT, the password has to match, and the record has to carry
*> a known authority level.
*> ---------------------------------------------------------------
8910-TRY-SIGN-ON.
    ADD 1 TO WS-SIGNON-TRIES
    MOVE SPACES TO WS-SIGNON-ID
    MOVE SPACES TO WS-SIGNON-PASSWORD
    MOVE SPACES TO WS-SEC-DETAIL
    DISPLAY "OPERATOR ID: " WITH NO ADVANCING
    ACCEPT WS-SIGNON-ID
    DISPLAY "PASSWORD: " WITH NO ADVANCING
    ACCEPT WS-SIGNON-PASSWORD
    MOVE WS-SIGNON-ID TO OPR-ID
    READ OPERATOR-FILE
        INVALID KEY
            MOVE "UNKNOWN OPERATOR ID" TO WS-SEC-DETAIL
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
                    MOVE "WRONG PASSWORD" TO WS-SEC-DETAIL
                WHEN NOT OPR-VALID-LEVEL
                    MOVE "NO VALID AUTHORITY LEVEL" TO WS-SEC-DETAIL
                WHEN OTHER
                    MOVE 'Y'            TO WS-SIGNED-ON
                    MOVE OPR-ID         TO WS-OPERATOR-ID
                    MOVE OPR-AUTH-LEVEL TO WS-OPERATOR-AUTH
            END-EVALUATE
    END-READ
    IF WS-SIGNED-ON = 'N'
        DISPLAY "SIGN-ON REJECTED -- " WS-SEC-DETAIL
        MOVE WS-SIGNON-ID TO WS-SEC-OPERATOR
        MOVE "SIGNON"     TO WS-SEC-EVENT
        PERFORM 8950-WRITE-SECURITY-LOG THRU 8950-EXIT
    END-IF.
8910-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8950-WRITE-SECURITY-LOG -- appends one line to SECLOG.DAT: when,
*> this program, the operator, the event and what was attempted.
*> The log is opened EXTEND so it keeps every session's history,
*> and created on the first event ever logged.
*> ---------------------------------------------------------------
8950-WRITE-SECURITY-LOG.
    OPEN EXTEND SECURITY-LOG-FILE
    IF WS-SECLOG-NOT-FND
        OPEN OUTPUT SECURITY-LOG-FILE
        CLOSE SECURITY-LOG-FILE
        OPEN EXTEND SECURITY-LOG-FILE
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SEC-STAMP
    MOVE WS-SEC-STAMP    TO SEC-STAMP
    MOVE ','             TO SEC-COMMA1
    MOVE "SSN-SUSPWRK"   TO SEC-PROGRAM
    MOVE ','             TO SEC-COMMA2
    MOVE WS-SEC-OPERATOR TO SEC-OPERATOR
    MOVE ','             TO SEC-COMMA3
    MOVE WS-SEC-EVENT    TO SEC-EVENT
    MOVE ','             TO SEC-COMMA4
    MOVE WS-SEC-DETAIL   TO SEC-DETAIL
    WRITE SECLOG-RECORD
    CLOSE SECURITY-LOG-FILE.
8950-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8960-CHECK-AUTHORITY -- does the signed-on operator hold the
*> authority in WS-AUTH-NEEDED?  A supervisor may do anything; an
*> update operator anything short of supervisor work; an inquiry
*> operator nothing that changes a file.  A refusal is shown to the
*> operator and logged with WS-SEC-DETAIL.  Sets WS-AUTH-OK.
*> ---------------------------------------------------------------
8960-CHECK-AUTHORITY.
    MOVE 'Y' TO WS-AUTH-OK
    EVALUATE TRUE
        WHEN WS-OPERATOR-SUPERVISOR
            CONTINUE
        WHEN WS-AUTH-NEEDED = 'S'
            MOVE 'N' TO WS-AUTH-OK
            DISPLAY "NOT AUTHORIZED -- SUPERVISOR AUTHORITY REQUIRED"
        WHEN WS-OPERATOR-INQUIRY
            MOVE 'N' TO WS-AUTH-OK
            DISPLAY "NOT AUTHORIZED -- INQUIRY-ONLY OPERATOR"
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-AUTH-OK = 'N'
        MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR
        MOVE "REFUSED"      TO WS-SEC-EVENT
        PERFORM 8950-WRITE-SECURITY-LOG THRU 8950-EXIT
    END-IF.
8960-EXIT.
    EXIT.
