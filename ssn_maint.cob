*>                   A held lock says who and since when; a
*>                   supervisor's one-shot LOCKOVRD.CTL card breaks
*>                   a lock left behind by an abend.
*>   2026-10-15  JJ  Operator sign-on against OPER.DAT (layout in
*>                   OPERREC) before the session starts, three
*>                   tries.  Inquiry operators may only look up and
*>                   list; delete, archive restore and DOD removal
*>                   need supervisor authority.  A DOD can now be
*>                   removed on a change by replying CLEAR.  Every
*>                   journal entry carries the signed-on operator
*>                   ID, and every failed sign-on and refused action
*>                   is appended to SECLOG.DAT (layout in SECLREC).
*>   2026-10-15  JJ  SURVIVOR.RPT shows each SSN as its last four digits
*>                   unless SSNPRINT.CTL (layout in PRTCREC) authorizes
*>                   a full-SSN run for this program on this date; an
*>                   authorized run is logged to AUDIT.LOG.
*>   2026-10-15  JJ  Filing an address clears any undeliverable mark
*>                   SSN-LTRRESP left on BADADDR.DAT (layout in
*>                   BADAREC), so SSN-LETTER letters the person
*>                   again; the lookup shows a mark still standing.
*>   2026-10-15  JJ  An archive restore journals the archived record
*>                   as the before image of its WRITE, so a DOD the
*>                   restore clears or changes shows on the journal.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-MAINT.
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-LOCK-OVRD-STATUS.

    SELECT OPERATOR-FILE ASSIGN TO 'oper.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS OPR-ID
    FILE STATUS IS WS-OPER-FILE-STATUS.

    SELECT SECURITY-LOG-FILE ASSIGN TO 'seclog.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SECLOG-STATUS.

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
*> journal SSN-UPDT appends to, so SSN-RECOV can roll a dated backup
*> forward.  Layout shared through JRNLREC.
FD JOURNAL-FILE.
01 JOURNAL-RECORD       PIC X(148).

*> Dependent/household cross-reference -- layout shared through
*> XREFREC with SSN-UPDT, which sweeps it for survivor processing.
FD ADDRESS-FILE.
COPY ADDRREC.

*> Known-bad addresses SSN-LTRRESP marked off undeliverable
*> returns -- layout shared through BADAREC.  Filing an address
*> clears the person's mark.
FD BAD-ADDR-FILE.
COPY BADAREC.

*> Archive master of long-deceased records SSN-ARCH moved off the
*> active file -- layout shared through ARCREC.  Lookups fall
*> through to it; the restore path moves a record back.
FD LOCK-OVRD-FILE.
01 LOCK-OVRD-RECORD     PIC X(1).

*> Operators allowed to sign on, with their passwords and authority
*> levels -- layout shared through OPERREC with SSN-CASEWRK and
*> SSN-OPERMNT.
FD OPERATOR-FILE.
COPY OPERREC.

*> Security log -- one line appended for every failed sign-on and
*> every refused action; layout shared through SECLREC.
FD SECURITY-LOG-FILE.
COPY SECLREC.

*> SSN print control card -- authorizes a full-SSN report run; the
*> layout is shared through PRTCREC by every report program.
FD SSN-PRINT-CTL-FILE.
COPY PRTCREC.

*> Shared audit trail -- a full-SSN report run is logged here.
FD AUDIT-LOG.
01 AUDIT-LOG-RECORD     PIC X(94).

WORKING-STORAGE SECTION.
01 WS-SSN-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-SSN-FILE-OK         VALUE '00'.
   88 WS-ADDR-FILE-OK        VALUE '00'.
   88 WS-ADDR-FILE-MISSING   VALUE '35'.
01 WS-ADDR-ON-FILE      PIC X VALUE 'N'.
01 WS-BADA-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-BADA-FILE-OK        VALUE '00'.
   88 WS-BADA-FILE-MISSING   VALUE '35'.
01 WS-BADA-AVAILABLE    PIC X VALUE 'N'.

*> ---------------------------------------------------------------
*> Archive working storage.  No ARCHIVE.DAT just means SSN-ARCH has
01 WS-BREAK-LOCK-OK     PIC X VALUE 'N'.
01 WS-LOCK-STAMP        PIC X(14) VALUE SPACES.

*> ---------------------------------------------------------------
*> Operator sign-on and authority working storage.  The session
*> runs under the signed-on operator's ID and authority level;
*> WS-AUTH-NEEDED is the level the action in hand requires (U
*> update or S supervisor) and WS-SEC-DETAIL what was attempted,
*> for the security log if it is refused.
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

01 WS-SURVIVOR-LINE.
   05 WSV-PRI-SSN       PIC X(9).
   05 FILLER            PIC X(2)  VALUE SPACES.
   05 WSV-DOD           PIC X(10).
   05 FILLER            PIC X(22) VALUE SPACES.

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
01 WS-RUN-DATE-ISO       PIC X(10) VALUE SPACES.
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
77 WS-PRINT-PROGRAM      PIC X(12) VALUE "SSN-MAINT".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 8900-SIGN-ON THRU 8900-EXIT
    PERFORM 8600-CHECK-SSN-PRINT-CARD THRU 8600-EXIT
    PERFORM 8700-ACQUIRE-MASTER-LOCK THRU 8700-EXIT
    PERFORM 1000-OPEN-MASTER THRU 1000-EXIT
    PERFORM UNTIL WS-DONE = 'Y'
    CLOSE JOURNAL-FILE
    CLOSE XREF-FILE
    CLOSE ADDRESS-FILE
    IF WS-BADA-AVAILABLE = 'Y'
        CLOSE BAD-ADDR-FILE
    END-IF
    IF WS-ARC-AVAILABLE = 'Y'
        CLOSE ARCHIVE-FILE
    END-IF
        CLOSE ADDRESS-FILE
        OPEN I-O ADDRESS-FILE
    END-IF
    OPEN I-O BAD-ADDR-FILE
    IF WS-BADA-FILE-MISSING
        MOVE 'N' TO WS-BADA-AVAILABLE
    ELSE
        MOVE 'Y' TO WS-BADA-AVAILABLE
    END-IF
    OPEN I-O ARCHIVE-FILE
    IF WS-ARC-FILE-MISSING
        MOVE 'N' TO WS-ARC-AVAILABLE
    DISPLAY " 10. EXIT"
    DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
    ACCEPT WS-CHOICE
    PERFORM 2100-CHECK-MENU-AUTHORITY THRU 2100-EXIT
    IF WS-AUTH-OK = 'N'
        GO TO 2000-EXIT
    END-IF
    EVALUATE WS-CHOICE
        WHEN 1 PERFORM 3000-LOOKUP-RECORD THRU 3000-EXIT
        WHEN 2 PERFORM 4000-ADD-RECORD THRU 4000-EXIT
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2100-CHECK-MENU-AUTHORITY -- the authority each menu choice
*> needs.  Look-up, list and exit are open to every operator; the
*> choices that change a file need update authority, and delete and
*> archive restore need a supervisor.
*> ---------------------------------------------------------------
2100-CHECK-MENU-AUTHORITY.
    MOVE 'Y' TO WS-AUTH-OK
    EVALUATE WS-CHOICE
        WHEN 2
            MOVE 'U' TO WS-AUTH-NEEDED
            MOVE "MENU 2 ADD A RECORD" TO WS-SEC-DETAIL
        WHEN 3
            MOVE 'U' TO WS-AUTH-NEEDED
            MOVE "MENU 3 CHANGE A RECORD" TO WS-SEC-DETAIL
        WHEN 4
            MOVE 'S' TO WS-AUTH-NEEDED
            MOVE "MENU 4 DELETE A RECORD" TO WS-SEC-DETAIL
        WHEN 5
            MOVE 'U' TO WS-AUTH-NEEDED
            MOVE "MENU 5 LINK A DEPENDENT" TO WS-SEC-DETAIL
        WHEN 6
            MOVE 'U' TO WS-AUTH-NEEDED
            MOVE "MENU 6 UNLINK A DEPENDENT" TO WS-SEC-DETAIL
        WHEN 8
            MOVE 'U' TO WS-AUTH-NEEDED
            MOVE "MENU 8 ENTER/CHANGE MAILING ADDRESS" TO WS-SEC-DETAIL
        WHEN 9
            MOVE 'S' TO WS-AUTH-NEEDED
            MOVE "MENU 9 RESTORE A RECORD FROM ARCHIVE"
                TO WS-SEC-DETAIL
        WHEN OTHER
            GO TO 2100-EXIT
    END-EVALUATE
    PERFORM 8960-CHECK-AUTHORITY THRU 8960-EXIT.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-LOOKUP-RECORD -- random read by SSN, no file rewrite.
*> ---------------------------------------------------------------
                    DISPLAY "ADDR: " ADDR-STREET
                    DISPLAY "      " ADDR-CITY " " ADDR-STATE
                        " " ADDR-ZIP
                    PERFORM 3050-SHOW-BAD-ADDRESS THRU 3050-EXIT
            END-READ
    END-READ.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3050-SHOW-BAD-ADDRESS -- warns the operator when the address
*> just shown is the one a letter came back undeliverable from.
*> ---------------------------------------------------------------
3050-SHOW-BAD-ADDRESS.
    IF WS-BADA-AVAILABLE = 'N'
        GO TO 3050-EXIT
    END-IF
    MOVE ADDR-SSN TO BADA-SSN
    READ BAD-ADDR-FILE
        INVALID KEY
            GO TO 3050-EXIT
    END-READ
    IF BADA-RECORD(1:75) = ADDR-RECORD
        DISPLAY "      *** RETURNED UNDELIVERABLE " BADA-MARKED-DATE
            " -- LETTERS HELD ***"
    END-IF.
3050-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3100-LOOKUP-ARCHIVE -- the SSN missed the active master; try
*> the retention archive before reporting nothing on file.

*> ---------------------------------------------------------------
*> 5000-CHANGE-RECORD -- update NAME/DOB/DOD on an existing record.
*> A blank reply leaves that field unchanged.  CLEAR against the
*> DOD removes a date of death, which takes supervisor authority;
*> refused, the record is left exactly as it was.
*> ---------------------------------------------------------------
5000-CHANGE-RECORD.
    DISPLAY "SSN TO CHANGE: " WITH NO ADVANCING
            IF WS-REPLY NOT = SPACES
                MOVE WS-REPLY TO DOB
            END-IF
            DISPLAY "DOD [" DOD "] -- NEW VALUE, BLANK, OR CLEAR TO REMOVE: "
                WITH NO ADVANCING
            ACCEPT WS-REPLY
            IF WS-REPLY = "CLEAR" OR WS-REPLY = "clear"
                IF DOD NOT = SPACES
                    MOVE 'S' TO WS-AUTH-NEEDED
                    MOVE SPACES TO WS-SEC-DETAIL
                    STRING "DOD REMOVAL SSN " SSN
                        DELIMITED BY SIZE INTO WS-SEC-DETAIL
                    PERFORM 8960-CHECK-AUTHORITY THRU 8960-EXIT
                    IF WS-AUTH-OK = 'N'
                        DISPLAY "RECORD NOT UPDATED FOR SSN " SSN
                        GO TO 5000-EXIT
                    END-IF
                END-IF
                MOVE SPACES TO DOD
            ELSE
                IF WS-REPLY NOT = SPACES
                    MOVE WS-REPLY TO DOD
                END-IF
            END-IF
            REWRITE SSN-RECORD
                INVALID KEY
        NOT INVALID KEY
            MOVE NAME TO WSV-DEP-NAME
    END-READ
    MOVE WS-DEC-SSN   TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN TO WSV-PRI-SSN
    MOVE XREF-DEP-SSN TO WS-PRINT-SSN
    PERFORM 8650-MASK-SSN THRU 8650-EXIT
    MOVE WS-PRINT-SSN TO WSV-DEP-SSN
    MOVE XREF-REL-CODE TO WSV-REL
    MOVE WS-DEC-DOD   TO WSV-DOD
    WRITE SURVIVOR-RPT-RECORD FROM WS-SURVIVOR-LINE
*> 6700-MAINTAIN-ADDRESS -- enter or change the mailing address for
*> one person already on the master.  A blank reply leaves that
*> field unchanged on an existing address; a brand-new address has
*> to be entered in full.  Filing it clears any undeliverable mark
*> on the person -- the operator has either corrected the address
*> or confirmed it good.
*> ---------------------------------------------------------------
6700-MAINTAIN-ADDRESS.
    DISPLAY "SSN FOR ADDRESS: " WITH NO ADVANCING
                    WS-SEARCH-SSN
            NOT INVALID KEY
                DISPLAY "ADDRESS UPDATED FOR SSN " WS-SEARCH-SSN
                PERFORM 6750-CLEAR-BAD-ADDRESS THRU 6750-EXIT
        END-REWRITE
    ELSE
        WRITE ADDR-RECORD
                    WS-SEARCH-SSN
            NOT INVALID KEY
                DISPLAY "ADDRESS FILED FOR SSN " WS-SEARCH-SSN
                PERFORM 6750-CLEAR-BAD-ADDRESS THRU 6750-EXIT
        END-WRITE
    END-IF.
6700-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6750-CLEAR-BAD-ADDRESS -- an address was just filed for
*> WS-SEARCH-SSN, so any undeliverable mark on the person comes off.
*> ---------------------------------------------------------------
6750-CLEAR-BAD-ADDRESS.
    IF WS-BADA-AVAILABLE = 'N'
        GO TO 6750-EXIT
    END-IF
    MOVE WS-SEARCH-SSN TO BADA-SSN
    DELETE BAD-ADDR-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY "UNDELIVERABLE MARK CLEARED FOR SSN "
                WS-SEARCH-SSN
    END-DELETE.
6750-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6800-RESTORE-FROM-ARCHIVE -- moves one archived person back onto
*> the active master, for the rare case where they turn out not to
*> be dead.  The record is written to the master (journaled as a
*> WRITE, like any add, but with the archived record as the before
*> image so the DOD it had shows) before it leaves the archive, and
*> the operator is offered the chance to clear the DOD on the spot
*> -- an unchanged DOD would just send the record back to the
*> archive on the next retention run.
*> ---------------------------------------------------------------
6800-RESTORE-FROM-ARCHIVE.
    IF WS-ARC-AVAILABLE = 'N'
                " ALREADY ON ACTIVE MASTER -- NOT RESTORED"
            GO TO 6800-EXIT
    END-WRITE
    MOVE ARC-RECORD TO WS-BEFORE-IMAGE
    MOVE "WRITE" TO JRNL-ACTION
    PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
    DELETE ARCHIVE-FILE
    MOVE WS-JRNL-STAMP(1:8)          TO JRNL-DATE
    MOVE WS-JRNL-STAMP(9:6)          TO JRNL-TIME
    MOVE "SSN-MAINT"       TO JRNL-PROGRAM
    MOVE WS-OPERATOR-ID    TO JRNL-OPERATOR
    IF JRNL-ACTION = "DELETE"
        MOVE SPACES        TO JRNL-AFTER
    ELSE
    CLOSE MASTER-LOCK-FILE.
8800-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8900-SIGN-ON -- no session without a signed-on operator.  The
*> operator gets three tries at an ID and password on OPER.DAT;
*> every failed try goes to the security log, and three failures
*> end the session before the master lock is taken.
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
        DISPLAY "SSN-MAINT: *** SIGN-ON FAILED -- SESSION NOT STARTED ***"
        STOP RUN
    END-IF
    DISPLAY "SSN-MAINT: SIGNED ON AS " WS-OPERATOR-ID
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
    MOVE "SSN-MAINT"     TO SEC-PROGRAM
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
    MOVE SPACES TO WS-RUN-DATE-ISO
    STRING FUNCTION CURRENT-DATE(1:4) "-"
           FUNCTION CURRENT-DATE(5:2) "-"
           FUNCTION CURRENT-DATE(7:2)
        DELIMITED BY SIZE INTO WS-RUN-DATE-ISO
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
