*> SSN-ZIPMAINT -- console maintenance of the state / ZIP-prefix
*> reference table that mailing addresses are edited against.
*> Created by Josh from KeepItTechie
*>
*> ZIPSTATE.DAT (layout in ZIPSREC) holds one record per range of
*> three-digit ZIP prefixes assigned to a state, keyed on the state
*> code and the low prefix of the range.  SSN-EDIT rejects a
*> transaction address whose state is not on the table or whose ZIP
*> does not fall in one of that state's ranges, and SSN-ADDRCHK
*> sweeps ADDRESS.DAT against the same table.  This program lists
*> the table, whole or for one state, and adds, changes and removes
*> ranges.  Any signed-on operator may list it; changing it takes a
*> supervisor, since one bad range lets wrong addresses through or
*> stops good ones.  Sign-on is against OPER.DAT as in the other
*> console programs, and refused actions go to SECLOG.DAT.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-ZIPMAINT.
AUTHOR. JOSH / KEEPITTECHIE.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ZIP-STATE-FILE ASSIGN TO 'zipstate.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ZIPS-KEY
    FILE STATUS IS WS-ZIPS-FILE-STATUS.

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
*> State / ZIP-prefix reference table -- layout shared through
*> ZIPSREC with SSN-EDIT and SSN-ADDRCHK.
FD ZIP-STATE-FILE.
COPY ZIPSREC.

*> Operators allowed to sign on -- layout shared through OPERREC.
FD OPERATOR-FILE.
COPY OPERREC.

*> Security log -- one line appended for every failed sign-on and
*> every refused action; layout shared through SECLREC.
FD SECURITY-LOG-FILE.
COPY SECLREC.

WORKING-STORAGE SECTION.
01 WS-ZIPS-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-ZIPS-FILE-OK        VALUE '00'.
   88 WS-ZIPS-FILE-MISSING   VALUE '35'.

01 WS-DONE              PIC X VALUE 'N'.
01 WS-CHOICE            PIC 9.
01 WS-ZIPS-EOF          PIC X VALUE 'N'.
01 WS-REPLY             PIC X(20) VALUE SPACES.
01 WS-LIST-STATE        PIC X(2) VALUE SPACES.
77 WS-LIST-COUNT        PIC 9(5) COMP VALUE ZERO.

*> The range being keyed in, and the existing range it is checked
*> against so one state's ranges never overlap each other.
01 WS-NEW-STATE         PIC X(2) VALUE SPACES.
01 WS-NEW-LOW           PIC X(3) VALUE SPACES.
01 WS-NEW-HIGH          PIC X(3) VALUE SPACES.
01 WS-NEW-NAME          PIC X(20) VALUE SPACES.
01 WS-RANGE-OK          PIC X VALUE 'Y'.
01 WS-OVERLAP-FOUND     PIC X VALUE 'N'.

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
    OPEN I-O ZIP-STATE-FILE
    IF WS-ZIPS-FILE-MISSING
        OPEN OUTPUT ZIP-STATE-FILE
        CLOSE ZIP-STATE-FILE
        OPEN I-O ZIP-STATE-FILE
    END-IF
    PERFORM UNTIL WS-DONE = 'Y'
        PERFORM 2000-SHOW-MENU THRU 2000-EXIT
    END-PERFORM
    CLOSE ZIP-STATE-FILE
    STOP RUN.

2000-SHOW-MENU.
    DISPLAY " "
    DISPLAY "SSN-ZIPMAINT -- STATE / ZIP-PREFIX TABLE MAINTENANCE"
    DISPLAY "  1. LIST THE TABLE"
    DISPLAY "  2. ADD A ZIP RANGE"
    DISPLAY "  3. CHANGE A ZIP RANGE"
    DISPLAY "  4. REMOVE A ZIP RANGE"
    DISPLAY "  5. EXIT"
    DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
    ACCEPT WS-CHOICE
    PERFORM 2100-CHECK-MENU-AUTHORITY THRU 2100-EXIT
    IF WS-AUTH-OK = 'N'
        GO TO 2000-EXIT
    END-IF
    EVALUATE WS-CHOICE
        WHEN 1 PERFORM 3000-LIST-TABLE THRU 3000-EXIT
        WHEN 2 PERFORM 4000-ADD-RANGE THRU 4000-EXIT
        WHEN 3 PERFORM 5000-CHANGE-RANGE THRU 5000-EXIT
        WHEN 4 PERFORM 6000-REMOVE-RANGE THRU 6000-EXIT
        WHEN 5 MOVE 'Y' TO WS-DONE
        WHEN OTHER DISPLAY "INVALID CHOICE, TRY AGAIN."
    END-EVALUATE.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2100-CHECK-MENU-AUTHORITY -- listing and exit are open to every
*> operator; every choice that changes the table needs a
*> supervisor.
*> ---------------------------------------------------------------
2100-CHECK-MENU-AUTHORITY.
    MOVE 'Y' TO WS-AUTH-OK
    EVALUATE WS-CHOICE
        WHEN 2
            MOVE 'S' TO WS-AUTH-NEEDED
            MOVE "MENU 2 ADD A ZIP RANGE" TO WS-SEC-DETAIL
        WHEN 3
            MOVE 'S' TO WS-AUTH-NEEDED
            MOVE "MENU 3 CHANGE A ZIP RANGE" TO WS-SEC-DETAIL
        WHEN 4
            MOVE 'S' TO WS-AUTH-NEEDED
            MOVE "MENU 4 REMOVE A ZIP RANGE" TO WS-SEC-DETAIL
        WHEN OTHER
            GO TO 2100-EXIT
    END-EVALUATE
    PERFORM 8960-CHECK-AUTHORITY THRU 8960-EXIT.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-LIST-TABLE -- every range in state and prefix order, or
*> just one state's ranges when a state is given.
*> ---------------------------------------------------------------
3000-LIST-TABLE.
    MOVE SPACES TO WS-LIST-STATE
    DISPLAY "STATE TO LIST (BLANK FOR ALL): " WITH NO ADVANCING
    ACCEPT WS-LIST-STATE
    MOVE FUNCTION UPPER-CASE (WS-LIST-STATE) TO WS-LIST-STATE
    MOVE ZERO TO WS-LIST-COUNT
    MOVE LOW-VALUES TO ZIPS-KEY
    IF WS-LIST-STATE NOT = SPACES
        MOVE WS-LIST-STATE TO ZIPS-STATE
    END-IF
    START ZIP-STATE-FILE KEY IS NOT LESS THAN ZIPS-KEY
        INVALID KEY
            DISPLAY "NO ZIP RANGES ON FILE"
            GO TO 3000-EXIT
    END-START
    MOVE 'N' TO WS-ZIPS-EOF
    PERFORM UNTIL WS-ZIPS-EOF = 'Y'
        READ ZIP-STATE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ZIPS-EOF
            NOT AT END
                IF WS-LIST-STATE NOT = SPACES
                        AND ZIPS-STATE NOT = WS-LIST-STATE
                    MOVE 'Y' TO WS-ZIPS-EOF
                ELSE
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY "  " ZIPS-STATE "  " ZIPS-LOW-PREFIX
                        " - " ZIPS-HIGH-PREFIX "  " ZIPS-STATE-NAME
                END-IF
        END-READ
    END-PERFORM
    DISPLAY "  " WS-LIST-COUNT " RANGE(S) LISTED".
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-ADD-RANGE -- a new prefix range for a state.  The range has
*> to be well formed and must not overlap a range the state already
*> has; a range keyed on a low prefix already on file is refused
*> rather than overlaid.
*> ---------------------------------------------------------------
4000-ADD-RANGE.
    PERFORM 4500-ACCEPT-STATE-AND-LOW THRU 4500-EXIT
    IF WS-RANGE-OK = 'N'
        GO TO 4000-EXIT
    END-IF
    MOVE WS-NEW-STATE TO ZIPS-STATE
    MOVE ','          TO ZIPS-COMMA1
    MOVE WS-NEW-LOW   TO ZIPS-LOW-PREFIX
    READ ZIP-STATE-FILE
        NOT INVALID KEY
            DISPLAY "RANGE " WS-NEW-STATE " " WS-NEW-LOW
                " ALREADY ON FILE -- NOT ADDED"
            GO TO 4000-EXIT
    END-READ
    MOVE SPACES TO WS-NEW-HIGH
    DISPLAY "HIGH ZIP PREFIX (3 DIGITS): " WITH NO ADVANCING
    ACCEPT WS-NEW-HIGH
    PERFORM 4600-EDIT-HIGH-PREFIX THRU 4600-EXIT
    IF WS-RANGE-OK = 'N'
        GO TO 4000-EXIT
    END-IF
    PERFORM 4700-CHECK-OVERLAP THRU 4700-EXIT
    IF WS-OVERLAP-FOUND = 'Y'
        GO TO 4000-EXIT
    END-IF
    MOVE SPACES TO WS-NEW-NAME
    DISPLAY "STATE NAME: " WITH NO ADVANCING
    ACCEPT WS-NEW-NAME
    MOVE SPACES         TO ZIPS-RECORD
    MOVE WS-NEW-STATE   TO ZIPS-STATE
    MOVE ','            TO ZIPS-COMMA1
    MOVE WS-NEW-LOW     TO ZIPS-LOW-PREFIX
    MOVE ','            TO ZIPS-COMMA2
    MOVE WS-NEW-HIGH    TO ZIPS-HIGH-PREFIX
    MOVE ','            TO ZIPS-COMMA3
    MOVE FUNCTION UPPER-CASE (WS-NEW-NAME) TO ZIPS-STATE-NAME
    WRITE ZIPS-RECORD
        INVALID KEY
            DISPLAY "WRITE FAILED FOR RANGE " WS-NEW-STATE " "
                WS-NEW-LOW
        NOT INVALID KEY
            DISPLAY "RANGE " ZIPS-STATE " " ZIPS-LOW-PREFIX " - "
                ZIPS-HIGH-PREFIX " ADDED"
    END-WRITE.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4500-ACCEPT-STATE-AND-LOW -- the key of the range in hand: a
*> two-letter state code and a three-digit low prefix.  Sets
*> WS-RANGE-OK.
*> ---------------------------------------------------------------
4500-ACCEPT-STATE-AND-LOW.
    MOVE 'Y' TO WS-RANGE-OK
    MOVE SPACES TO WS-NEW-STATE
    MOVE SPACES TO WS-NEW-LOW
    DISPLAY "STATE CODE: " WITH NO ADVANCING
    ACCEPT WS-NEW-STATE
    MOVE FUNCTION UPPER-CASE (WS-NEW-STATE) TO WS-NEW-STATE
    DISPLAY "LOW ZIP PREFIX (3 DIGITS): " WITH NO ADVANCING
    ACCEPT WS-NEW-LOW
    EVALUATE TRUE
        WHEN WS-NEW-STATE = SPACES
                OR WS-NEW-STATE NOT ALPHABETIC
                OR WS-NEW-STATE(2:1) = SPACE
            DISPLAY "STATE MUST BE TWO LETTERS"
            MOVE 'N' TO WS-RANGE-OK
        WHEN WS-NEW-LOW NOT NUMERIC
            DISPLAY "ZIP PREFIX MUST BE THREE DIGITS"
            MOVE 'N' TO WS-RANGE-OK
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
4500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4600-EDIT-HIGH-PREFIX -- the high end of the range must be three
*> digits and no lower than the low end.  Sets WS-RANGE-OK.
*> ---------------------------------------------------------------
4600-EDIT-HIGH-PREFIX.
    MOVE 'Y' TO WS-RANGE-OK
    EVALUATE TRUE
        WHEN WS-NEW-HIGH NOT NUMERIC
            DISPLAY "ZIP PREFIX MUST BE THREE DIGITS"
            MOVE 'N' TO WS-RANGE-OK
        WHEN WS-NEW-HIGH < WS-NEW-LOW
            DISPLAY "HIGH PREFIX IS BELOW THE LOW PREFIX"
            MOVE 'N' TO WS-RANGE-OK
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
4600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4700-CHECK-OVERLAP -- walks the state's ranges looking for one,
*> other than the range being keyed, that shares any prefix with
*> WS-NEW-LOW thru WS-NEW-HIGH.  The same prefix may legitimately
*> appear under two states (a few ZIPs straddle a state line), so
*> only the state's own ranges are checked.  Sets WS-OVERLAP-FOUND.
*> ---------------------------------------------------------------
4700-CHECK-OVERLAP.
    MOVE 'N' TO WS-OVERLAP-FOUND
    MOVE LOW-VALUES   TO ZIPS-KEY
    MOVE WS-NEW-STATE TO ZIPS-STATE
    START ZIP-STATE-FILE KEY IS NOT LESS THAN ZIPS-KEY
        INVALID KEY
            GO TO 4700-EXIT
    END-START
    MOVE 'N' TO WS-ZIPS-EOF
    PERFORM UNTIL WS-ZIPS-EOF = 'Y'
        READ ZIP-STATE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-ZIPS-EOF
            NOT AT END
                IF ZIPS-STATE NOT = WS-NEW-STATE
                    MOVE 'Y' TO WS-ZIPS-EOF
                ELSE
                    IF ZIPS-LOW-PREFIX NOT = WS-NEW-LOW
                            AND ZIPS-LOW-PREFIX NOT > WS-NEW-HIGH
                            AND ZIPS-HIGH-PREFIX NOT < WS-NEW-LOW
                        MOVE 'Y' TO WS-OVERLAP-FOUND
                        MOVE 'Y' TO WS-ZIPS-EOF
                        DISPLAY "OVERLAPS RANGE " ZIPS-STATE " "
                            ZIPS-LOW-PREFIX " - " ZIPS-HIGH-PREFIX
                            " -- NOT FILED"
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
4700-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-CHANGE-RANGE -- a new high prefix or state name for a range
*> on file; a blank reply leaves that field unchanged.  Moving the
*> low prefix means removing the range and adding it again.
*> ---------------------------------------------------------------
5000-CHANGE-RANGE.
    PERFORM 4500-ACCEPT-STATE-AND-LOW THRU 4500-EXIT
    IF WS-RANGE-OK = 'N'
        GO TO 5000-EXIT
    END-IF
    MOVE WS-NEW-STATE TO ZIPS-STATE
    MOVE ','          TO ZIPS-COMMA1
    MOVE WS-NEW-LOW   TO ZIPS-LOW-PREFIX
    READ ZIP-STATE-FILE
        INVALID KEY
            DISPLAY "NO RANGE ON FILE FOR " WS-NEW-STATE " "
                WS-NEW-LOW
            GO TO 5000-EXIT
    END-READ
    DISPLAY "  " ZIPS-STATE "  " ZIPS-LOW-PREFIX " - "
        ZIPS-HIGH-PREFIX "  " ZIPS-STATE-NAME
    MOVE ZIPS-HIGH-PREFIX TO WS-NEW-HIGH
    MOVE ZIPS-STATE-NAME  TO WS-NEW-NAME
    MOVE SPACES TO WS-REPLY
    DISPLAY "HIGH PREFIX [" ZIPS-HIGH-PREFIX "] -- NEW VALUE OR BLANK: "
        WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY NOT = SPACES
        MOVE WS-REPLY TO WS-NEW-HIGH
        PERFORM 4600-EDIT-HIGH-PREFIX THRU 4600-EXIT
        IF WS-RANGE-OK = 'N'
            GO TO 5000-EXIT
        END-IF
        PERFORM 4700-CHECK-OVERLAP THRU 4700-EXIT
        IF WS-OVERLAP-FOUND = 'Y'
            GO TO 5000-EXIT
        END-IF
    END-IF
    MOVE SPACES TO WS-REPLY
    DISPLAY "STATE NAME [" WS-NEW-NAME "] -- NEW VALUE OR BLANK: "
        WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY NOT = SPACES
        MOVE FUNCTION UPPER-CASE (WS-REPLY) TO WS-NEW-NAME
    END-IF
    MOVE WS-NEW-STATE TO ZIPS-STATE
    MOVE ','          TO ZIPS-COMMA1
    MOVE WS-NEW-LOW   TO ZIPS-LOW-PREFIX
    READ ZIP-STATE-FILE
        INVALID KEY
            DISPLAY "RANGE " WS-NEW-STATE " " WS-NEW-LOW
                " NO LONGER ON FILE"
            GO TO 5000-EXIT
    END-READ
    MOVE WS-NEW-HIGH TO ZIPS-HIGH-PREFIX
    MOVE WS-NEW-NAME TO ZIPS-STATE-NAME
    REWRITE ZIPS-RECORD
        INVALID KEY
            DISPLAY "REWRITE FAILED FOR RANGE " ZIPS-STATE " "
                ZIPS-LOW-PREFIX
        NOT INVALID KEY
            DISPLAY "RANGE " ZIPS-STATE " " ZIPS-LOW-PREFIX " - "
                ZIPS-HIGH-PREFIX " UPDATED"
    END-REWRITE.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-REMOVE-RANGE -- takes a range off the table after a Y
*> confirmation.
*> ---------------------------------------------------------------
6000-REMOVE-RANGE.
    PERFORM 4500-ACCEPT-STATE-AND-LOW THRU 4500-EXIT
    IF WS-RANGE-OK = 'N'
        GO TO 6000-EXIT
    END-IF
    MOVE WS-NEW-STATE TO ZIPS-STATE
    MOVE ','          TO ZIPS-COMMA1
    MOVE WS-NEW-LOW   TO ZIPS-LOW-PREFIX
    READ ZIP-STATE-FILE
        INVALID KEY
            DISPLAY "NO RANGE ON FILE FOR " WS-NEW-STATE " "
                WS-NEW-LOW
            GO TO 6000-EXIT
    END-READ
    DISPLAY "  " ZIPS-STATE "  " ZIPS-LOW-PREFIX " - "
        ZIPS-HIGH-PREFIX "  " ZIPS-STATE-NAME
    MOVE SPACES TO WS-REPLY
    DISPLAY "REMOVE THIS RANGE (Y/N)? " WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY NOT = 'Y' AND WS-REPLY NOT = 'y'
        DISPLAY "RANGE NOT REMOVED"
        GO TO 6000-EXIT
    END-IF
    DELETE ZIP-STATE-FILE
        INVALID KEY
            DISPLAY "DELETE FAILED FOR RANGE " ZIPS-STATE " "
                ZIPS-LOW-PREFIX
        NOT INVALID KEY
            DISPLAY "RANGE " ZIPS-STATE " " ZIPS-LOW-PREFIX " REMOVED"
    END-DELETE.
6000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8900-SIGN-ON -- no session without a signed-on operator: three
*> tries at an ID and password on OPER.DAT, every failed try logged.
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
        DISPLAY "SSN-ZIPMAINT: *** SIGN-ON FAILED -- SESSION NOT STARTED ***"
        STOP RUN
    END-IF
    DISPLAY "SSN-ZIPMAINT: SIGNED ON AS " WS-OPERATOR-ID
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
*> 8950-WRITE-SECURITY-LOG -- appends one line to SECLOG.DAT,
*> creating it on the first event ever logged.
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
    MOVE "SSN-ZIPMAINT"  TO SEC-PROGRAM
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
*> authority in WS-AUTH-NEEDED?  A refusal is shown to the operator
*> and logged with WS-SEC-DETAIL.  Sets WS-AUTH-OK.
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
