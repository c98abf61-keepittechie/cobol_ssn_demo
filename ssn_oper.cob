*> SSN-OPERMNT -- console maintenance of the operator file that
*> SSN-MAINT and SSN-CASEWRK sign on against.
*> Created by Josh from KeepItTechie
*>
*> OPER.DAT (layout in OPERREC) holds one record per operator: the
*> ID, the password, and the authority level -- I inquiry only,
*> U update, S supervisor.  This program lists, enrolls, changes and
*> removes operators, and only a signed-on supervisor may run it.
*> The one exception is the very first run: with no OPER.DAT, or an
*> empty one, there is nobody to sign on as, so the program enrolls
*> the first supervisor before asking for a sign-on.  A supervisor
*> cannot remove or demote their own ID, so the file is never left
*> without one.  Failed sign-ons and refused sessions go to
*> SECLOG.DAT (layout in SECLREC), as they do in the console
*> programs.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-OPERMNT.
AUTHOR. JOSH / KEEPITTECHIE.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
FD OPERATOR-FILE.
COPY OPERREC.

FD SECURITY-LOG-FILE.
COPY SECLREC.

WORKING-STORAGE SECTION.
01 WS-OPER-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-OPER-FILE-OK        VALUE '00'.
   88 WS-OPER-FILE-MISSING   VALUE '35'.
01 WS-SECLOG-STATUS     PIC XX VALUE SPACES.
   88 WS-SECLOG-OK           VALUE '00'.
   88 WS-SECLOG-NOT-FND      VALUE '35'.

01 WS-DONE              PIC X VALUE 'N'.
01 WS-CHOICE            PIC 9.
01 WS-OPER-EOF          PIC X VALUE 'N'.
01 WS-FILE-EMPTY        PIC X VALUE 'N'.
01 WS-SEARCH-ID         PIC X(8) VALUE SPACES.
01 WS-REPLY             PIC X(20) VALUE SPACES.
01 WS-NEW-LEVEL         PIC X(1) VALUE SPACES.
   88 WS-NEW-LEVEL-VALID     VALUE 'I' 'U' 'S'.
77 WS-LIST-COUNT        PIC 9(5) COMP VALUE ZERO.

*> ---------------------------------------------------------------
*> Operator sign-on working storage, as in SSN-MAINT.
*> ---------------------------------------------------------------
01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
01 WS-OPERATOR-AUTH     PIC X(1) VALUE SPACES.
   88 WS-OPERATOR-SUPERVISOR  VALUE 'S'.
01 WS-SIGNON-ID         PIC X(8) VALUE SPACES.
01 WS-SIGNON-PASSWORD   PIC X(8) VALUE SPACES.
01 WS-SIGNED-ON         PIC X VALUE 'N'.
01 WS-SEC-OPERATOR      PIC X(8) VALUE SPACES.
01 WS-SEC-EVENT         PIC X(7) VALUE SPACES.
01 WS-SEC-DETAIL        PIC X(40) VALUE SPACES.
01 WS-SEC-STAMP         PIC X(14) VALUE SPACES.
77 WS-SIGNON-TRIES      PIC 9(1) COMP VALUE ZERO.
77 WS-MAX-SIGNON-TRIES  PIC 9(1) COMP VALUE 3.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN I-O OPERATOR-FILE
    IF WS-OPER-FILE-MISSING
        OPEN OUTPUT OPERATOR-FILE
        CLOSE OPERATOR-FILE
        OPEN I-O OPERATOR-FILE
    END-IF
    PERFORM 1000-CHECK-EMPTY-FILE THRU 1000-EXIT
    IF WS-FILE-EMPTY = 'Y'
        PERFORM 1500-ENROLL-FIRST-SUPERVISOR THRU 1500-EXIT
    END-IF
    PERFORM 8900-SIGN-ON THRU 8900-EXIT
    PERFORM UNTIL WS-DONE = 'Y'
        PERFORM 2000-SHOW-MENU THRU 2000-EXIT
    END-PERFORM
    CLOSE OPERATOR-FILE
    STOP RUN.

*> ---------------------------------------------------------------
*> 1000-CHECK-EMPTY-FILE -- is there any operator on file at all?
*> ---------------------------------------------------------------
1000-CHECK-EMPTY-FILE.
    MOVE 'N' TO WS-FILE-EMPTY
    MOVE LOW-VALUES TO OPR-ID
    START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
        INVALID KEY
            MOVE 'Y' TO WS-FILE-EMPTY
    END-START.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1500-ENROLL-FIRST-SUPERVISOR -- first run only.  With nobody on
*> file there is nobody to sign on as, so the first operator is
*> enrolled here, always at supervisor level, and then signs on
*> like everyone else.
*> ---------------------------------------------------------------
1500-ENROLL-FIRST-SUPERVISOR.
    DISPLAY "SSN-OPERMNT: NO OPERATORS ON FILE -- ENROLLING THE FIRST SUPERVISOR"
    PERFORM 4500-ACCEPT-OPERATOR-ID THRU 4500-EXIT
    IF WS-SEARCH-ID = SPACES
        DISPLAY "NO OPERATOR ID GIVEN -- NOTHING ENROLLED"
        CLOSE OPERATOR-FILE
        STOP RUN
    END-IF
    MOVE SPACES TO OPER-RECORD
    MOVE WS-SEARCH-ID TO OPR-ID
    MOVE ',' TO OPR-COMMA1
    MOVE ',' TO OPR-COMMA2
    MOVE ',' TO OPR-COMMA3
    MOVE 'S' TO OPR-AUTH-LEVEL
    PERFORM 4600-ACCEPT-PASSWORD THRU 4600-EXIT
    DISPLAY "OPERATOR NAME: " WITH NO ADVANCING
    ACCEPT OPR-NAME
    WRITE OPER-RECORD
        INVALID KEY
            DISPLAY "WRITE FAILED FOR OPERATOR " OPR-ID
            CLOSE OPERATOR-FILE
            STOP RUN
    END-WRITE
    DISPLAY "SUPERVISOR " OPR-ID " ENROLLED -- SIGN ON TO CONTINUE".
1500-EXIT.
    EXIT.

2000-SHOW-MENU.
    DISPLAY " "
    DISPLAY "SSN-OPERMNT -- OPERATOR FILE MAINTENANCE"
    DISPLAY "  1. LIST OPERATORS"
    DISPLAY "  2. ENROLL AN OPERATOR"
    DISPLAY "  3. CHANGE PASSWORD OR AUTHORITY"
    DISPLAY "  4. REMOVE AN OPERATOR"
    DISPLAY "  5. EXIT"
    DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
    ACCEPT WS-CHOICE
    EVALUATE WS-CHOICE
        WHEN 1 PERFORM 3000-LIST-OPERATORS THRU 3000-EXIT
        WHEN 2 PERFORM 4000-ENROLL-OPERATOR THRU 4000-EXIT
        WHEN 3 PERFORM 5000-CHANGE-OPERATOR THRU 5000-EXIT
        WHEN 4 PERFORM 6000-REMOVE-OPERATOR THRU 6000-EXIT
        WHEN 5 MOVE 'Y' TO WS-DONE
        WHEN OTHER DISPLAY "INVALID CHOICE, TRY AGAIN."
    END-EVALUATE.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-LIST-OPERATORS -- every operator in ID order with level and
*> name.  Passwords are never shown.
*> ---------------------------------------------------------------
3000-LIST-OPERATORS.
    MOVE ZERO TO WS-LIST-COUNT
    MOVE LOW-VALUES TO OPR-ID
    START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
        INVALID KEY
            DISPLAY "NO OPERATORS ON FILE"
            GO TO 3000-EXIT
    END-START
    MOVE 'N' TO WS-OPER-EOF
    PERFORM UNTIL WS-OPER-EOF = 'Y'
        READ OPERATOR-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-OPER-EOF
            NOT AT END
                ADD 1 TO WS-LIST-COUNT
                DISPLAY "  " OPR-ID "  LEVEL " OPR-AUTH-LEVEL
                    "  " OPR-NAME
        END-READ
    END-PERFORM
    DISPLAY "  " WS-LIST-COUNT " OPERATOR(S) ON FILE".
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4000-ENROLL-OPERATOR -- a new operator with password, level and
*> name.  An ID already on file is refused rather than overlaid.
*> ---------------------------------------------------------------
4000-ENROLL-OPERATOR.
    PERFORM 4500-ACCEPT-OPERATOR-ID THRU 4500-EXIT
    IF WS-SEARCH-ID = SPACES
        GO TO 4000-EXIT
    END-IF
    MOVE WS-SEARCH-ID TO OPR-ID
    READ OPERATOR-FILE
        NOT INVALID KEY
            DISPLAY "OPERATOR " WS-SEARCH-ID " ALREADY ON FILE -- NOT ADDED"
            GO TO 4000-EXIT
    END-READ
    PERFORM 4700-ACCEPT-LEVEL THRU 4700-EXIT
    IF NOT WS-NEW-LEVEL-VALID
        DISPLAY "UNKNOWN AUTHORITY LEVEL -- NOT ADDED"
        GO TO 4000-EXIT
    END-IF
    MOVE SPACES TO OPER-RECORD
    MOVE WS-SEARCH-ID TO OPR-ID
    MOVE ',' TO OPR-COMMA1
    MOVE ',' TO OPR-COMMA2
    MOVE ',' TO OPR-COMMA3
    MOVE WS-NEW-LEVEL TO OPR-AUTH-LEVEL
    PERFORM 4600-ACCEPT-PASSWORD THRU 4600-EXIT
    DISPLAY "OPERATOR NAME: " WITH NO ADVANCING
    ACCEPT OPR-NAME
    WRITE OPER-RECORD
        INVALID KEY
            DISPLAY "WRITE FAILED FOR OPERATOR " OPR-ID
        NOT INVALID KEY
            DISPLAY "OPERATOR " OPR-ID " ENROLLED AT LEVEL "
                OPR-AUTH-LEVEL
    END-WRITE.
4000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4500-ACCEPT-OPERATOR-ID -- the operator ID prompt shared by
*> enroll and change.
*> ---------------------------------------------------------------
4500-ACCEPT-OPERATOR-ID.
    MOVE SPACES TO WS-SEARCH-ID
    DISPLAY "OPERATOR ID: " WITH NO ADVANCING
    ACCEPT WS-SEARCH-ID.
4500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4600-ACCEPT-PASSWORD -- the password prompt shared by enroll and
*> change, repeated until something is keyed; a password may not
*> be blank.
*> ---------------------------------------------------------------
4600-ACCEPT-PASSWORD.
    MOVE SPACES TO OPR-PASSWORD
    PERFORM UNTIL OPR-PASSWORD NOT = SPACES
        DISPLAY "PASSWORD (UP TO 8): " WITH NO ADVANCING
        ACCEPT OPR-PASSWORD
    END-PERFORM.
4600-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 4700-ACCEPT-LEVEL -- the authority-level prompt shared by enroll
*> and change.
*> ---------------------------------------------------------------
4700-ACCEPT-LEVEL.
    MOVE SPACES TO WS-NEW-LEVEL
    DISPLAY "AUTHORITY (I INQUIRY, U UPDATE, S SUPERVISOR): "
        WITH NO ADVANCING
    ACCEPT WS-NEW-LEVEL.
4700-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 5000-CHANGE-OPERATOR -- new password, authority level or name;
*> a blank reply leaves that field unchanged.  The signed-on
*> supervisor may not lower their own level.
*> ---------------------------------------------------------------
5000-CHANGE-OPERATOR.
    PERFORM 4500-ACCEPT-OPERATOR-ID THRU 4500-EXIT
    MOVE WS-SEARCH-ID TO OPR-ID
    READ OPERATOR-FILE
        INVALID KEY
            DISPLAY "NO OPERATOR ON FILE WITH ID " WS-SEARCH-ID
            GO TO 5000-EXIT
    END-READ
    DISPLAY "  " OPR-ID "  LEVEL " OPR-AUTH-LEVEL "  " OPR-NAME
    MOVE SPACES TO WS-REPLY
    DISPLAY "NEW PASSWORD -- OR BLANK: " WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY NOT = SPACES
        MOVE WS-REPLY TO OPR-PASSWORD
    END-IF
    PERFORM 4700-ACCEPT-LEVEL THRU 4700-EXIT
    IF WS-NEW-LEVEL NOT = SPACES
        IF NOT WS-NEW-LEVEL-VALID
            DISPLAY "UNKNOWN AUTHORITY LEVEL -- OPERATOR UNCHANGED"
            GO TO 5000-EXIT
        END-IF
        IF OPR-ID = WS-OPERATOR-ID AND WS-NEW-LEVEL NOT = 'S'
            DISPLAY "CANNOT LOWER YOUR OWN AUTHORITY -- OPERATOR UNCHANGED"
            GO TO 5000-EXIT
        END-IF
        MOVE WS-NEW-LEVEL TO OPR-AUTH-LEVEL
    END-IF
    MOVE SPACES TO WS-REPLY
    DISPLAY "NAME [" OPR-NAME "] -- NEW VALUE OR BLANK: "
        WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY NOT = SPACES
        MOVE WS-REPLY TO OPR-NAME
    END-IF
    REWRITE OPER-RECORD
        INVALID KEY
            DISPLAY "REWRITE FAILED FOR OPERATOR " OPR-ID
        NOT INVALID KEY
            DISPLAY "OPERATOR " OPR-ID " UPDATED"
    END-REWRITE.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 6000-REMOVE-OPERATOR -- takes an operator off file after a Y
*> confirmation.  The signed-on supervisor cannot remove their own
*> ID.
*> ---------------------------------------------------------------
6000-REMOVE-OPERATOR.
    PERFORM 4500-ACCEPT-OPERATOR-ID THRU 4500-EXIT
    IF WS-SEARCH-ID = WS-OPERATOR-ID
        DISPLAY "CANNOT REMOVE YOUR OWN OPERATOR ID"
        GO TO 6000-EXIT
    END-IF
    MOVE WS-SEARCH-ID TO OPR-ID
    READ OPERATOR-FILE
        INVALID KEY
            DISPLAY "NO OPERATOR ON FILE WITH ID " WS-SEARCH-ID
            GO TO 6000-EXIT
    END-READ
    DISPLAY "  " OPR-ID "  LEVEL " OPR-AUTH-LEVEL "  " OPR-NAME
    MOVE SPACES TO WS-REPLY
    DISPLAY "REMOVE THIS OPERATOR (Y/N)? " WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY NOT = 'Y' AND WS-REPLY NOT = 'y'
        DISPLAY "OPERATOR NOT REMOVED"
        GO TO 6000-EXIT
    END-IF
    DELETE OPERATOR-FILE
        INVALID KEY
            DISPLAY "DELETE FAILED FOR OPERATOR " OPR-ID
        NOT INVALID KEY
            DISPLAY "OPERATOR " OPR-ID " REMOVED"
    END-DELETE.
6000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8900-SIGN-ON -- three tries at an ID and password, as in the
*> console programs, and then the operator must be a supervisor.
*> Failed sign-ons and a refused session are both logged.
*> ---------------------------------------------------------------
8900-SIGN-ON.
    PERFORM UNTIL WS-SIGNED-ON = 'Y'
            OR WS-SIGNON-TRIES NOT < WS-MAX-SIGNON-TRIES
        PERFORM 8910-TRY-SIGN-ON THRU 8910-EXIT
    END-PERFORM
    IF WS-SIGNED-ON = 'N'
        DISPLAY "SSN-OPERMNT: *** SIGN-ON FAILED -- SESSION NOT STARTED ***"
        CLOSE OPERATOR-FILE
        STOP RUN
    END-IF
    IF NOT WS-OPERATOR-SUPERVISOR
        DISPLAY "NOT AUTHORIZED -- SUPERVISOR AUTHORITY REQUIRED"
        MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR
        MOVE "REFUSED"      TO WS-SEC-EVENT
        MOVE "OPERATOR FILE MAINTENANCE" TO WS-SEC-DETAIL
        PERFORM 8950-WRITE-SECURITY-LOG THRU 8950-EXIT
        CLOSE OPERATOR-FILE
        STOP RUN
    END-IF
    DISPLAY "SSN-OPERMNT: SIGNED ON AS " WS-OPERATOR-ID
        " AUTHORITY " WS-OPERATOR-AUTH.
8900-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8910-TRY-SIGN-ON -- one sign-on attempt against OPER.DAT.
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
    MOVE "SSN-OPERMNT"   TO SEC-PROGRAM
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
