*>
*> Modification History:
*>   2026-08-21  JJ  Initial version.
*>   2026-10-15  JJ  Operator sign-on against OPER.DAT before the
*>                   queue opens.  Inquiry operators may look up and
*>                   browse only; accepting a case as-is (A) needs
*>                   supervisor authority.  Every status change
*>                   stamps the operator ID on the case, and failed
*>                   sign-ons and refused actions go to SECLOG.DAT.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-CASEWRK.
    RECORD KEY IS CASE-SSN
    FILE STATUS IS WS-CASE-FILE-STATUS.

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
FD SUSPECT-CASE-FILE.
COPY CASEREC.

*> Operators allowed to sign on -- layout shared through OPERREC.
FD OPERATOR-FILE.
COPY OPERREC.

*> Security log -- failed sign-ons and refused actions.
FD SECURITY-LOG-FILE.
COPY SECLREC.

WORKING-STORAGE SECTION.
01 WS-CASE-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-CASE-FILE-OK        VALUE '00'.
01 WS-NEW-STATUS        PIC X(1).
01 WS-CASE-EOF          PIC X VALUE 'N'.

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
    OPEN I-O SUSPECT-CASE-FILE
    IF WS-CASE-FILE-MISSING
        DISPLAY "SUSPCASE.DAT not found -- run SSN-CHECK first"
    DISPLAY "  4. EXIT"
    DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
    ACCEPT WS-CHOICE
    IF WS-CHOICE = 3
        MOVE 'U' TO WS-AUTH-NEEDED
        MOVE "MENU 3 SET CASE STATUS" TO WS-SEC-DETAIL
        PERFORM 8960-CHECK-AUTHORITY THRU 8960-EXIT
        IF WS-AUTH-OK = 'N'
            GO TO 2000-EXIT
        END-IF
    END-IF
    EVALUATE WS-CHOICE
        WHEN 1 PERFORM 3000-LOOKUP-CASE THRU 3000-EXIT
        WHEN 2 PERFORM 4000-BROWSE-OPEN-CASES THRU 4000-EXIT
    DISPLAY "  SSN " CASE-SSN "  STATUS " CASE-STATUS
        "  FIRST " CASE-FIRST-SEEN
        "  LAST " CASE-LAST-SEEN
    DISPLAY "  REASON: " CASE-REASON "  BY " CASE-OPERATOR.
3500-EXIT.
    EXIT.


*> ---------------------------------------------------------------
*> 5000-SET-CASE-STATUS -- moves one case along the queue.  Only
*> the four known statuses are accepted, and accepting a case as-is
*> takes a supervisor.  The operator who moved it goes on the case.
*> ---------------------------------------------------------------
5000-SET-CASE-STATUS.
    DISPLAY "CASE SSN: " WITH NO ADVANCING
        DISPLAY "UNKNOWN STATUS -- CASE UNCHANGED"
        GO TO 5000-EXIT
    END-IF
    IF WS-NEW-STATUS = 'A'
        MOVE 'S' TO WS-AUTH-NEEDED
        MOVE SPACES TO WS-SEC-DETAIL
        STRING "CASE ACCEPT SSN " WS-SEARCH-SSN
            DELIMITED BY SIZE INTO WS-SEC-DETAIL
        PERFORM 8960-CHECK-AUTHORITY THRU 8960-EXIT
        IF WS-AUTH-OK = 'N'
            DISPLAY "CASE UNCHANGED"
            GO TO 5000-EXIT
        END-IF
    END-IF
    MOVE WS-NEW-STATUS TO CASE-STATUS
    MOVE ','            TO CASE-COMMA5
    MOVE WS-OPERATOR-ID TO CASE-OPERATOR
    REWRITE CASE-RECORD
        INVALID KEY
            DISPLAY "REWRITE FAILED FOR CASE " WS-SEARCH-SSN
    END-REWRITE.
5000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8900-SIGN-ON -- no session without a signed-on operator.  The
*> operator gets three tries at an ID and password on OPER.DAT;
*> every failed try goes to the security log, and three failures
*> end the session before the case file is opened.
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
        DISPLAY "SSN-CASEWRK: *** SIGN-ON FAILED -- SESSION NOT STARTED ***"
        STOP RUN
    END-IF
    DISPLAY "SSN-CASEWRK: SIGNED ON AS " WS-OPERATOR-ID
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
    MOVE "SSN-CASEWRK"   TO SEC-PROGRAM
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
