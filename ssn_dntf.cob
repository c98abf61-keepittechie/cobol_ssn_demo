*> SSN-DTHNOTE -- outbound death-notification file to the benefit
*> payers.
*> Created by Josh from KeepItTechie
*>
*> Dates of death reach the master four ways -- SSN-DTHMATCH and
*> the SSN-INTAKE hospital report through the nightly update,
*> SSN-LTRRESP confirmations, and SSN-MAINT by hand -- and every one
*> of them lands on JOURNAL.DAT as a before and after image.  This
*> cycle step reads the journal entries made since its last run and
*> tells the payers about each date of death that appeared, changed
*> or went away, so money stops going to the dead and starts again
*> for anyone wrongly reported.  Compared with what the payers were
*> last told on the DTHNREG.DAT register (layout in DNRGREC), an
*> entry becomes
*>   N  new death     -- a DOD where none stood notified
*>   C  correction    -- a different DOD than the one notified
*>   R  reversal      -- a DOD is gone, whether cleared on a change
*>                       or dropped by an archive restore (journaled
*>                       as a WRITE with the archived record as its
*>                       before image); sent whenever the before
*>                       image had a DOD and the after image has
*>                       none, notified or not, since an archived
*>                       person was most likely reported dead before
*>                       this step ever ran
*> and an entry that leaves the DOD as notified sends nothing, so
*> nobody is told twice about the same death.  Deletes are passed
*> over: a retention run or an SSN-MAINT delete takes the record off
*> the master, it does not bring anyone back to life.
*>
*> The notices go out on DTHNOTIF.DAT in the payers' fixed layout
*> (DNTFREC) between an H header and a T trailer carrying the
*> transmission sequence and counts.  Each transmission is kept as
*> DTHN<seq>.DAT and logged on DTHNLOG.DAT with its sequence, the
*> journal window it covered and its counts; the next run starts
*> where that window ended.  A lost file is resent by placing its
*> sequence on DTHRESND.CTL: the run then copies the kept file back
*> to DTHNOTIF.DAT, logs the resend and does nothing else.
*>
*> Runs in the nightly cycle after SSN-UPDT (held until the update
*> finished clean for tonight's batch date, with the supervised
*> one-shot override on OVERRIDE.CTL), and stamps its own start,
*> finish and verdict on RUNSTAT.DAT.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.
*>   2026-10-15  JJ  Any entry that takes a DOD away goes out as a
*>                   reversal, with the DOD it had as the prior
*>                   date, whether or not the register shows it
*>                   notified -- an archive restore now shows the
*>                   archived DOD on the journal.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-DTHNOTE.
AUTHOR. JOSH / KEEPITTECHIE.
DATE-WRITTEN. 2026-10-15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO 'journal.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-JRNL-FILE-STATUS.

    SELECT REGISTER-FILE ASSIGN TO 'dthnreg.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS NRG-SSN
    FILE STATUS IS WS-NRG-FILE-STATUS.

    SELECT NOTIFY-FILE ASSIGN TO 'dthnotif.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-NOTIFY-STATUS.

    SELECT KEEP-FILE ASSIGN TO DYNAMIC WS-KEEP-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-KEEP-FILE-STATUS.

    SELECT XMIT-LOG ASSIGN TO 'dthnlog.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-XMIT-LOG-STATUS.

    SELECT RESEND-CTL-FILE ASSIGN TO 'dthresnd.ctl'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RESEND-STATUS.

    SELECT RUN-DATE-FILE ASSIGN TO 'rundate.dat'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUN-DATE-STATUS.

    SELECT RUN-STATUS-FILE ASSIGN TO 'runstat.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS RST-STEP
    FILE STATUS IS WS-RST-FILE-STATUS.

    SELECT OVERRIDE-CTL-FILE ASSIGN TO 'override.ctl'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OVERRIDE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Master update journal -- before/after images of every WRITE,
*> REWRITE and DELETE (layout in JRNLREC).  Read only.
FD JOURNAL-FILE.
COPY JRNLREC.

*> What the payers were last told, by SSN (layout in DNRGREC).
FD REGISTER-FILE.
COPY DNRGREC.

*> Tonight's outbound file, in the payers' layout (DNTFREC).
FD NOTIFY-FILE.
COPY DNTFREC.

*> Kept copy of a transmission, DTHN<seq>.DAT -- same 80 bytes.
FD KEEP-FILE.
01 KEEP-RECORD          PIC X(80).

*> Transmission log -- one line per file sent or resent: sequence,
*> S sent / R resent, batch date, when it was written, the journal
*> window it covered (from inclusive, to exclusive) and its counts.
FD XMIT-LOG.
01 XMIT-LOG-RECORD.
   05 DNL-SEQ          PIC 9(6).
   05 DNL-COMMA1       PIC X.
   05 DNL-KIND         PIC X(1).
      88 DNL-SENT             VALUE 'S'.
      88 DNL-RESENT           VALUE 'R'.
   05 DNL-COMMA2       PIC X.
   05 DNL-BATCH-DATE   PIC X(10).
   05 DNL-COMMA3       PIC X.
   05 DNL-STAMP        PIC X(14).
   05 DNL-COMMA4       PIC X.
   05 DNL-FROM-STAMP   PIC X(14).
   05 DNL-COMMA5       PIC X.
   05 DNL-TO-STAMP     PIC X(14).
   05 DNL-COMMA6       PIC X.
   05 DNL-NEW          PIC 9(7).
   05 DNL-COMMA7       PIC X.
   05 DNL-CORRECTED    PIC 9(7).
   05 DNL-COMMA8       PIC X.
   05 DNL-REVERSED     PIC 9(7).
   05 DNL-COMMA9       PIC X.
   05 DNL-DETAILS      PIC 9(7).

*> Resend card -- the six-digit sequence of a past transmission to
*> send again; emptied once the resend is done.
FD RESEND-CTL-FILE.
01 RESEND-CTL-RECORD.
   05 RSD-SEQ          PIC X(6).

*> Run-control "date card" -- same convention SSN-CHECK uses,
*> supplying the batch date for the run-status stamp.
FD RUN-DATE-FILE.
01 RUN-DATE-RECORD.
   05 RUN-DATE-CCYY    PIC 9(4).
   05 RUN-DATE-MM      PIC 9(2).
   05 RUN-DATE-DD      PIC 9(2).

*> Nightly-cycle run-status file -- layout shared through RUNREC
*> with the other cycle steps and the SSN-RUNSTAT display.
FD RUN-STATUS-FILE.
COPY RUNREC.

*> Supervised one-shot override card -- a 'Y' lets a held step run
*> ahead of its predecessor; the card is consumed once used.
FD OVERRIDE-CTL-FILE.
01 OVERRIDE-CTL-RECORD  PIC X(1).

WORKING-STORAGE SECTION.
01 WS-END-FILE         PIC X VALUE 'N'.
01 WS-JRNL-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-JRNL-FILE-OK         VALUE '00'.
   88 WS-JRNL-FILE-MISSING    VALUE '35'.
01 WS-NRG-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-NRG-FILE-OK          VALUE '00'.
   88 WS-NRG-FILE-MISSING     VALUE '35'.
01 WS-NOTIFY-STATUS    PIC XX VALUE SPACES.
   88 WS-NOTIFY-OK            VALUE '00'.
01 WS-KEEP-FILE-STATUS PIC XX VALUE SPACES.
   88 WS-KEEP-FILE-OK         VALUE '00'.
   88 WS-KEEP-FILE-MISSING    VALUE '35'.
01 WS-XMIT-LOG-STATUS  PIC XX VALUE SPACES.
   88 WS-XMIT-LOG-OK          VALUE '00'.
   88 WS-XMIT-LOG-MISSING     VALUE '35'.
01 WS-RESEND-STATUS    PIC XX VALUE SPACES.
   88 WS-RESEND-OK            VALUE '00'.
   88 WS-RESEND-NOT-FND       VALUE '35'.

*> Kept-copy file name, DTHN<seq>.DAT.
01 WS-KEEP-NAME        PIC X(16) VALUE SPACES.

*> ---------------------------------------------------------------
*> Transmission control.  The journal window runs from where the
*> last logged transmission stopped up to this run's own start, so
*> an entry written while the step runs waits for the next night.
*> ---------------------------------------------------------------
77 WS-LAST-SEQ         PIC 9(6) VALUE ZERO.
77 WS-THIS-SEQ         PIC 9(6) VALUE ZERO.
01 WS-FROM-STAMP       PIC X(14) VALUE SPACES.
01 WS-TO-STAMP         PIC X(14) VALUE SPACES.
01 WS-ENTRY-STAMP      PIC X(14) VALUE SPACES.
01 WS-RESEND-SEQ       PIC 9(6) VALUE ZERO.
01 WS-RESEND-FOUND     PIC X VALUE 'N'.
01 WS-RESEND-LOG-LINE  PIC X(96) VALUE SPACES.

77 WS-ENTRIES-READ     PIC 9(7) COMP VALUE ZERO.
77 WS-ENTRIES-IN-WINDOW PIC 9(7) COMP VALUE ZERO.
77 WS-NEW-COUNT        PIC 9(7) COMP VALUE ZERO.
77 WS-CORR-COUNT       PIC 9(7) COMP VALUE ZERO.
77 WS-REV-COUNT        PIC 9(7) COMP VALUE ZERO.
77 WS-DETAIL-COUNT     PIC 9(7) COMP VALUE ZERO.
77 WS-COPY-COUNT       PIC 9(7) COMP VALUE ZERO.
01 WS-COUNT-EDITED     PIC Z,ZZZ,ZZ9.

*> Before and after images sliced the way SSNREC lays the master
*> record out.
01 WS-BEFORE-IMAGE     PIC X(52) VALUE SPACES.
01 WS-BEFORE-FIELDS REDEFINES WS-BEFORE-IMAGE.
   05 BFR-SSN          PIC X(9).
   05 FILLER           PIC X.
   05 BFR-NAME         PIC X(20).
   05 FILLER           PIC X.
   05 BFR-DOB          PIC X(10).
   05 FILLER           PIC X.
   05 BFR-DOD          PIC X(10).
01 WS-AFTER-IMAGE      PIC X(52) VALUE SPACES.
01 WS-AFTER-FIELDS REDEFINES WS-AFTER-IMAGE.
   05 AFT-SSN          PIC X(9).
   05 FILLER           PIC X.
   05 AFT-NAME         PIC X(20).
   05 FILLER           PIC X.
   05 AFT-DOB          PIC X(10).
   05 FILLER           PIC X.
   05 AFT-DOD          PIC X(10).

*> Register state for the SSN in hand as it stood before tonight's
*> run touched it ('N' = never notified).
01 WS-REG-FOUND        PIC X VALUE 'N'.
01 WS-CUR-STATUS       PIC X(1) VALUE SPACE.
01 WS-CUR-DOD          PIC X(10) VALUE SPACES.
01 WS-NOTICE-ACTION    PIC X(1) VALUE SPACE.
*> The DOD the notice names as the one it replaces.
01 WS-PRIOR-DOD        PIC X(10) VALUE SPACES.

*> CCYY-MM-DD to the payers' CCYYMMDD.
01 WS-ISO-DATE         PIC X(10).
01 WS-PAYER-DATE       PIC X(8).

*> ---------------------------------------------------------------
*> Run-sequencing working storage.
*> ---------------------------------------------------------------
01 WS-RUN-DATE-STATUS  PIC XX VALUE SPACES.
   88 WS-RUN-DATE-OK          VALUE '00'.
   88 WS-RUN-DATE-NOT-FND     VALUE '35'.
01 WS-RST-FILE-STATUS  PIC XX VALUE SPACES.
   88 WS-RST-FILE-OK          VALUE '00'.
   88 WS-RST-FILE-MISSING     VALUE '35'.
01 WS-OVERRIDE-STATUS  PIC XX VALUE SPACES.
   88 WS-OVERRIDE-FILE-OK     VALUE '00'.
   88 WS-OVERRIDE-NOT-FND     VALUE '35'.
01 WS-OVERRIDE-OK      PIC X VALUE 'N'.
01 WS-HOLD-REASON      PIC X(30) VALUE SPACES.
01 WS-RUN-VERDICT      PIC X VALUE 'F'.
01 WS-RST-STAMP        PIC X(14) VALUE SPACES.
77 WS-THIS-STEP        PIC X(12) VALUE "SSN-DTHNOTE".
77 WS-PRED-STEP        PIC X(12) VALUE "SSN-UPDT".

01 WS-RUN-DATE.
   05 WS-RUN-CCYY      PIC 9(4).
   05 WS-RUN-MM        PIC 9(2).
   05 WS-RUN-DD        PIC 9(2).
01 WS-RUN-DATE-ISO     PIC X(10).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 0900-GET-RUN-DATE THRU 0900-EXIT
    PERFORM 1000-READ-XMIT-LOG THRU 1000-EXIT
    PERFORM 1100-CHECK-RESEND THRU 1100-EXIT
    PERFORM 8000-RUN-CONTROL-START THRU 8000-EXIT
    MOVE 'N' TO WS-END-FILE
    PERFORM 1200-OPEN-FILES THRU 1200-EXIT
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ JOURNAL-FILE
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                ADD 1 TO WS-ENTRIES-READ
                PERFORM 2000-EXAMINE-ENTRY THRU 2000-EXIT
        END-READ
    END-PERFORM
    PERFORM 3000-FINISH-TRANSMISSION THRU 3000-EXIT
    MOVE WS-THIS-SEQ TO WS-COUNT-EDITED
    DISPLAY "SSN-DTHNOTE: TRANSMISSION       " WS-COUNT-EDITED
    MOVE WS-ENTRIES-IN-WINDOW TO WS-COUNT-EDITED
    DISPLAY "SSN-DTHNOTE: JOURNAL ENTRIES    " WS-COUNT-EDITED
    MOVE WS-NEW-COUNT TO WS-COUNT-EDITED
    DISPLAY "SSN-DTHNOTE: NEW DEATHS         " WS-COUNT-EDITED
    MOVE WS-CORR-COUNT TO WS-COUNT-EDITED
    DISPLAY "SSN-DTHNOTE: CORRECTIONS        " WS-COUNT-EDITED
    MOVE WS-REV-COUNT TO WS-COUNT-EDITED
    DISPLAY "SSN-DTHNOTE: REVERSALS          " WS-COUNT-EDITED
    MOVE 'C' TO WS-RUN-VERDICT
    PERFORM 8500-STAMP-FINISH THRU 8500-EXIT
    STOP RUN.

*> ---------------------------------------------------------------
*> 0900-GET-RUN-DATE -- same run-date parameter convention as
*> SSN-CHECK, supplying the batch date the run-status stamp runs
*> under.
*> ---------------------------------------------------------------
0900-GET-RUN-DATE.
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
0900-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1000-READ-XMIT-LOG -- the last sequence used and where the last
*> transmission's journal window ended.  No log is the first run:
*> sequence 1, and the window starts at the head of the journal.
*> ---------------------------------------------------------------
1000-READ-XMIT-LOG.
    MOVE LOW-VALUES TO WS-FROM-STAMP
    OPEN INPUT XMIT-LOG
    IF WS-XMIT-LOG-MISSING
        GO TO 1000-EXIT
    END-IF
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ XMIT-LOG
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                IF DNL-SENT AND DNL-SEQ IS NUMERIC
                    MOVE DNL-SEQ      TO WS-LAST-SEQ
                    MOVE DNL-TO-STAMP TO WS-FROM-STAMP
                END-IF
        END-READ
    END-PERFORM
    CLOSE XMIT-LOG.
1000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1100-CHECK-RESEND -- a sequence on DTHRESND.CTL turns this run
*> into a resend of that transmission and nothing more: the kept
*> copy goes back out as DTHNOTIF.DAT, the resend is logged, and
*> the card is emptied.  A card naming a transmission that was
*> never sent, or whose kept copy is gone, stops the run with the
*> card left in place.
*> ---------------------------------------------------------------
1100-CHECK-RESEND.
    OPEN INPUT RESEND-CTL-FILE
    IF NOT WS-RESEND-OK
        GO TO 1100-EXIT
    END-IF
    MOVE SPACES TO RESEND-CTL-RECORD
    READ RESEND-CTL-FILE
        AT END
            MOVE SPACES TO RESEND-CTL-RECORD
    END-READ
    CLOSE RESEND-CTL-FILE
    IF RSD-SEQ = SPACES
        GO TO 1100-EXIT
    END-IF
    IF RSD-SEQ IS NOT NUMERIC
        DISPLAY "SSN-DTHNOTE: DTHRESND.CTL SEQUENCE " RSD-SEQ
            " IS NOT SIX DIGITS -- NOTHING SENT"
        STOP RUN
    END-IF
    MOVE RSD-SEQ TO WS-RESEND-SEQ
    PERFORM 1150-FIND-LOGGED-SEQ THRU 1150-EXIT
    IF WS-RESEND-FOUND NOT = 'Y'
        DISPLAY "SSN-DTHNOTE: TRANSMISSION " RSD-SEQ
            " IS NOT ON DTHNLOG.DAT -- NOTHING SENT"
        STOP RUN
    END-IF
    MOVE WS-RESEND-SEQ TO WS-THIS-SEQ
    PERFORM 8800-BUILD-KEEP-NAME THRU 8800-EXIT
    OPEN INPUT KEEP-FILE
    IF NOT WS-KEEP-FILE-OK
        DISPLAY "SSN-DTHNOTE: KEPT COPY " WS-KEEP-NAME
            " NOT FOUND -- NOTHING SENT"
        STOP RUN
    END-IF
    OPEN OUTPUT NOTIFY-FILE
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ KEEP-FILE
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                MOVE KEEP-RECORD TO DNT-RECORD
                WRITE DNT-RECORD
                ADD 1 TO WS-COPY-COUNT
        END-READ
    END-PERFORM
    CLOSE KEEP-FILE
    CLOSE NOTIFY-FILE
    MOVE WS-RESEND-LOG-LINE TO XMIT-LOG-RECORD
    MOVE 'R' TO DNL-KIND
    MOVE WS-RUN-DATE-ISO TO DNL-BATCH-DATE
    MOVE FUNCTION CURRENT-DATE(1:14) TO DNL-STAMP
    OPEN EXTEND XMIT-LOG
    WRITE XMIT-LOG-RECORD
    CLOSE XMIT-LOG
    OPEN OUTPUT RESEND-CTL-FILE
    CLOSE RESEND-CTL-FILE
    MOVE WS-COPY-COUNT TO WS-COUNT-EDITED
    DISPLAY "SSN-DTHNOTE: TRANSMISSION " RSD-SEQ " RESENT FROM "
        WS-KEEP-NAME " -- " WS-COUNT-EDITED " RECORDS"
    STOP RUN.
1100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1150-FIND-LOGGED-SEQ -- the original S line for the sequence to
*> resend, held so the resend line repeats its window and counts.
*> ---------------------------------------------------------------
1150-FIND-LOGGED-SEQ.
    MOVE 'N' TO WS-RESEND-FOUND
    OPEN INPUT XMIT-LOG
    IF WS-XMIT-LOG-MISSING
        GO TO 1150-EXIT
    END-IF
    MOVE 'N' TO WS-END-FILE
    PERFORM UNTIL WS-END-FILE = 'Y'
        READ XMIT-LOG
            AT END
                MOVE 'Y' TO WS-END-FILE
            NOT AT END
                IF DNL-SENT AND DNL-SEQ = WS-RESEND-SEQ
                    MOVE 'Y' TO WS-RESEND-FOUND
                    MOVE XMIT-LOG-RECORD TO WS-RESEND-LOG-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE XMIT-LOG.
1150-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 1200-OPEN-FILES -- the journal for reading, the register for
*> update (created on the first night), and tonight's outbound
*> file and kept copy, each started with the H header.
*> ---------------------------------------------------------------
1200-OPEN-FILES.
    MOVE WS-RST-STAMP TO WS-TO-STAMP
    COMPUTE WS-THIS-SEQ = WS-LAST-SEQ + 1
    OPEN INPUT JOURNAL-FILE
    IF WS-JRNL-FILE-MISSING
        DISPLAY "JOURNAL.DAT not found -- no master changes to report"
        MOVE 'Y' TO WS-END-FILE
    END-IF
    OPEN I-O REGISTER-FILE
    IF WS-NRG-FILE-MISSING
        OPEN OUTPUT REGISTER-FILE
        CLOSE REGISTER-FILE
        OPEN I-O REGISTER-FILE
    END-IF
    PERFORM 8800-BUILD-KEEP-NAME THRU 8800-EXIT
    OPEN OUTPUT NOTIFY-FILE
    OPEN OUTPUT KEEP-FILE
    MOVE SPACES TO DNT-RECORD
    MOVE 'H' TO DNT-REC-TYPE
    MOVE "SSNMASTER" TO DNT-H-SENDER
    MOVE WS-RUN-DATE-ISO TO WS-ISO-DATE
    PERFORM 8900-PAYER-DATE THRU 8900-EXIT
    MOVE WS-PAYER-DATE TO DNT-H-FILE-DATE
    MOVE WS-THIS-SEQ TO DNT-H-SEQ
    PERFORM 2900-WRITE-NOTICE-RECORD THRU 2900-EXIT.
1200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2000-EXAMINE-ENTRY -- one journal entry.  Outside the window,
*> a delete, or a change that left the DOD alone (same DOD before
*> and after) and it is passed over.  A DOD taken away is a
*> reversal whatever the register says; otherwise the after image
*> is set against the register.
*> ---------------------------------------------------------------
2000-EXAMINE-ENTRY.
    STRING JRNL-DATE JRNL-TIME DELIMITED BY SIZE INTO WS-ENTRY-STAMP
    IF WS-ENTRY-STAMP < WS-FROM-STAMP
            OR WS-ENTRY-STAMP NOT < WS-TO-STAMP
        GO TO 2000-EXIT
    END-IF
    ADD 1 TO WS-ENTRIES-IN-WINDOW
    IF JRNL-ACTION = "DELETE"
        GO TO 2000-EXIT
    END-IF
    MOVE JRNL-BEFORE TO WS-BEFORE-IMAGE
    MOVE JRNL-AFTER  TO WS-AFTER-IMAGE
    IF JRNL-ACTION = "REWRITE" AND BFR-DOD = AFT-DOD
        GO TO 2000-EXIT
    END-IF
    PERFORM 2100-GET-REGISTER THRU 2100-EXIT
    MOVE SPACE TO WS-NOTICE-ACTION
    MOVE WS-CUR-DOD TO WS-PRIOR-DOD
    EVALUATE TRUE
        WHEN BFR-DOD NOT = SPACES AND AFT-DOD = SPACES
            MOVE 'R' TO WS-NOTICE-ACTION
            MOVE BFR-DOD TO WS-PRIOR-DOD
            ADD 1 TO WS-REV-COUNT
        WHEN WS-CUR-STATUS = 'D' AND AFT-DOD = SPACES
            MOVE 'R' TO WS-NOTICE-ACTION
            ADD 1 TO WS-REV-COUNT
        WHEN WS-CUR-STATUS = 'D' AND AFT-DOD NOT = WS-CUR-DOD
            MOVE 'C' TO WS-NOTICE-ACTION
            ADD 1 TO WS-CORR-COUNT
        WHEN WS-CUR-STATUS NOT = 'D' AND AFT-DOD NOT = SPACES
            MOVE 'N' TO WS-NOTICE-ACTION
            ADD 1 TO WS-NEW-COUNT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-NOTICE-ACTION = SPACE
        GO TO 2000-EXIT
    END-IF
    PERFORM 2300-WRITE-NOTICE THRU 2300-EXIT
    PERFORM 2500-UPDATE-REGISTER THRU 2500-EXIT.
2000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2100-GET-REGISTER -- what the payers were last told about the
*> SSN.  An entry last touched under this same sequence by an
*> earlier run that never reached the log is read as it stood
*> before that run.
*> ---------------------------------------------------------------
2100-GET-REGISTER.
    MOVE 'N'    TO WS-REG-FOUND
    MOVE SPACE  TO WS-CUR-STATUS
    MOVE SPACES TO WS-CUR-DOD
    MOVE AFT-SSN TO NRG-SSN
    IF AFT-SSN = SPACES
        MOVE BFR-SSN TO NRG-SSN
    END-IF
    READ REGISTER-FILE
        INVALID KEY
            GO TO 2100-EXIT
    END-READ
    MOVE 'Y' TO WS-REG-FOUND
    IF NRG-SEQ = WS-THIS-SEQ AND NRG-RUN-STAMP NOT = WS-TO-STAMP
        MOVE NRG-PRIOR-STATUS TO WS-CUR-STATUS
        MOVE NRG-PRIOR-DOD    TO WS-CUR-DOD
    ELSE
        MOVE NRG-STATUS       TO WS-CUR-STATUS
        MOVE NRG-DOD          TO WS-CUR-DOD
    END-IF.
2100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2300-WRITE-NOTICE -- the D record for the payers.  A reversal
*> carries no DOD; a correction carries the DOD last notified as
*> the prior date, a reversal the DOD the entry took away.
*> ---------------------------------------------------------------
2300-WRITE-NOTICE.
    MOVE SPACES TO DNT-RECORD
    MOVE 'D' TO DNT-REC-TYPE
    MOVE WS-NOTICE-ACTION TO DNT-D-ACTION
    MOVE AFT-SSN  TO DNT-D-SSN
    MOVE AFT-NAME TO DNT-D-NAME
    MOVE AFT-DOB  TO WS-ISO-DATE
    PERFORM 8900-PAYER-DATE THRU 8900-EXIT
    MOVE WS-PAYER-DATE TO DNT-D-DOB
    MOVE AFT-DOD  TO WS-ISO-DATE
    PERFORM 8900-PAYER-DATE THRU 8900-EXIT
    MOVE WS-PAYER-DATE TO DNT-D-DOD
    IF WS-NOTICE-ACTION NOT = 'N'
        MOVE WS-PRIOR-DOD TO WS-ISO-DATE
        PERFORM 8900-PAYER-DATE THRU 8900-EXIT
        MOVE WS-PAYER-DATE TO DNT-D-PRIOR-DOD
    END-IF
    MOVE JRNL-DATE    TO DNT-D-CHANGE-DATE
    MOVE JRNL-PROGRAM TO DNT-D-SOURCE
    PERFORM 2900-WRITE-NOTICE-RECORD THRU 2900-EXIT
    ADD 1 TO WS-DETAIL-COUNT.
2300-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2500-UPDATE-REGISTER -- the register now says what tonight's
*> file tells the payers.  The first touch in a run saves what the
*> entry held before it, for a rerun of a run that dies unlogged.
*> ---------------------------------------------------------------
2500-UPDATE-REGISTER.
    IF WS-REG-FOUND = 'N'
        MOVE SPACES  TO NRG-RECORD
        MOVE AFT-SSN TO NRG-SSN
        MOVE SPACE   TO NRG-PRIOR-STATUS
        MOVE SPACES  TO NRG-PRIOR-DOD
    ELSE
        IF NRG-RUN-STAMP NOT = WS-TO-STAMP
            MOVE WS-CUR-STATUS TO NRG-PRIOR-STATUS
            MOVE WS-CUR-DOD    TO NRG-PRIOR-DOD
        END-IF
    END-IF
    MOVE ',' TO NRG-COMMA1 NRG-COMMA2 NRG-COMMA3 NRG-COMMA4
                NRG-COMMA5 NRG-COMMA6
    IF WS-NOTICE-ACTION = 'R'
        MOVE 'R'    TO NRG-STATUS
        MOVE SPACES TO NRG-DOD
    ELSE
        MOVE 'D'     TO NRG-STATUS
        MOVE AFT-DOD TO NRG-DOD
    END-IF
    MOVE WS-THIS-SEQ TO NRG-SEQ
    MOVE WS-TO-STAMP TO NRG-RUN-STAMP
    IF WS-REG-FOUND = 'N'
        WRITE NRG-RECORD
            INVALID KEY
                DISPLAY "SSN-DTHNOTE: REGISTER WRITE FAILED FOR SSN "
                    NRG-SSN
        END-WRITE
    ELSE
        REWRITE NRG-RECORD
            INVALID KEY
                DISPLAY "SSN-DTHNOTE: REGISTER REWRITE FAILED FOR SSN "
                    NRG-SSN
        END-REWRITE
    END-IF.
2500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 2900-WRITE-NOTICE-RECORD -- the record in DNT-RECORD onto the
*> outbound file and the kept copy alike.
*> ---------------------------------------------------------------
2900-WRITE-NOTICE-RECORD.
    MOVE DNT-RECORD TO KEEP-RECORD
    WRITE DNT-RECORD
    WRITE KEEP-RECORD.
2900-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 3000-FINISH-TRANSMISSION -- the T trailer, the files closed, and
*> the transmission logged.  Logging comes last: until the log line
*> is written the window has not moved, and a rerun sends the same
*> sequence over the same window again.
*> ---------------------------------------------------------------
3000-FINISH-TRANSMISSION.
    MOVE SPACES TO DNT-RECORD
    MOVE 'T' TO DNT-REC-TYPE
    MOVE WS-THIS-SEQ     TO DNT-T-SEQ
    MOVE WS-DETAIL-COUNT TO DNT-T-DETAILS
    MOVE WS-NEW-COUNT    TO DNT-T-NEW
    MOVE WS-CORR-COUNT   TO DNT-T-CORRECTED
    MOVE WS-REV-COUNT    TO DNT-T-REVERSED
    PERFORM 2900-WRITE-NOTICE-RECORD THRU 2900-EXIT
    CLOSE NOTIFY-FILE KEEP-FILE REGISTER-FILE
    IF NOT WS-JRNL-FILE-MISSING
        CLOSE JOURNAL-FILE
    END-IF
    MOVE SPACES TO XMIT-LOG-RECORD
    MOVE WS-THIS-SEQ     TO DNL-SEQ
    MOVE 'S'             TO DNL-KIND
    MOVE WS-RUN-DATE-ISO TO DNL-BATCH-DATE
    MOVE FUNCTION CURRENT-DATE(1:14) TO DNL-STAMP
    IF WS-FROM-STAMP = LOW-VALUES
        MOVE ZEROS TO DNL-FROM-STAMP
    ELSE
        MOVE WS-FROM-STAMP TO DNL-FROM-STAMP
    END-IF
    MOVE WS-TO-STAMP     TO DNL-TO-STAMP
    MOVE WS-NEW-COUNT    TO DNL-NEW
    MOVE WS-CORR-COUNT   TO DNL-CORRECTED
    MOVE WS-REV-COUNT    TO DNL-REVERSED
    MOVE WS-DETAIL-COUNT TO DNL-DETAILS
    MOVE ',' TO DNL-COMMA1 DNL-COMMA2 DNL-COMMA3 DNL-COMMA4
                DNL-COMMA5 DNL-COMMA6 DNL-COMMA7 DNL-COMMA8
                DNL-COMMA9
    OPEN EXTEND XMIT-LOG
    IF WS-XMIT-LOG-MISSING
        OPEN OUTPUT XMIT-LOG
    END-IF
    WRITE XMIT-LOG-RECORD
    CLOSE XMIT-LOG.
3000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8000-RUN-CONTROL-START -- refuses to start until the predecessor
*> step finished clean for tonight's batch date, then stamps this
*> step onto the run-status file: start stamp now, verdict R
*> (running).  The file is created on the cycle's very first night.
*> ---------------------------------------------------------------
8000-RUN-CONTROL-START.
    OPEN I-O RUN-STATUS-FILE
    IF WS-RST-FILE-MISSING
        OPEN OUTPUT RUN-STATUS-FILE
        CLOSE RUN-STATUS-FILE
        OPEN I-O RUN-STATUS-FILE
    END-IF
    PERFORM 8100-CHECK-PREDECESSOR THRU 8100-EXIT
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RST-STAMP
    MOVE WS-THIS-STEP    TO RST-STEP
    MOVE ','             TO RST-COMMA1
    MOVE WS-RUN-DATE-ISO TO RST-BATCH-DATE
    MOVE ','             TO RST-COMMA2
    MOVE WS-RST-STAMP    TO RST-START-STAMP
    MOVE ','             TO RST-COMMA3
    MOVE SPACES          TO RST-END-STAMP
    MOVE ','             TO RST-COMMA4
    MOVE 'R'             TO RST-VERDICT
    WRITE RST-RECORD
        INVALID KEY
            REWRITE RST-RECORD
    END-WRITE.
8000-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8100-CHECK-PREDECESSOR -- the predecessor's run-status record
*> has to show a clean finish for tonight's batch date.  Anything
*> but a clean finish holds the step, unless a supervisor placed
*> the one-shot override card.
*> ---------------------------------------------------------------
8100-CHECK-PREDECESSOR.
    MOVE SPACES TO WS-HOLD-REASON
    MOVE WS-PRED-STEP TO RST-STEP
    READ RUN-STATUS-FILE
        INVALID KEY
            MOVE "HAS NOT RUN" TO WS-HOLD-REASON
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN RST-BATCH-DATE NOT = WS-RUN-DATE-ISO
                    MOVE "NOT RUN FOR THIS BATCH DATE"
                        TO WS-HOLD-REASON
                WHEN RST-RUNNING
                    MOVE "STILL RUNNING" TO WS-HOLD-REASON
                WHEN RST-FAILED
                    MOVE "FINISHED WITH ERRORS" TO WS-HOLD-REASON
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ
    IF WS-HOLD-REASON = SPACES
        GO TO 8100-EXIT
    END-IF
    PERFORM 8200-READ-OVERRIDE THRU 8200-EXIT
    IF WS-OVERRIDE-OK = 'Y'
        DISPLAY "SSN-DTHNOTE: SUPERVISED OVERRIDE -- RUNNING PAST "
            WS-PRED-STEP " " WS-HOLD-REASON
    ELSE
        DISPLAY "SSN-DTHNOTE: *** STEP HELD -- " WS-PRED-STEP " "
            WS-HOLD-REASON " ***"
        CLOSE RUN-STATUS-FILE
        STOP RUN
    END-IF.
8100-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8200-READ-OVERRIDE -- the supervised one-shot override.  A 'Y'
*> on OVERRIDE.CTL lets the held step run, and the card is emptied
*> on the spot so it cannot silently cover the next step too.
*> ---------------------------------------------------------------
8200-READ-OVERRIDE.
    MOVE 'N' TO WS-OVERRIDE-OK
    OPEN INPUT OVERRIDE-CTL-FILE
    IF WS-OVERRIDE-FILE-OK
        READ OVERRIDE-CTL-FILE
            NOT AT END
                IF OVERRIDE-CTL-RECORD = 'Y'
                    MOVE 'Y' TO WS-OVERRIDE-OK
                END-IF
        END-READ
        CLOSE OVERRIDE-CTL-FILE
        IF WS-OVERRIDE-OK = 'Y'
            OPEN OUTPUT OVERRIDE-CTL-FILE
            CLOSE OVERRIDE-CTL-FILE
        END-IF
    END-IF.
8200-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8500-STAMP-FINISH -- closes out this step's run-status record
*> with the finish stamp and the verdict the run earned.
*> ---------------------------------------------------------------
8500-STAMP-FINISH.
    MOVE WS-THIS-STEP TO RST-STEP
    READ RUN-STATUS-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RST-STAMP
            MOVE WS-RST-STAMP   TO RST-END-STAMP
            MOVE WS-RUN-VERDICT TO RST-VERDICT
            REWRITE RST-RECORD
    END-READ
    CLOSE RUN-STATUS-FILE.
8500-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8800-BUILD-KEEP-NAME -- DTHN<seq>.DAT for the sequence in
*> WS-THIS-SEQ.
*> ---------------------------------------------------------------
8800-BUILD-KEEP-NAME.
    MOVE SPACES TO WS-KEEP-NAME
    STRING "dthn" WS-THIS-SEQ ".dat"
        DELIMITED BY SIZE INTO WS-KEEP-NAME.
8800-EXIT.
    EXIT.

*> ---------------------------------------------------------------
*> 8900-PAYER-DATE -- CCYY-MM-DD in WS-ISO-DATE to CCYYMMDD in
*> WS-PAYER-DATE; a blank date stays blank.
*> ---------------------------------------------------------------
8900-PAYER-DATE.
    MOVE SPACES TO WS-PAYER-DATE
    IF WS-ISO-DATE NOT = SPACES
        STRING WS-ISO-DATE(1:4) WS-ISO-DATE(6:2) WS-ISO-DATE(9:2)
            DELIMITED BY SIZE INTO WS-PAYER-DATE
    END-IF.
8900-EXIT.
    EXIT.
