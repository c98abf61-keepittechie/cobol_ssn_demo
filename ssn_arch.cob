*>                   and releases it at end of run.  LOCKOVRD.CTL
*>                   is the supervised one-shot break for a lock
*>                   left by an abend.
*>   2026-10-15  JJ  Journal entries carry operator BATCH in the
*>                   operator ID now on every JRNLREC entry.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-ARCH.
*> a backup forward removes it from the rebuilt active master the
*> same way this run did.
FD JOURNAL-FILE.
01 JOURNAL-RECORD       PIC X(148).

*> Run-control "date card" -- same convention SSN-CHECK uses.
FD RUN-DATE-FILE.
    MOVE WS-JRNL-STAMP(1:8)          TO JRNL-DATE
    MOVE WS-JRNL-STAMP(9:6)          TO JRNL-TIME
    MOVE "SSN-ARCH"        TO JRNL-PROGRAM
    MOVE "BATCH"           TO JRNL-OPERATOR
    MOVE "DELETE"          TO JRNL-ACTION
    MOVE WS-BEFORE-IMAGE   TO JRNL-BEFORE
    MOVE SPACES            TO JRNL-AFTER
