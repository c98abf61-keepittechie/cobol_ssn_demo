*>
*> Modification History:
*>   2026-09-02  JJ  Initial version.
*>   2026-10-15  JJ  Each entry shows the operator ID the journal now
*>                   carries, so the history names who made the
*>                   change as well as which program.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-JRNLINQ.

*> ---------------------------------------------------------------
*> 3000-SHOW-ONE-ENTRY -- one journal entry on the console: when,
*> which program, what action, which operator, and what moved.  A
*> WRITE shows the record as added, a DELETE shows the record as it
*> was, and a REWRITE shows each of NAME, DOB and DOD that actually
*> changed, old value to new.
*> ---------------------------------------------------------------
3000-SHOW-ONE-ENTRY.
    DISPLAY "  " JRNL-DATE " " JRNL-TIME " " JRNL-PROGRAM
        " " JRNL-ACTION " BY " JRNL-OPERATOR
    EVALUATE JRNL-ACTION
        WHEN "WRITE"
            DISPLAY "    ADDED    NAME " AFT-NAME
