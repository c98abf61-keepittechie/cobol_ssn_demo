*> Created by Josh from KeepItTechie
*>
*> The cycle steps (SSN-EDIT, SSN-DUPES, SSN-UPDT, SSN-CHECK,
*> SSN-DELTA, SSN-DTHNOTE) each stamp their start, finish and
*> verdict onto RUNSTAT.DAT (layout in RUNREC) and hold until their
*> predecessor finished clean, so the run sheet no longer lives
*> only on paper.  SSN-SCORE reads the same records for the
*> scorecard.
*> This program sweeps the run-status file and shows every step's
*> batch date, start and finish stamps and verdict, flagging any
*> step whose record is not for tonight's batch date, so the
*>
*> Modification History:
*>   2026-09-02  JJ  Initial version.
*>   2026-10-15  JJ  Shows verdict H, a step that held itself
*>                   (SSN-DELTA waiting on the warehouse's
*>                   acknowledgment).
*>   2026-10-15  JJ  Header lists SSN-DTHNOTE among the cycle steps
*>                   and SSN-SCORE as a reader of RUNSTAT.DAT.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-RUNSTAT.
            MOVE "FINISHED CLEAN"       TO WS-VERDICT-TEXT
        WHEN RST-FAILED
            MOVE "FINISHED WITH ERRORS" TO WS-VERDICT-TEXT
        WHEN RST-HELD
            MOVE "HELD - ACTION NEEDED" TO WS-VERDICT-TEXT
        WHEN OTHER
            MOVE "UNKNOWN VERDICT"      TO WS-VERDICT-TEXT
    END-EVALUATE
