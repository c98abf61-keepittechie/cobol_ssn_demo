*> it ran under, and refuses to start until its predecessor's
*> record shows a clean finish for tonight's batch date -- unless a
*> supervisor has placed the one-shot 'Y' override card on
*> OVERRIDE.CTL.  SSN-DELTA also stamps verdict H when it holds
*> itself on the warehouse's acknowledgment of the last delta.
*> Shared by SSN-EDIT, SSN-DUPES, SSN-UPDT, SSN-CHECK, SSN-DELTA
*> and SSN-DTHNOTE, which stamp and check it, by SSN-RUNSTAT, the
*> operator display of where tonight's cycle stands, and by
*> SSN-SCORE, which reads the step results for the scorecard.
*>
*> Modification History:
*>   2026-09-02  JJ  Initial version.
*>   2026-10-15  JJ  Verdict H, step held by its own controls.
*>   2026-10-15  JJ  SSN-DTHNOTE and SSN-SCORE added as sharers.
01 RST-RECORD.
   05 RST-STEP         PIC X(12).
   05 RST-COMMA1       PIC X.
      88 RST-RUNNING        VALUE 'R'.
      88 RST-CLEAN          VALUE 'C'.
      88 RST-FAILED         VALUE 'F'.
      88 RST-HELD           VALUE 'H'.
