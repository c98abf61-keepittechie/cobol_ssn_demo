*> SRCHREC.CPY -- feed-source quality history record (SRCHIST.DAT).
*> One line per batch date, source code, kind of result and reason,
*> appended by SSN-SCORE at the end of every cycle from the reports
*> and files the cycle left behind:
*>   I  record dropped as unusable on INTAKE.RPT (reason = drop reason)
*>   E  transaction rejected on TRANREJ.DAT (reason = edit reason)
*>   A  transaction applied on TXNLOG.RPT
*>   U  transaction rejected on TXNLOG.RPT (reason = update reason)
*>   N  death-list SSN not on the master on DTHMATCH.RPT
*> The posting key says which run the line came from -- the finish
*> stamp SSN-EDIT or SSN-UPDT left on RUNSTAT.DAT, or the run date
*> on the intake or death-match report -- so the same run is never
*> posted twice.  Source is the transaction's two-byte code (NH, HR,
*> DL, LR, blank keyed).
*> Shared by SSN-SCORE, which appends it and reports from it.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.
01 SRCH-RECORD.
   05 SRCH-BATCH-DATE  PIC X(10).
   05 SRCH-COMMA1      PIC X.
   05 SRCH-SOURCE      PIC X(2).
   05 SRCH-COMMA2      PIC X.
   05 SRCH-KIND        PIC X(1).
      88 SRCH-INTAKE-DROP    VALUE 'I'.
      88 SRCH-EDIT-REJECT    VALUE 'E'.
      88 SRCH-UPDT-APPLIED   VALUE 'A'.
      88 SRCH-UPDT-REJECT    VALUE 'U'.
      88 SRCH-NOT-ON-FILE    VALUE 'N'.
   05 SRCH-COMMA3      PIC X.
   05 SRCH-POST-KEY    PIC X(14).
   05 SRCH-COMMA4      PIC X.
   05 SRCH-REASON      PIC X(30).
   05 SRCH-COMMA5      PIC X.
   05 SRCH-COUNT       PIC 9(7).
