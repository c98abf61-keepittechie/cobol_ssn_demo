*> Shared by SSN-CHECK, which opens and refreshes cases,
*> SSN-CASEWRK, which works the queue, and SSN-CASEAGE, which
*> reports the aging backlog.
*> The operator is whoever last moved the case: the ID signed on to
*> SSN-CASEWRK, or BATCH when a sweep opened or reopened it.
*>
*> Modification History:
*>   2026-08-21  JJ  Initial version.
*>   2026-10-15  JJ  Operator ID of the last status change carried
*>                   on every case.
01 CASE-RECORD.
   05 CASE-SSN        PIC X(9).
   05 CASE-COMMA1     PIC X.
   05 CASE-LAST-SEEN  PIC X(10).
   05 CASE-COMMA4     PIC X.
   05 CASE-REASON     PIC X(30).
   05 CASE-COMMA5     PIC X.
   05 CASE-OPERATOR   PIC X(8).
