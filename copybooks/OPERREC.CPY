*> OPERREC.CPY -- operator record, keyed on the operator ID, held
*> on OPER.DAT.  One record per person allowed to sign on to the
*> console programs: the ID they sign on with, their password, and
*> the authority level the session runs under -- I inquiry only,
*> U update, S supervisor.  Supervisor authority is required to
*> delete a person, restore one from the archive, remove a date of
*> death, or accept a suspect case as-is.
*> Shared by SSN-MAINT and SSN-CASEWRK, which sign operators on
*> against it, and by SSN-OPERMNT, which enrolls and maintains the
*> operators.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.
01 OPER-RECORD.
   05 OPR-ID           PIC X(8).
   05 OPR-COMMA1       PIC X.
   05 OPR-PASSWORD     PIC X(8).
   05 OPR-COMMA2       PIC X.
   05 OPR-AUTH-LEVEL   PIC X(1).
      88 OPR-INQUIRY        VALUE 'I'.
      88 OPR-UPDATE         VALUE 'U'.
      88 OPR-SUPERVISOR     VALUE 'S'.
      88 OPR-VALID-LEVEL    VALUE 'I' 'U' 'S'.
   05 OPR-COMMA3       PIC X.
   05 OPR-NAME         PIC X(20).
