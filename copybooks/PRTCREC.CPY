*> PRTCREC.CPY -- SSN print control card (SSNPRINT.CTL).
*> Every printed report shows an SSN as its last four digits only
*> (XXXXX1234) unless this card authorizes a full-SSN run.  The card
*> authorizes one run date only, for one program or -- with the
*> program left blank or set to ALL -- for every report program that
*> runs that date, and it has to name who authorized it.  Each
*> program that honors the card writes a line to AUDIT.LOG saying
*> so.  Machine files (EXCEPT.EXT, DELTA.DAT, the transaction files)
*> are never masked.
*> Shared by every program that writes a printed report.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.
01 SSN-PRINT-CTL-RECORD.
   05 SPC-FULL-SSN     PIC X(1).
      88 SPC-FULL-AUTHORIZED  VALUE 'Y'.
   05 SPC-COMMA1       PIC X.
   05 SPC-RUN-DATE     PIC X(10).
   05 SPC-COMMA2       PIC X.
   05 SPC-PROGRAM      PIC X(12).
   05 SPC-COMMA3       PIC X.
   05 SPC-AUTH-BY      PIC X(8).
   05 SPC-COMMA4       PIC X.
   05 SPC-REASON       PIC X(30).
