*> DNRGREC.CPY -- death-notification register (DTHNREG.DAT), keyed
*> on SSN: what the payers were last told about each person.  A
*> person is notified when a date of death first appears, again only
*> when that date is corrected, and with a reversal when it is taken
*> away; a journal entry that leaves the date as last notified sends
*> nothing, so nobody is notified twice for the same death.
*> Status D means a death stands notified with the date held here;
*> R means the last notice was a reversal.
*> The sequence and run stamp name the transmission that last
*> touched the entry.  The prior status and date are what the entry
*> held before that run, so a run that dies before it is logged can
*> be rerun under the same sequence without losing its notices.
*> Shared by SSN-DTHNOTE.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.
01 NRG-RECORD.
   05 NRG-SSN            PIC X(9).
   05 NRG-COMMA1         PIC X.
   05 NRG-STATUS         PIC X(1).
      88 NRG-DEATH-NOTIFIED   VALUE 'D'.
      88 NRG-REVERSED         VALUE 'R'.
   05 NRG-COMMA2         PIC X.
   05 NRG-DOD            PIC X(10).
   05 NRG-COMMA3         PIC X.
   05 NRG-SEQ            PIC 9(6).
   05 NRG-COMMA4         PIC X.
   05 NRG-RUN-STAMP      PIC X(14).
   05 NRG-COMMA5         PIC X.
   05 NRG-PRIOR-STATUS   PIC X(1).
   05 NRG-COMMA6         PIC X.
   05 NRG-PRIOR-DOD      PIC X(10).
