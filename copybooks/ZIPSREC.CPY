*> ZIPSREC.CPY -- state / ZIP-prefix reference record, held on the
*> indexed ZIPSTATE.DAT.  One record per range of three-digit ZIP
*> prefixes the Postal Service assigns to a state, keyed on the
*> state code plus the low prefix of the range, so a state served
*> by more than one range simply has more than one record.  A
*> mailing address is good when its state is on the table and the
*> first three digits of its ZIP fall inside one of that state's
*> ranges.
*> Shared by SSN-ZIPMAINT, which maintains the table at the
*> console, SSN-EDIT, which holds every transaction address to it,
*> and SSN-ADDRCHK, which sweeps ADDRESS.DAT against it.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.
01 ZIPS-RECORD.
   05 ZIPS-KEY.
      10 ZIPS-STATE       PIC X(2).
      10 ZIPS-COMMA1      PIC X.
      10 ZIPS-LOW-PREFIX  PIC X(3).
   05 ZIPS-COMMA2      PIC X.
   05 ZIPS-HIGH-PREFIX PIC X(3).
   05 ZIPS-COMMA3      PIC X.
   05 ZIPS-STATE-NAME  PIC X(20).
