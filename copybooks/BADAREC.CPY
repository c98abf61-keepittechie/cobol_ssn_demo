*> BADAREC.CPY -- known-bad mailing address record, keyed on SSN,
*> held on BADADDR.DAT.  When a verification letter comes back
*> undeliverable, the address it went to is copied here with the
*> date the return was posted.  The first 75 bytes are laid out
*> exactly as ADDRREC, so the mark compares byte for byte with the
*> address on file.  The person stays held off the
*> letter run for as long as the address on ADDRESS.DAT is still
*> the one that came back; filing a different address releases
*> them.
*> Shared by SSN-LTRRESP, which marks the address when a 'U'
*> response is posted, SSN-LETTER, which holds or releases the
*> person, SSN-MAINT, which clears the mark when an operator files
*> an address, SSN-ADDRCHK, which lists known-bad addresses still
*> on file, and SSN-UPDT and SSN-ORPHANS, which carry a mark to the
*> new SSN when its address is re-keyed (and SSN-ORPHANS drops it
*> when it purges the address).
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.
*>   2026-10-15  JJ  SSN-UPDT and SSN-ORPHANS added as sharers.
01 BADA-RECORD.
   05 BADA-SSN         PIC X(9).
   05 BADA-COMMA1      PIC X.
   05 BADA-STREET      PIC X(30).
   05 BADA-COMMA2      PIC X.
   05 BADA-CITY        PIC X(20).
   05 BADA-COMMA3      PIC X.
   05 BADA-STATE       PIC X(2).
   05 BADA-COMMA4      PIC X.
   05 BADA-ZIP         PIC X(10).
   05 BADA-COMMA5      PIC X.
   05 BADA-MARKED-DATE PIC X(10).
