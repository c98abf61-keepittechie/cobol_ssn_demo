*> SSN-UPDT, which applies the address fields carried on the batch
*> transaction record, SSN-LETTER, which pulls the address onto the
*> verification letter, and SSN-DELTA, which ships address changes
*> to the warehouse.  SSN-LTRRESP copies an address a letter came
*> back undeliverable from onto BADADDR.DAT (layout in BADAREC,
*> which repeats this record's first 75 bytes), and SSN-ADDRCHK
*> sweeps the file against the ZIPSTATE.DAT reference table.
*>
*> Modification History:
*>   2026-09-02  JJ  Initial version.
*>   2026-10-15  JJ  Read by SSN-LTRRESP and SSN-ADDRCHK; no change to
*>                   the layout.
01 ADDR-RECORD.
   05 ADDR-SSN         PIC X(9).
   05 ADDR-COMMA1      PIC X.
