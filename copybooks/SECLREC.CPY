*> SECLREC.CPY -- security-log record, appended to SECLOG.DAT.
*> One line for every failed sign-on and every action an operator
*> was refused for want of authority: when (CCYYMMDDHHMMSS), which
*> console program, the operator ID keyed or signed on, the event
*> (SIGNON for a failed sign-on, REFUSED for a refused action) and
*> what was attempted.  Written by SSN-MAINT, SSN-CASEWRK and
*> SSN-OPERMNT; never rewritten, so it is the standing record audit
*> reads when a refused change is questioned.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.
01 SECLOG-RECORD.
   05 SEC-STAMP        PIC X(14).
   05 SEC-COMMA1       PIC X.
   05 SEC-PROGRAM      PIC X(12).
   05 SEC-COMMA2       PIC X.
   05 SEC-OPERATOR     PIC X(8).
   05 SEC-COMMA3       PIC X.
   05 SEC-EVENT        PIC X(7).
   05 SEC-COMMA4       PIC X.
   05 SEC-DETAIL       PIC X(40).
