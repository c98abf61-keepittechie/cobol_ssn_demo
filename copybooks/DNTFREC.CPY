*> DNTFREC.CPY -- outbound death-notification record (DTHNOTIF.DAT),
*> the fixed 80-byte layout the benefit payers load.  Every file is
*> one H header, any number of D details and one T trailer.
*>   H  sender, file date (CCYYMMDD) and transmission sequence
*>   D  one notification: N new death, C corrected date of death
*>      (prior date carried), R reversal -- the death was removed,
*>      the prior date carried and the date of death left blank
*>   T  the sequence again and the detail counts, for balancing
*> Dates are CCYYMMDD; a date not known is left blank.  No commas:
*> the payers read the columns.
*> Shared by SSN-DTHNOTE, which writes each night's file and keeps a
*> copy of every transmission for a resend.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.
01 DNT-RECORD.
   05 DNT-REC-TYPE       PIC X(1).
      88 DNT-HEADER           VALUE 'H'.
      88 DNT-DETAIL           VALUE 'D'.
      88 DNT-TRAILER          VALUE 'T'.
   05 DNT-BODY           PIC X(79).
   05 DNT-HEADER-BODY REDEFINES DNT-BODY.
      10 DNT-H-SENDER       PIC X(10).
      10 DNT-H-FILE-DATE    PIC X(8).
      10 DNT-H-SEQ          PIC 9(6).
      10 FILLER             PIC X(55).
   05 DNT-DETAIL-BODY REDEFINES DNT-BODY.
      10 DNT-D-ACTION       PIC X(1).
         88 DNT-NEW-DEATH        VALUE 'N'.
         88 DNT-CORRECTION       VALUE 'C'.
         88 DNT-REVERSAL         VALUE 'R'.
      10 DNT-D-SSN          PIC X(9).
      10 DNT-D-NAME         PIC X(20).
      10 DNT-D-DOB          PIC X(8).
      10 DNT-D-DOD          PIC X(8).
      10 DNT-D-PRIOR-DOD    PIC X(8).
      10 DNT-D-CHANGE-DATE  PIC X(8).
      10 DNT-D-SOURCE       PIC X(9).
      10 FILLER             PIC X(8).
   05 DNT-TRAILER-BODY REDEFINES DNT-BODY.
      10 DNT-T-SEQ          PIC 9(6).
      10 DNT-T-DETAILS      PIC 9(7).
      10 DNT-T-NEW          PIC 9(7).
      10 DNT-T-CORRECTED    PIC 9(7).
      10 DNT-T-REVERSED     PIC 9(7).
      10 FILLER             PIC X(45).
