*> to rebuild the master as of a point in time.
*>
*> The before image is SPACES on a WRITE (the record did not exist
*> yet), except on an SSN-MAINT archive restore, whose WRITE carries
*> the archived record as it stood; the after image is SPACES on a
*> DELETE (it no longer does).
*> The operator is the ID signed on to SSN-MAINT, or BATCH for an
*> entry a batch run wrote.
*>
*> Modification History:
*>   2026-08-21  JJ  Initial version.
*>   2026-10-15  JJ  Operator ID appended to every entry, so the
*>                   journal names the person behind a change and
*>                   not just the program.  Entries written before
*>                   the change read back with a blank operator.
*>   2026-10-15  JJ  An archive restore's WRITE carries the archived
*>                   record as its before image.
01 JRNL-RECORD.
   05 JRNL-DATE       PIC X(8).
   05 FILLER          PIC X.
   05 JRNL-BEFORE     PIC X(52).
   05 FILLER          PIC X.
   05 JRNL-AFTER      PIC X(52).
   05 FILLER          PIC X.
   05 JRNL-OPERATOR   PIC X(8).
