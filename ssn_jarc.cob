*>                   off, so a routine re-run would otherwise
*>                   truncate and delete the archive the first run
*>                   cut while the catalog still pointed at it.
*>   2026-10-15  JJ  Archive and keep records widened to the 148-byte
*>                   journal entry, which now carries the operator
*>                   ID.

IDENTIFICATION DIVISION.
PROGRAM-ID. SSN-JRNLARC.
   05 BCT-COMMA3       PIC X(1).
   05 BCT-DECEASED     PIC 9(7).

*> Dated journal archive this run cuts -- full 148-byte journal
*> images, named jrnl<cutover-stamp>.dat.
FD ARCH-JRNL-FILE.
01 ARCH-JRNL-RECORD     PIC X(148).

*> Journal-archive catalog -- one line per archive cut: the cutover
*> stamp (which names the file) and how many entries went into it.
*> Entries staying live, held here while the live journal is
*> rewritten; deleted once the copy-back is done.
FD KEEP-FILE.
01 KEEP-RECORD          PIC X(148).

WORKING-STORAGE SECTION.
01 WS-END-FILE         PIC X VALUE 'N'.
