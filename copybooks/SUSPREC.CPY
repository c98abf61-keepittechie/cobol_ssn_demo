*> SUSPREC.CPY -- reject suspense item, keyed on SSN and sequence.
*> Every transaction SSN-EDIT rejects is held here as well as
*> written to TRANREJ.DAT, so a rejected new-hire or death change
*> stays on the books until it is corrected and re-released or
*> written off on purpose.  The original transaction image is kept
*> untouched; a correction is built in the corrected image, and that
*> is what goes back into the cycle.  The status byte carries the
*> item through its life (O open, C corrected awaiting release,
*> R released, W written off).  The sequence separates several
*> items held under the same SSN.
*> Shared by SSN-EDIT, which opens and refreshes items, SSN-SUSPWRK,
*> which corrects or writes them off, SSN-SUSPREL, which releases
*> corrected items as a batch, and SSN-SUSPAGE, which reports the
*> aging backlog.
*> The operator is whoever last moved the item: the ID signed on to
*> SSN-SUSPWRK, or BATCH when SSN-EDIT opened or reopened it or
*> SSN-SUSPREL released it.
*>
*> Modification History:
*>   2026-10-15  JJ  Initial version.
01 SUSP-RECORD.
   05 SUSP-KEY.
      10 SUSP-SSN        PIC X(9).
      10 SUSP-SEQ        PIC 9(3).
   05 SUSP-COMMA1        PIC X.
   05 SUSP-STATUS        PIC X(1).
      88 SUSP-IS-OPEN         VALUE 'O'.
      88 SUSP-CORRECTED       VALUE 'C'.
      88 SUSP-RELEASED        VALUE 'R'.
      88 SUSP-WRITTEN-OFF     VALUE 'W'.
      88 SUSP-PENDING         VALUE 'O' 'C'.
   05 SUSP-COMMA2        PIC X.
   05 SUSP-SOURCE        PIC X(2).
   05 SUSP-COMMA3        PIC X.
   05 SUSP-FIRST-REJ     PIC X(10).
   05 SUSP-COMMA4        PIC X.
   05 SUSP-LAST-REJ      PIC X(10).
   05 SUSP-COMMA5        PIC X.
   05 SUSP-REJ-COUNT     PIC 9(3).
   05 SUSP-COMMA6        PIC X.
   05 SUSP-REASON        PIC X(30).
   05 SUSP-COMMA7        PIC X.
   05 SUSP-ACTION-DATE   PIC X(10).
   05 SUSP-COMMA8        PIC X.
   05 SUSP-OPERATOR      PIC X(8).
   05 SUSP-COMMA9        PIC X.
   05 SUSP-WRITEOFF-WHY  PIC X(30).
   05 SUSP-COMMA10       PIC X.
   05 SUSP-ORIG-IMAGE    PIC X(123).
   05 SUSP-COMMA11       PIC X.
   05 SUSP-CORR-IMAGE    PIC X(123).
