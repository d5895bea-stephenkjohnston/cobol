000080*    START and walked forward. COPY this member under the FD     *
000090*    for TRAN-LEDGER in any program that reads or writes the     *
000100*    ledger so every program sees the same layout.               *
000101*    Codes beyond P/C/A/F/X: W is a CUSTWOFF write-off and D a   *
000102*    CUSTRFND refund - TL-AMOUNT is the balance removed or the   *
000103*    credit refunded, TL-RESULT-BALANCE zero. R is a CUSTPOST    *
000104*    recovery and does NOT move CUST-BALANCE: TL-AMOUNT is the   *
000105*    amount collected (negative; positive when a backout         *
000106*    reverses it) and TL-RESULT-BALANCE repeats the balance. M   *
000107*    is a CUSTMRGE merge; victim entries re-keyed to the         *
000108*    survivor carry TL-MERGED-FROM-ID (zero otherwise). Balance- *
000109*    chaining checks step over R and re-keyed entries.           *
000110*---------------------------------------------------------------*
000120*  MODIFICATION HISTORY                                          *
000130*  ---------------------------------------------------------------
000188*                  by CUSTPOST's backout mode, so a backed-out   *
000189*                  run nets to zero on the ledger instead of     *
000192*                  silently disappearing from the audit trail.   *
000193*  2026-10-15  DP  Added the W, R, D and M codes (see above) and *
000194*                  TL-MERGED-FROM-ID; record grows 28 to 33.     *
000195*******************************************************************
000200 01 TRAN-LEDGER-RECORD.
000210     02 TL-KEY.
000290         88 TL-IS-PAYMENT VALUE 'P'.
000300         88 TL-IS-CHARGE VALUE 'C'.
000310         88 TL-IS-ADJUSTMENT VALUE 'A'.
000311         88 TL-IS-WRITEOFF VALUE 'W'.
000312         88 TL-IS-RECOVERY VALUE 'R'.
000313         88 TL-IS-REFUND VALUE 'D'.
000314         88 TL-IS-MERGE VALUE 'M'.
000315         88 TL-IS-FINANCE VALUE 'F'.
000317         88 TL-IS-BACKOUT VALUE 'X'.
000320     02 TL-AMOUNT PIC S9(7)V99 COMP-3.
000330     02 TL-RESULT-BALANCE PIC S9(7)V99 COMP-3.
000340     02 TL-MERGED-FROM-ID PIC 9(5).
