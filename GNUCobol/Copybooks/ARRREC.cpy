000010*******************************************************************
000020*    ARRREC - PAYMENT ARRANGEMENT RECORD LAYOUT                   *
000030*    ---------------------------------------------------------   *
000040*    Shared 01-level record for ARRANGEMENT-FILE, the indexed    *
000050*    file of promise-to-pay / installment arrangements taken by  *
000060*    the collections desk through CUSTARR. One record per        *
000070*    customer, keyed on CUST-ID; a new arrangement replaces a    *
000080*    broken, completed or cancelled one. While ARR-STATUS is K   *
000090*    (kept) CUSTLTR sends no letters, CUSTFIN skips or reduces   *
000100*    the finance charge and CUSTWOFF does not charge the account *
000110*    off. CUSTPROM checks each kept arrangement nightly against  *
000120*    the P entries on TRAN-LEDGER. COPY this member under the FD *
000130*    for ARRANGEMENT-FILE so every program sees the same layout. *
000140*    Installment n falls due ARR-START-DATE plus (n - 1)         *
000150*    intervals of 7 (W), 14 (B) or 30 (M) days, counted on the   *
000160*    30/360 convention CUSTAGE uses.                             *
000170*---------------------------------------------------------------*
000180*  MODIFICATION HISTORY                                          *
000190*  ---------------------------------------------------------------
000200*  2026-10-15  DP  Initial version for payment arrangements.     *
000210*******************************************************************
000220 01 ARRANGEMENT-RECORD.
000230     02 ARR-CUST-ID PIC 9(5).
000240     02 ARR-STATUS PIC X(1).
000250         88 ARR-KEPT VALUE 'K'.
000260         88 ARR-BROKEN VALUE 'B'.
000270         88 ARR-COMPLETED VALUE 'C'.
000280         88 ARR-CANCELLED VALUE 'X'.
000290     02 ARR-INSTALLMENT-AMOUNT PIC 9(7)V99.
000300     02 ARR-FREQUENCY PIC X(1).
000310         88 ARR-WEEKLY VALUE 'W'.
000320         88 ARR-BIWEEKLY VALUE 'B'.
000330         88 ARR-MONTHLY VALUE 'M'.
000340     02 ARR-START-DATE.
000350         03 ARR-START-YEAR PIC 9(4).
000360         03 ARR-START-MONTH PIC 9(2).
000370         03 ARR-START-DAY PIC 9(2).
000380     02 ARR-PAYMENT-COUNT PIC 9(3).
000390     02 ARR-SET-DATE PIC 9(8).
000400     02 ARR-OPERATOR PIC X(3).
000410     02 ARR-INSTALLMENTS-DUE PIC 9(3).
000420     02 ARR-AMOUNT-PAID PIC 9(7)V99.
000430     02 ARR-LAST-CHECK-DATE PIC 9(8).
000440     02 ARR-CLOSED-DATE PIC 9(8).
