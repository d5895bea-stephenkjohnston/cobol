000010*******************************************************************
000020*    PERBAL - PERIOD BALANCE RECORD LAYOUT                        *
000030*    ---------------------------------------------------------   *
000040*    Shared 01-level record for PERIOD-BALANCE-FILE, the indexed *
000050*    file the CUSTCLOS month-end close writes: one record per    *
000060*    customer per closed period, keyed on CUST-ID and the period *
000070*    (YYYYMM). The opening balance is the prior period's closing *
000080*    balance; the activity buckets sum the period's ledger       *
000090*    entries by transaction code, signed as TL-AMOUNT is, so     *
000100*    opening plus every bucket but PB-RECOVERIES equals closing. *
000102*    Charges are C, finance charges F, payments P, adjustments   *
000104*    A and X (backout reversals), write-offs W, and other        *
000106*    activity D (refunds) and M (merges).                        *
000110*    PB-RECOVERIES is memo only - an R entry does not move the   *
000120*    balance. Re-keyed merge entries are not counted; the M      *
000130*    entry on the survivor carries them. COPY this member under  *
000140*    the FD for PERIOD-BALANCE-FILE so every program sees the    *
000150*    same layout.                                                *
000160*---------------------------------------------------------------*
000170*  MODIFICATION HISTORY                                          *
000180*  ---------------------------------------------------------------
000190*  2026-10-15  DP  Initial version for the month-end close.      *
000200*******************************************************************
000210 01 PERIOD-BALANCE-RECORD.
000220     02 PB-KEY.
000230         03 PB-CUST-ID PIC 9(5).
000240         03 PB-PERIOD.
000250             04 PB-PERIOD-YEAR PIC 9(4).
000260             04 PB-PERIOD-MONTH PIC 9(2).
000270     02 PB-BRANCH PIC X(3).
000280     02 PB-CUST-STATUS PIC X(1).
000290     02 PB-OPENING-BALANCE PIC S9(7)V99 COMP-3.
000300     02 PB-CHARGES PIC S9(7)V99 COMP-3.
000310     02 PB-FINANCE-CHARGES PIC S9(7)V99 COMP-3.
000320     02 PB-PAYMENTS PIC S9(7)V99 COMP-3.
000330     02 PB-ADJUSTMENTS PIC S9(7)V99 COMP-3.
000340     02 PB-WRITE-OFFS PIC S9(7)V99 COMP-3.
000350     02 PB-OTHER-ACTIVITY PIC S9(7)V99 COMP-3.
000360     02 PB-RECOVERIES PIC S9(7)V99 COMP-3.
000370     02 PB-CLOSING-BALANCE PIC S9(7)V99 COMP-3.
000380     02 PB-AGE-BUCKET PIC 9(1).
000390         88 PB-AGE-CURRENT VALUE 1.
000400         88 PB-AGE-31-60 VALUE 2.
000410         88 PB-AGE-61-90 VALUE 3.
000420         88 PB-AGE-OVER-90 VALUE 4.
000430     02 PB-OPENING-SOURCE PIC X(1).
000440         88 PB-OPENING-CARRIED VALUE 'C'.
000450         88 PB-OPENING-DERIVED VALUE 'D'.
000460     02 PB-CLOSE-DATE PIC 9(8).
