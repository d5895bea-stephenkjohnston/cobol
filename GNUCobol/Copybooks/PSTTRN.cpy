000010*******************************************************************
000020*    PSTTRN - POSTING TRANSACTION RECORD LAYOUTS                  *
000030*    ---------------------------------------------------------   *
000040*    Shared record forms for CUSTPOST_TRANS.dat, the input       *
000050*    CUSTPOST applies to the master. Items are keyed in batches: *
000060*    an H header carrying the batch number and operator, the     *
000070*    P/C/A/R items, then a T trailer carrying the item count     *
000080*    and dollar total from the adding-machine tape. The tape     *
000090*    total is the plain sum of PTRAN-AMOUNT as keyed - the sign  *
000100*    on an adjustment is not applied. All three forms are fixed  *
000110*    at 24 bytes. Batch numbers 90000-99999 are reserved for     *
000120*    machine-built batches (CUSTLBOX uses 9 followed by the      *
000130*    business MMDD); keyed batches are numbered below 90000.     *
000140*    COPY this member under the FD for the posting file in any   *
000150*    program that reads or writes it.                            *
000160*---------------------------------------------------------------*
000170*  MODIFICATION HISTORY                                          *
000180*  ---------------------------------------------------------------
000190*  2026-10-15  DP  Extracted from CUSTPOST and CUSTLBOX; added   *
000200*                  the batch header and trailer records.         *
000210*******************************************************************
000220 01 POSTING-RECORD.
000230     02 PTRAN-CODE PIC X(01).
000240         88 PTRAN-IS-PAYMENT VALUE 'P'.
000250         88 PTRAN-IS-CHARGE VALUE 'C'.
000260         88 PTRAN-IS-ADJUSTMENT VALUE 'A'.
000270         88 PTRAN-IS-RECOVERY VALUE 'R'.
000280         88 PTRAN-IS-BATCH-HEADER VALUE 'H'.
000290         88 PTRAN-IS-BATCH-TRAILER VALUE 'T'.
000300     02 PTRAN-CUST-ID PIC 9(5).
000310     02 PTRAN-SIGN PIC X(01).
000320         88 PTRAN-SIGN-PLUS VALUE '+'.
000330         88 PTRAN-SIGN-MINUS VALUE '-'.
000340     02 PTRAN-AMOUNT PIC 9(7)V99.
000350     02 PTRAN-AMOUNT-X REDEFINES PTRAN-AMOUNT PIC X(9).
000360     02 PTRAN-DATE.
000370         03 PTRAN-DATE-YEAR PIC 9(4).
000380         03 PTRAN-DATE-MONTH PIC 9(2).
000390         03 PTRAN-DATE-DAY PIC 9(2).
000400 01 POSTING-BATCH-HEADER.
000410     02 PBH-REC-TYPE PIC X(1).
000420     02 PBH-BATCH PIC 9(5).
000430     02 PBH-OPERATOR PIC X(3).
000440     02 FILLER PIC X(15).
000450 01 POSTING-BATCH-TRAILER.
000460     02 PBT-REC-TYPE PIC X(1).
000470     02 PBT-BATCH PIC 9(5).
000480     02 PBT-ITEM-COUNT PIC 9(5).
000490     02 PBT-AMOUNT-TOTAL PIC 9(11)V99.
