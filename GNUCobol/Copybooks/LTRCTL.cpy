000010*******************************************************************
000020*    LTRCTL - PAST-DUE LETTER CONTROL RECORD LAYOUT               *
000030*    ---------------------------------------------------------   *
000040*    Shared 01-level record for LETTER-CONTROL, the file CUSTLTR *
000050*    keeps per customer with the highest letter level sent and   *
000060*    the date it went out. COPY this member under the FD for     *
000070*    LETTER-CONTROL in any program that reads or maintains the   *
000080*    letter ladder so every program sees the same layout.        *
000090*---------------------------------------------------------------*
000100*  MODIFICATION HISTORY                                          *
000110*  ---------------------------------------------------------------
000120*  2026-10-15  DP  Extracted from CUSTLTR so the charge-off run   *
000130*                  can age accounts from the final-demand date.   *
000140*******************************************************************
000150 01 LETTER-CONTROL-RECORD.
000160     02 LTR-CUST-ID PIC 9(5).
000170     02 LTR-LAST-LEVEL PIC 9(1).
000180     02 LTR-LAST-DATE.
000190         03 LTR-LAST-YEAR PIC 9(4).
000200         03 LTR-LAST-MONTH PIC 9(2).
000210         03 LTR-LAST-DAY PIC 9(2).
