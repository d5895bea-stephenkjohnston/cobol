000040*    Shared 01-level record for CUSTOMER-FILE. COPY this member  *
000050*    under the FD for CUSTOMER-FILE in any program that opens    *
000060*    the customer master so every program sees the same layout.  *
000061*    CUST-STATUS-WRITTEN-OFF ('W') is set only by the CUSTWOFF   *
000062*    charge-off run. A written-off account carries a zero        *
000063*    balance, takes no new charges and gets no letters, finance  *
000064*    charges or statements; payments post as recoveries.         *
000070*---------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                          *
000090*  ---------------------------------------------------------------
000154*                  report split. Spaces means unassigned.        *
000155*                  Record length grows 158 to 161 - the image    *
000156*                  fields move in step again.                    *
000157*  2026-10-15  DP  Added CUST-STATUS-WRITTEN-OFF - see above.    *
000158*******************************************************************
000160 01 CUSTOMER-RECORD.
000170     02 CUST-ID PIC 9(5).
000270         88 CUST-STATUS-ACTIVE VALUE 'A'.
000280         88 CUST-STATUS-INACTIVE VALUE 'I'.
000290         88 CUST-STATUS-CLOSED VALUE 'C'.
000295         88 CUST-STATUS-WRITTEN-OFF VALUE 'W'.
000300     02 CUST-BALANCE PIC S9(7)V99 COMP-3.
000310     02 CUST-LAST-ACTIVITY-DATE.
000320         03 CUST-LAST-ACTIVITY-YEAR PIC 9(4).
