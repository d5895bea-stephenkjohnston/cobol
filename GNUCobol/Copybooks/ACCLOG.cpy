000010*******************************************************************
000020*    ACCLOG - CUSTOMER ACCESS LOG RECORD LAYOUT                   *
000030*    ---------------------------------------------------------   *
000040*    Shared 01-level record for ACCESS-LOG, the append-only file *
000050*    of who saw or changed which customer. CUSTINQ, CUSTNOTE,    *
000060*    CUSTARR and CUSTHIST write one record per customer shown or *
000070*    changed, and one (customer zero) for each sign-on, failed   *
000080*    sign-on and function refused for the operator's level.      *
000090*    CUSTMAINT writes one per add, change or delete it applies   *
000092*    and CUSTMRGE one per account merged (C), each besides its   *
000094*    own sign-on records. CUSTSEC logs the sign-ons, failures    *
000096*    and refusals of the operator maintaining the security file. *
000100*    CUSTACC reports the file by customer, operator and date.    *
000110*    Open EXTEND; a missing file ('35') is created with OPEN     *
000120*    OUTPUT. COPY this member under the FD for ACCESS-LOG so     *
000130*    every program sees the same layout.                         *
000140*---------------------------------------------------------------*
000150*  MODIFICATION HISTORY                                          *
000160*  ---------------------------------------------------------------
000170*  2026-10-15  DP  Initial version for the customer access log.  *
000180*******************************************************************
000190 01 ACCESS-LOG-RECORD.
000200     02 ALOG-DATE PIC 9(8).
000210     02 ALOG-TIME PIC 9(6).
000220     02 ALOG-OPERATOR PIC X(3).
000230     02 ALOG-PROGRAM PIC X(9).
000240     02 ALOG-CUST-ID PIC 9(5).
000250     02 ALOG-ACTION PIC X(1).
000260         88 ALOG-VIEWED VALUE 'V'.
000270         88 ALOG-LISTED VALUE 'L'.
000280         88 ALOG-NOTE-ADDED VALUE 'N'.
000290         88 ALOG-ADDED VALUE 'A'.
000300         88 ALOG-CHANGED VALUE 'C'.
000310         88 ALOG-DELETED VALUE 'D'.
000320         88 ALOG-SIGNED-ON VALUE 'S'.
000330         88 ALOG-SIGNON-FAILED VALUE 'F'.
000340         88 ALOG-FUNCTION-REFUSED VALUE 'R'.
