000010*******************************************************************
000020*    APINTF - ACCOUNTS PAYABLE INTERFACE RECORD LAYOUTS          *
000030*    ---------------------------------------------------------   *
000040*    Shared record forms for AP-INTERFACE, the check-request     *
000050*    feed picked up by accounts payable. Each run that pays      *
000060*    money out to customers appends its own batch: one header    *
000070*    naming the source program, one detail per payee carrying    *
000080*    the payee name and mailing address from CUSTREC, the amount *
000090*    and a reference, and a trailer with the detail count and    *
000100*    amount total for AP's batch proof. All three forms are      *
000110*    fixed at 160 bytes. COPY this member under the FD for       *
000120*    AP-INTERFACE in any program that writes the feed. The       *
000130*    reference is 'RF', the CUST-ID and the business date, so a  *
000140*    check can be traced back to the refund ledger entry (D      *
000150*    code) it pays.                                              *
000160*---------------------------------------------------------------*
000170*  MODIFICATION HISTORY                                          *
000180*  ---------------------------------------------------------------
000190*  2026-10-15  DP  Initial version for the CUSTRFND refund run.  *
000200*******************************************************************
000210 01 AP-HEADER-RECORD.
000220     02 APH-REC-TYPE PIC X(1).
000230     02 APH-DATE PIC 9(8).
000240     02 APH-SOURCE PIC X(8).
000250     02 FILLER PIC X(143).
000260 01 AP-DETAIL-RECORD.
000270     02 APD-REC-TYPE PIC X(1).
000280     02 APD-REFERENCE.
000290         03 APD-REF-PREFIX PIC X(2).
000300         03 APD-REF-CUST-ID PIC 9(5).
000310         03 APD-REF-DATE PIC 9(8).
000320     02 APD-PAYEE-NAME PIC X(30).
000330     02 APD-PAYEE-ADDRESS.
000340         03 APD-ADDR-LINE1 PIC X(30).
000350         03 APD-ADDR-LINE2 PIC X(30).
000360         03 APD-CITY PIC X(20).
000370         03 APD-STATE PIC X(02).
000380         03 APD-ZIP PIC X(10).
000390     02 APD-AMOUNT PIC 9(7)V99.
000400     02 FILLER PIC X(13).
000410 01 AP-TRAILER-RECORD.
000420     02 APT-REC-TYPE PIC X(1).
000430     02 APT-DETAIL-COUNT PIC 9(7).
000440     02 APT-AMOUNT-TOTAL PIC 9(9)V99.
000450     02 FILLER PIC X(141).
