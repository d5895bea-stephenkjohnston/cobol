000010*******************************************************************
000020*    GLINTF - GENERAL LEDGER INTERFACE RECORD LAYOUTS             *
000030*    ---------------------------------------------------------   *
000040*    Shared record forms for GL-INTERFACE, the summarized        *
000050*    debit/credit feed picked up by the general ledger. Each     *
000060*    run that moves receivables appends its own batch: one       *
000070*    header naming the source program, one detail per            *
000080*    transaction type with activity, and a trailer carrying      *
000090*    the entry count, hash totals and the net change to the      *
000100*    receivable. All three forms are fixed at 40 bytes so the    *
000110*    receiving system reads one layout family. COPY this member  *
000120*    under the FD for GL-INTERFACE in any program that writes    *
000130*    the feed. Transaction types in use:                         *
000140*        P  payments            C   R  recoveries          C     *
000150*        C  charges             D   W  write-offs          C     *
000160*        A+ adjustments up      D                                *
000170*        A- adjustments down    C   D  refunds             D     *
000180*    A recovery credits recovery income, not the receivable, so  *
000190*    it is carried in the hash totals but not in GLT-NET-AMOUNT. *
000200*---------------------------------------------------------------*
000210*  MODIFICATION HISTORY                                          *
000220*  ---------------------------------------------------------------
000230*  2026-10-15  DP  Extracted from CUSTPOST so the charge-off run  *
000240*                  can append its own batch to the same feed.    *
000241*  2026-10-15  DP  Added the D (refund) type for CUSTRFND.       *
000250*******************************************************************
000260 01 GL-HEADER-RECORD.
000270     02 GLH-REC-TYPE PIC X(1).
000280     02 GLH-DATE PIC 9(8).
000290     02 GLH-SOURCE PIC X(8).
000300     02 FILLER PIC X(23).
000310 01 GL-DETAIL-RECORD.
000320     02 GLD-REC-TYPE PIC X(1).
000330     02 GLD-TRANS-TYPE PIC X(2).
000340     02 GLD-DR-CR PIC X(1).
000350     02 GLD-COUNT PIC 9(9).
000360     02 GLD-AMOUNT PIC 9(9)V99.
000370     02 FILLER PIC X(16).
000380 01 GL-TRAILER-RECORD.
000390     02 GLT-REC-TYPE PIC X(1).
000400     02 GLT-ENTRY-COUNT PIC 9(4).
000410     02 GLT-COUNT-HASH PIC 9(9).
000420     02 GLT-AMOUNT-HASH PIC 9(11)V99.
000430     02 GLT-NET-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
000440     02 FILLER PIC X(1).
