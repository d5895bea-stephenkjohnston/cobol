000010*******************************************************************
000020*    OPRSEC - OPERATOR SECURITY RECORD LAYOUT                     *
000030*    ---------------------------------------------------------   *
000040*    Shared 01-level record for OPERATOR-SECURITY, the indexed   *
000050*    file of operators allowed into the customer programs. One   *
000060*    record per operator, keyed on OPR-ID, maintained by CUSTSEC.*
000070*    CUSTINQ, CUSTNOTE, CUSTARR and CUSTHIST sign the operator   *
000080*    on against this file and refuse any function above          *
000090*    OPR-LEVEL; CUSTMAINT and CUSTMRGE require level 3. A        *
000100*    revoked operator (status R) cannot sign on.                 *
000110*    OPR-FAILED-COUNT counts consecutive failed sign-ons and is  *
000120*    cleared by a good one; at 3 the operator is revoked and     *
000130*    must be reinstated through CUSTSEC. COPY this member under  *
000140*    the FD for OPERATOR-SECURITY so every program sees the same *
000145*    layout.                                                     *
000150*---------------------------------------------------------------*
000160*  MODIFICATION HISTORY                                          *
000170*  ---------------------------------------------------------------
000180*  2026-10-15  DP  Initial version for operator sign-on.         *
000190*******************************************************************
000200 01 OPERATOR-RECORD.
000210     02 OPR-ID PIC X(3).
000220     02 OPR-NAME PIC X(30).
000230     02 OPR-PIN PIC X(6).
000240     02 OPR-LEVEL PIC 9(1).
000250         88 OPR-INQUIRY VALUE 1.
000260         88 OPR-NOTES VALUE 2.
000270         88 OPR-MAINTENANCE VALUE 3.
000280         88 OPR-LEVEL-VALID VALUE 1 THRU 3.
000290     02 OPR-STATUS PIC X(1).
000300         88 OPR-ACTIVE VALUE 'A'.
000310         88 OPR-REVOKED VALUE 'R'.
000320     02 OPR-FAILED-COUNT PIC 9(1).
000330     02 OPR-LAST-SIGNON-DATE PIC 9(8).
000340     02 OPR-CHANGED-DATE PIC 9(8).
