000130*                  and duplicate-run protection across the       *
000140*                  CUSTMAINT / CUSTBATCH / CUSTAGE / CUSTLIST    *
000150*                  window.                                       *
000151*  2026-10-15  DP  Period-close records: CUSTCLOS marks a month  *
000152*                  closed with RC-PROGRAM 'PERIOD' and           *
000153*                  RC-RUN-DATE holding the period as YYYYMM00,   *
000154*                  status C once the close has ended clean.      *
000155*                  CUSTPOST refuses postings dated into any      *
000156*                  period carrying a complete record.            *
000160*******************************************************************
000170 01 RUN-CONTROL-RECORD.
000180     02 RC-KEY.
