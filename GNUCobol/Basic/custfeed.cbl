000220*                  entry (or an ID too large for the CSnnnn      *
000230*                  suffix) lands on the exception report          *
000240*                  instead of being silently dropped.            *
000242*  2026-10-15  DP  History layout gains HIST-OPERATOR, the       *
000244*                  signed-on ID CUSTMAINT and CUSTMRGE stamp     *
000246*                  (record 343 to 346).                          *
000250*******************************************************************
000260*  The history file records exactly which masters changed and   *
000270*  how (CUSTMAINT writes before- and after-images), so a status *
000780     02 HIST-TIME PIC 9(6).
000790     02 HIST-BEFORE-IMAGE PIC X(161).
000800     02 HIST-AFTER-IMAGE PIC X(161).
000805     02 HIST-OPERATOR PIC X(3).
000810
000820 FD CROSSWALK-MASTER.
000830 01 CROSSWALK-MASTER-RECORD.
