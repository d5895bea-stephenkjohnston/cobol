000246*                  pays off and later goes delinquent starts a    *
000247*                  fresh letter ladder at level 1 instead of      *
000248*                  being suppressed by the old cycle's level.     *
000249*  2026-10-15  DP  Control layout to LTRCTL; skips noted below.  *
000250*******************************************************************
000251*  The control record layout is the LTRCTL copybook, shared with *
000252*  the CUSTWOFF charge-off run, which ages accounts from the     *
000253*  level-3 date. Written-off accounts are never lettered, and no *
000254*  letter goes out while the customer is keeping a payment       *
000255*  arrangement (ARRANGEMENT-FILE, set up through CUSTARR); both  *
000256*  are counted in the run totals. When CUSTPROM finds the        *
000257*  promise broken it clears the control record and the ladder    *
000258*  resumes.                                                      *
000260*  A letter goes out only when the computed level is higher      *
000270*  than the last level on the control record, so a customer      *
000280*  who already got the 60-day letter waits silently until the    *
000540     RECORD KEY IS LTR-CUST-ID
000550     FILE STATUS IS WS-CONTROL-FILE-STATUS.
000560
000561     SELECT ARRANGEMENT-FILE
000562     ASSIGN TO 'DATA/CUSTOMER_ARRANGEMENTS.dat'
000563     ORGANIZATION IS INDEXED
000564     ACCESS MODE IS DYNAMIC
000565     RECORD KEY IS ARR-CUST-ID
000566     FILE STATUS IS WS-ARR-FILE-STATUS.
000567
000570     SELECT LETTER-FILE
000580     ASSIGN TO 'DATA/PASTDUE_LETTERS.prt'
000590     ORGANIZATION IS LINE SEQUENTIAL
000750     COPY CUSTREC.
000760
000770 FD LETTER-CONTROL.
000780     COPY LTRCTL.
000850
000852 FD ARRANGEMENT-FILE.
000854     COPY ARRREC.
000856
000860 FD LETTER-FILE.
000870 01 LETTER-LINE PIC X(80).
000880
000960 01 WS-CONTROL-FILE-STATUS PIC X(2).
000970 01 WS-LETTER-FILE-STATUS PIC X(2).
000980 01 WS-PRINT-FILE-STATUS PIC X(2).
000985 01 WS-ARR-FILE-STATUS PIC X(2).
000990
001000*----------------------------------------------------------------*
001010*    RUN DATE / AGING AS-OF DATE                                 *
001190 77 WS-LAST-LEVEL-SENT PIC 9(1) VALUE ZERO.
001200 01 WS-CONTROL-SWITCH PIC X VALUE 'N'.
001210     88 CONTROL-ON-FILE VALUE 'Y'.
001211
001212*----------------------------------------------------------------*
001213*    PAYMENT ARRANGEMENT SWITCHES                                *
001214*    No arrangements file means nobody is under arrangement.     *
001215*----------------------------------------------------------------*
001216 01 WS-ARR-AVAILABLE-SWITCH PIC X VALUE 'N'.
001217     88 ARRANGEMENTS-AVAILABLE VALUE 'Y'.
001218 01 WS-ARR-SWITCH PIC X VALUE 'N'.
001219     88 ARRANGEMENT-KEPT VALUE 'Y'.
001220
001230*----------------------------------------------------------------*
001240*    RUN CONTROL TOTALS                                          *
001300 77 WS-LEVEL-3-COUNT PIC 9(9) COMP VALUE ZERO.
001310 77 WS-SKIPPED-COUNT PIC 9(9) COMP VALUE ZERO.
001315 77 WS-RESET-COUNT PIC 9(9) COMP VALUE ZERO.
001316 77 WS-WRITTEN-OFF-COUNT PIC 9(9) COMP VALUE ZERO.
001317 77 WS-ARRANGED-COUNT PIC 9(9) COMP VALUE ZERO.
001320 77 WS-ERROR-COUNT PIC 9(9) COMP VALUE ZERO.
001330
001340*----------------------------------------------------------------*
002490             WS-CONTROL-FILE-STATUS
002500         STOP RUN
002510     END-IF
002515     PERFORM 1050-OPEN-ARRANGEMENTS
002520     OPEN OUTPUT LETTER-FILE
002530     IF WS-LETTER-FILE-STATUS NOT = '00'
002540         DISPLAY 'Error opening letter file. Status: '
002680*    a positive balance whose 30/360 age puts it past 30 days.   *
002682*    An active customer who is current again has any old         *
002684*    control record cleared, so the next delinquency starts      *
002686*    the letter ladder from level 1. A written-off account has  *
002687*    left the ladder for good and is only counted. A customer    *
002688*    keeping a payment arrangement gets no letter, and the       *
002689*    control record is left as it stands.                        *
002690*----------------------------------------------------------------*
002700 2000-PROCESS-FILE.
002710     READ CUSTOMER-FILE NEXT RECORD
002796                     MOVE ZERO TO WS-LETTER-LEVEL
002797                 END-IF
002800                 IF WS-LETTER-LEVEL > ZERO
002802                     PERFORM 2250-CHECK-ARRANGEMENT
002804                     IF ARRANGEMENT-KEPT
002806                         ADD 1 TO WS-ARRANGED-COUNT
002808                     ELSE
002810                         PERFORM 2300-CHECK-CONTROL
002820                         IF WS-LETTER-LEVEL > WS-LAST-LEVEL-SENT
002830                             PERFORM 2400-PRINT-LETTER
002840                             PERFORM 2500-UPDATE-CONTROL
002850                             PERFORM 2600-WRITE-REGISTER-LINE
002860                         ELSE
002870                             ADD 1 TO WS-SKIPPED-COUNT
002880                         END-IF
002885                     END-IF
002890                 ELSE
002892                     PERFORM 2700-RESET-CONTROL
002894                 END-IF
002895             ELSE
002896                 IF CUST-STATUS-WRITTEN-OFF
002897                     ADD 1 TO WS-WRITTEN-OFF-COUNT
002898                 END-IF
002900             END-IF
002910     END-READ.
002920 2000-EXIT.
004880     DISPLAY 'LEVEL 3 LETTERS ....: ' WS-LEVEL-3-COUNT
004890     DISPLAY 'ALREADY NOTICED ....: ' WS-SKIPPED-COUNT
004895     DISPLAY 'CONTROLS RESET .....: ' WS-RESET-COUNT
004896     DISPLAY 'WRITTEN OFF ........: ' WS-WRITTEN-OFF-COUNT
004897     DISPLAY 'UNDER ARRANGEMENT ..: ' WS-ARRANGED-COUNT
004900     DISPLAY 'CONTROL ERRORS .....: ' WS-ERROR-COUNT
004910     DISPLAY 'LETTERS WRITTEN TO DATA/PASTDUE_LETTERS.prt'
004920     DISPLAY 'REGISTER WRITTEN TO DATA/CUSTLTR_REGISTER.prt'
004990     CLOSE CUSTOMER-FILE
005000     CLOSE LETTER-CONTROL
005010     CLOSE LETTER-FILE
005020     CLOSE PRINT-FILE
005030     IF ARRANGEMENTS-AVAILABLE
005040         CLOSE ARRANGEMENT-FILE
005050     END-IF.
005060
005070*----------------------------------------------------------------*
005080*    1050-OPEN-ARRANGEMENTS                                      *
005090*    No arrangements file means nobody is under arrangement.     *
005100*----------------------------------------------------------------*
005110 1050-OPEN-ARRANGEMENTS.
005120     OPEN INPUT ARRANGEMENT-FILE
005130     IF WS-ARR-FILE-STATUS = '00'
005140         SET ARRANGEMENTS-AVAILABLE TO TRUE
005150     ELSE
005160         IF WS-ARR-FILE-STATUS = '35'
005170             DISPLAY 'NO ARRANGEMENTS FILE - NO ACCOUNTS UNDER '
005180                 'ARRANGEMENT'
005190         ELSE
005200             DISPLAY 'Error opening arrangements file. Status: '
005210                 WS-ARR-FILE-STATUS
005220             STOP RUN
005230         END-IF
005240     END-IF.
005250
005260*----------------------------------------------------------------*
005270*    2250-CHECK-ARRANGEMENT                                      *
005280*    Only an arrangement still being kept holds the letter back; *
005290*    a broken, completed or cancelled one is history.            *
005300*----------------------------------------------------------------*
005310 2250-CHECK-ARRANGEMENT.
005320     MOVE 'N' TO WS-ARR-SWITCH
005330     IF ARRANGEMENTS-AVAILABLE
005340         MOVE CUST-ID TO ARR-CUST-ID
005350         READ ARRANGEMENT-FILE
005360             INVALID KEY
005370                 CONTINUE
005380             NOT INVALID KEY
005390                 IF ARR-KEPT
005400                     SET ARRANGEMENT-KEPT TO TRUE
005410                 END-IF
005420         END-READ
005430     END-IF.
