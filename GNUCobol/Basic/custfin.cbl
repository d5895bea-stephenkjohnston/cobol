000262*  2026-09-01  DP  A clean end now appends one POSTING-ACTIVITY   *
000264*                  record (PSTACT layout) so CUSTBAL can prove    *
000265*                  the master against assessed charges too.       *
000266*  2026-10-15  DP  Written-off accounts are never assessed; an   *
000267*                  account keeping a CUSTARR arrangement is      *
000268*                  skipped or charged ARRANGED-RATE-PCT. F       *
000269*                  entries clear TL-MERGED-FROM-ID.              *
000270*******************************************************************
000280*  The rate comes from the FINANCE-RATE-PCT environment value,   *
000290*  keyed as four digits with two implied decimals ('0150' =      *
000310*  not numeric. The assessment does NOT refresh                  *
000320*  CUST-LAST-ACTIVITY-DATE - interest must not reset the aging   *
000330*  clock that drives CUSTAGE and the past-due letters.           *
000332*  ARRANGED-RATE-PCT, in the same format, is the rate for        *
000334*  customers keeping a payment arrangement. It defaults to zero  *
000336*  (no charge while the arrangement is kept) and is never more   *
000338*  than the standard rate.                                       *
000340*******************************************************************
000350
000360*******************************************************************
000567     ACCESS MODE IS SEQUENTIAL
000568     FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
000570
000571     SELECT ARRANGEMENT-FILE
000572     ASSIGN TO 'DATA/CUSTOMER_ARRANGEMENTS.dat'
000573     ORGANIZATION IS INDEXED
000574     ACCESS MODE IS DYNAMIC
000575     RECORD KEY IS ARR-CUST-ID
000576     FILE STATUS IS WS-ARR-FILE-STATUS.
000577
000580     SELECT PRINT-FILE
000590     ASSIGN TO 'DATA/CUSTFIN_REGISTER.prt'
000600     ORGANIZATION IS LINE SEQUENTIAL
000804 FD POSTING-ACTIVITY.
000806     COPY PSTACT.
000810
000812 FD ARRANGEMENT-FILE.
000814     COPY ARRREC.
000816
000820 FD PRINT-FILE.
000830 01 PRINT-LINE PIC X(80).
000840
000920 01 WS-LEDGER-FILE-STATUS PIC X(2).
000930 01 WS-PRINT-FILE-STATUS PIC X(2).
000940 01 WS-RC-FILE-STATUS PIC X(2).
000941 01 WS-ARR-FILE-STATUS PIC X(2).
000942 01 WS-ACTIVITY-FILE-STATUS PIC X(2).
000943 01 WS-ACTIVITY-DATE PIC 9(8).
000944 01 WS-CURRENT-TIME.
001150 01 WS-RATE-IN PIC X(4).
001160 01 WS-RATE-IN-NUM REDEFINES WS-RATE-IN PIC 9(2)V99.
001170 01 WS-RATE-PCT PIC 9(2)V99 VALUE 1.50.
001173 01 WS-ARRANGED-RATE-PCT PIC 9(2)V99 VALUE ZERO.
001176 01 WS-APPLIED-RATE PIC 9(2)V99.
001180
001190*----------------------------------------------------------------*
001200*    GRACE PERIOD AND AGING (30/360 CONVENTION, AS CUSTAGE)      *
001360     88 LEDGER-WRITTEN VALUE 'Y'.
001370
001380*----------------------------------------------------------------*
001381*    PAYMENT ARRANGEMENT SWITCHES                                *
001382*    No arrangements file means nobody is under arrangement.     *
001383*----------------------------------------------------------------*
001384 01 WS-ARR-AVAILABLE-SWITCH PIC X VALUE 'N'.
001385     88 ARRANGEMENTS-AVAILABLE VALUE 'Y'.
001386 01 WS-ARR-SWITCH PIC X VALUE 'N'.
001387     88 ARRANGEMENT-KEPT VALUE 'Y'.
001388
001389*----------------------------------------------------------------*
001390*    RUN CONTROL TOTALS                                          *
001400*----------------------------------------------------------------*
001410 77 WS-READ-COUNT PIC 9(9) COMP VALUE ZERO.
001420 77 WS-ASSESSED-COUNT PIC 9(9) COMP VALUE ZERO.
001430 77 WS-ERROR-COUNT PIC 9(9) COMP VALUE ZERO.
001432 77 WS-WRITTEN-OFF-COUNT PIC 9(9) COMP VALUE ZERO.
001434 77 WS-ARRANGED-SKIP-COUNT PIC 9(9) COMP VALUE ZERO.
001436 77 WS-ARRANGED-REDUCED-COUNT PIC 9(9) COMP VALUE ZERO.
001440 01 WS-TOTAL-ASSESSED PIC S9(9)V99 COMP-3 VALUE ZERO.
001450
001460*----------------------------------------------------------------*
002470             WS-LEDGER-FILE-STATUS
002480         STOP RUN
002490     END-IF
002495     PERFORM 1050-OPEN-ARRANGEMENTS
002500     OPEN OUTPUT PRINT-FILE
002510     IF WS-PRINT-FILE-STATUS NOT = '00'
002520         DISPLAY 'Error opening register file. Status: '
003150
003160*----------------------------------------------------------------*
003170*    2000-PROCESS-FILE                                           *
003172*    A written-off account carries no receivable to charge.     *
003174*    An account under a kept arrangement is charged only when a  *
003176*    reduced arrangement rate is in force.                       *
003180*----------------------------------------------------------------*
003190 2000-PROCESS-FILE.
003200     READ CUSTOMER-FILE NEXT RECORD
003260             IF CUST-STATUS-ACTIVE AND CUST-BALANCE > ZERO
003270                 PERFORM 2100-COMPUTE-AGE
003280                 IF WS-AGE-DAYS > WS-GRACE-DAYS
003281                     PERFORM 2150-CHECK-ARRANGEMENT
003282                     IF ARRANGEMENT-KEPT AND
003283                         WS-ARRANGED-RATE-PCT = ZERO
003284                         ADD 1 TO WS-ARRANGED-SKIP-COUNT
003285                     ELSE
003290                         PERFORM 2200-ASSESS-ONE THRU 2200-EXIT
003291                     END-IF
003292                 END-IF
003293             ELSE
003294                 IF CUST-STATUS-WRITTEN-OFF
003295                     ADD 1 TO WS-WRITTEN-OFF-COUNT
003300                 END-IF
003310             END-IF
003320     END-READ.
003560 2200-ASSESS-ONE.
003570     MOVE CUST-BALANCE TO WS-OLD-BALANCE
003580     COMPUTE WS-CHARGE-AMOUNT ROUNDED =
003590         CUST-BALANCE * WS-APPLIED-RATE / 100
003600     IF WS-CHARGE-AMOUNT <= ZERO
003610         GO TO 2200-EXIT
003620     END-IF
003680         NOT INVALID KEY
003690             ADD 1 TO WS-ASSESSED-COUNT
003700             ADD WS-CHARGE-AMOUNT TO WS-TOTAL-ASSESSED
003702             IF ARRANGEMENT-KEPT
003704                 ADD 1 TO WS-ARRANGED-REDUCED-COUNT
003706             END-IF
003710             PERFORM 2300-WRITE-LEDGER
003720             PERFORM 2400-WRITE-REGISTER-LINE
003730     END-REWRITE.
003850     MOVE WS-CURRENT-MONTH TO TL-POST-MONTH
003860     MOVE WS-CURRENT-DAY TO TL-POST-DAY
003870     MOVE 1 TO TL-SEQ
003875     MOVE ZERO TO TL-MERGED-FROM-ID
003880     MOVE 'F' TO TL-TRANS-CODE
003890     MOVE WS-CHARGE-AMOUNT TO TL-AMOUNT
003900     MOVE CUST-BALANCE TO TL-RESULT-BALANCE
004600     DISPLAY 'CUSTOMERS READ .....: ' WS-READ-COUNT
004610     DISPLAY 'ACCOUNTS ASSESSED ..: ' WS-ASSESSED-COUNT
004620     DISPLAY 'ACCOUNTS IN ERROR ..: ' WS-ERROR-COUNT
004622     DISPLAY 'WRITTEN OFF ........: ' WS-WRITTEN-OFF-COUNT
004624     DISPLAY 'ARRANGED - SKIPPED .: ' WS-ARRANGED-SKIP-COUNT
004626     DISPLAY 'ARRANGED - REDUCED .: ' WS-ARRANGED-REDUCED-COUNT
004630     DISPLAY 'REGISTER WRITTEN TO DATA/CUSTFIN_REGISTER.prt'
004640     DISPLAY '-----------------------------------------------'.
004650
004940 9999-TERMINATE.
004950     CLOSE CUSTOMER-FILE
004960     CLOSE TRAN-LEDGER
004970     CLOSE PRINT-FILE
004980     IF ARRANGEMENTS-AVAILABLE
004990         CLOSE ARRANGEMENT-FILE
005000     END-IF.
005010
005020*----------------------------------------------------------------*
005030*    1050-OPEN-ARRANGEMENTS                                      *
005040*    The reduced rate is the ARRANGED-RATE-PCT environment       *
005050*    value, keyed like FINANCE-RATE-PCT. It defaults to zero (no *
005060*    charge) and is never allowed above the standard rate.       *
005070*----------------------------------------------------------------*
005080 1050-OPEN-ARRANGEMENTS.
005090     MOVE SPACES TO WS-RATE-IN
005100     DISPLAY 'ARRANGED-RATE-PCT' UPON ENVIRONMENT-NAME
005110     ACCEPT WS-RATE-IN FROM ENVIRONMENT-VALUE
005120     END-ACCEPT
005130     IF WS-RATE-IN IS NUMERIC
005140         MOVE WS-RATE-IN-NUM TO WS-ARRANGED-RATE-PCT
005150     END-IF
005160     IF WS-ARRANGED-RATE-PCT > WS-RATE-PCT
005170         MOVE WS-RATE-PCT TO WS-ARRANGED-RATE-PCT
005180     END-IF
005190     OPEN INPUT ARRANGEMENT-FILE
005200     IF WS-ARR-FILE-STATUS = '00'
005210         SET ARRANGEMENTS-AVAILABLE TO TRUE
005220     ELSE
005230         IF WS-ARR-FILE-STATUS = '35'
005240             DISPLAY 'NO ARRANGEMENTS FILE - NO ACCOUNTS UNDER '
005250                 'ARRANGEMENT'
005260         ELSE
005270             DISPLAY 'Error opening arrangements file. Status: '
005280                 WS-ARR-FILE-STATUS
005290             STOP RUN
005300         END-IF
005310     END-IF.
005320
005330*----------------------------------------------------------------*
005340*    2150-CHECK-ARRANGEMENT                                      *
005350*    Picks the rate for this account: the arrangement rate while *
005360*    the customer is keeping an arrangement, otherwise the       *
005370*    standard rate.                                              *
005380*----------------------------------------------------------------*
005390 2150-CHECK-ARRANGEMENT.
005400     MOVE 'N' TO WS-ARR-SWITCH
005410     MOVE WS-RATE-PCT TO WS-APPLIED-RATE
005420     IF ARRANGEMENTS-AVAILABLE
005430         MOVE CUST-ID TO ARR-CUST-ID
005440         READ ARRANGEMENT-FILE
005450             INVALID KEY
005460                 CONTINUE
005470             NOT INVALID KEY
005480                 IF ARR-KEPT
005490                     SET ARRANGEMENT-KEPT TO TRUE
005500                     MOVE WS-ARRANGED-RATE-PCT TO WS-APPLIED-RATE
005510                 END-IF
005520         END-READ
005530     END-IF.
