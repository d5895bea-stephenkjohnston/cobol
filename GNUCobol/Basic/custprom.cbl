000010*******************************************************************
000020*                   IDENTIFICATION DIVISION                       *
000030*******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CUSTPROM.
000060 AUTHOR. DATA-PROCESSING.
000070 INSTALLATION. CUSTOMER-SYSTEMS.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100
000110*******************************************************************
000120*  MODIFICATION HISTORY                                          *
000130*  ---------------------------------------------------------------
000140*  2026-10-15  DP  Initial version - nightly broken-promise check.*
000150*                  Compares every kept payment arrangement with  *
000160*                  the P (payment) entries on TRAN-LEDGER since  *
000170*                  it was set up, marks the arrangement broken   *
000180*                  when the installments due are not covered,    *
000190*                  clears the customer's CUSTLTR control record  *
000200*                  so the letter ladder picks the account up     *
000210*                  again, and prints the broken-promise list for *
000220*                  the collectors. Arrangements paid out, or on  *
000230*                  accounts since paid off, are marked complete. *
000240*******************************************************************
000250*  Installment n is due ARR-START-DATE plus (n - 1) intervals of *
000260*  7, 14 or 30 days on the 30/360 convention CUSTAGE uses. An    *
000270*  installment only counts against the customer once it is more  *
000280*  than WS-GRACE-DAYS past due as of the business date, which    *
000290*  allows for mail and lockbox float. The arrangement is kept    *
000300*  while the payments since ARR-SET-DATE cover the installment   *
000310*  amount times the number of installments due.                  *
000320*  One run per business date: the run-control record is refused  *
000330*  if it is already complete OR only started, because a partial  *
000340*  run has already marked some arrangements broken and the list  *
000350*  from the failed run is the only record of them.               *
000360*******************************************************************
000370
000380*******************************************************************
000390*                   ENVIRONMENT DIVISION                          *
000400*******************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CUSTOMER-FILE
000450     ASSIGN TO 'DATA/READ_CUSTOMERS.dat'
000460     ORGANIZATION IS INDEXED
000470     ACCESS MODE IS DYNAMIC
000480     RECORD KEY IS CUST-ID
000490     ALTERNATE RECORD KEY IS CUST-NAME
000500         WITH DUPLICATES
000510     FILE STATUS IS WS-FILE-STATUS.
000520
000530     SELECT ARRANGEMENT-FILE
000540     ASSIGN TO 'DATA/CUSTOMER_ARRANGEMENTS.dat'
000550     ORGANIZATION IS INDEXED
000560     ACCESS MODE IS DYNAMIC
000570     RECORD KEY IS ARR-CUST-ID
000580     FILE STATUS IS WS-ARR-FILE-STATUS.
000590
000600     SELECT TRAN-LEDGER
000610     ASSIGN TO 'DATA/CUSTOMER_LEDGER.dat'
000620     ORGANIZATION IS INDEXED
000630     ACCESS MODE IS DYNAMIC
000640     RECORD KEY IS TL-KEY
000650     FILE STATUS IS WS-LEDGER-FILE-STATUS.
000660
000670     SELECT LETTER-CONTROL
000680     ASSIGN TO 'DATA/CUSTLTR_CONTROL.dat'
000690     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS DYNAMIC
000710     RECORD KEY IS LTR-CUST-ID
000720     FILE STATUS IS WS-CONTROL-FILE-STATUS.
000730
000740     SELECT PRINT-FILE
000750     ASSIGN TO 'DATA/BROKEN_PROMISES.prt'
000760     ORGANIZATION IS LINE SEQUENTIAL
000770     ACCESS MODE IS SEQUENTIAL
000780     FILE STATUS IS WS-PRINT-FILE-STATUS.
000790
000800     SELECT RUN-CONTROL-FILE
000810     ASSIGN TO 'DATA/RUN_CONTROL.dat'
000820     ORGANIZATION IS INDEXED
000830     ACCESS MODE IS DYNAMIC
000840     RECORD KEY IS RC-KEY
000850     FILE STATUS IS WS-RC-FILE-STATUS.
000860
000870*******************************************************************
000880*                        DATA DIVISION                            *
000890*******************************************************************
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD CUSTOMER-FILE.
000930     COPY CUSTREC.
000940
000950 FD ARRANGEMENT-FILE.
000960     COPY ARRREC.
000970
000980 FD TRAN-LEDGER.
000990     COPY TRANLED.
001000
001010 FD LETTER-CONTROL.
001020     COPY LTRCTL.
001030
001040 FD PRINT-FILE.
001050 01 PRINT-LINE PIC X(80).
001060
001070 FD RUN-CONTROL-FILE.
001080     COPY RUNCTL.
001090
001100 WORKING-STORAGE SECTION.
001110 01 WS-EOF PIC X VALUE 'N'.
001120     88 END-OF-FILE VALUE 'Y'.
001130 01 WS-FILE-STATUS PIC X(2).
001140 01 WS-ARR-FILE-STATUS PIC X(2).
001150 01 WS-LEDGER-FILE-STATUS PIC X(2).
001160 01 WS-CONTROL-FILE-STATUS PIC X(2).
001170 01 WS-PRINT-FILE-STATUS PIC X(2).
001180 01 WS-RC-FILE-STATUS PIC X(2).
001190
001200*----------------------------------------------------------------*
001210*    RUN CONTROL WORK AREAS                                      *
001220*    The business date keys the run-control record and is the    *
001230*    as-of date installments are measured against.               *
001240*----------------------------------------------------------------*
001250 01 WS-BUSINESS-DATE PIC 9(8).
001260 01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
001270     02 WS-BUSINESS-YEAR PIC 9(4).
001280     02 WS-BUSINESS-MONTH PIC 9(2).
001290     02 WS-BUSINESS-DAY PIC 9(2).
001300 01 WS-BUSINESS-DATE-IN PIC X(8).
001310 01 WS-RC-INPUT-FILE PIC X(60) VALUE
001320     'DATA/CUSTOMER_ARRANGEMENTS.dat'.
001330 01 WS-REPORT-DATE PIC X(10).
001340
001350*----------------------------------------------------------------*
001360*    INSTALLMENT SCHEDULE WORK AREAS (30/360 DAY NUMBERS)        *
001370*----------------------------------------------------------------*
001380 77 WS-GRACE-DAYS PIC 9(3) COMP VALUE 5.
001390 77 WS-BUSINESS-DAY-NUMBER PIC S9(7) COMP.
001400 77 WS-START-DAY-NUMBER PIC S9(7) COMP.
001410 77 WS-DAYS-INTO-PLAN PIC S9(7) COMP.
001420 77 WS-INTERVAL-DAYS PIC 9(3) COMP.
001430 77 WS-DUE-COUNT PIC 9(5) COMP.
001440 01 WS-AMOUNT-REQUIRED PIC S9(9)V99 COMP-3.
001450 01 WS-AMOUNT-PAID PIC S9(9)V99 COMP-3.
001460 01 WS-AMOUNT-SHORT PIC S9(9)V99 COMP-3.
001470 01 WS-LEDGER-EOF PIC X VALUE 'N'.
001480     88 LEDGER-DONE VALUE 'Y'.
001490
001500*----------------------------------------------------------------*
001510*    RUN CONTROL TOTALS                                          *
001520*----------------------------------------------------------------*
001530 77 WS-READ-COUNT PIC 9(9) COMP VALUE ZERO.
001540 77 WS-CHECKED-COUNT PIC 9(9) COMP VALUE ZERO.
001550 77 WS-KEPT-COUNT PIC 9(9) COMP VALUE ZERO.
001560 77 WS-BROKEN-COUNT PIC 9(9) COMP VALUE ZERO.
001570 77 WS-COMPLETED-COUNT PIC 9(9) COMP VALUE ZERO.
001580 77 WS-CANCELLED-COUNT PIC 9(9) COMP VALUE ZERO.
001590 77 WS-ERROR-COUNT PIC 9(9) COMP VALUE ZERO.
001600 01 WS-TOTAL-SHORT PIC S9(9)V99 COMP-3 VALUE ZERO.
001610 01 WS-TOTAL-EDITED PIC -ZZZ,ZZZ,ZZ9.99.
001620
001630*----------------------------------------------------------------*
001640*    LIST PAGE CONTROL                                           *
001650*----------------------------------------------------------------*
001660 77 WS-LINES-PER-PAGE PIC 9(2) COMP VALUE 20.
001670 77 WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
001680 77 WS-PAGE-COUNT PIC 9(4) COMP VALUE ZERO.
001690
001700*----------------------------------------------------------------*
001710*    BROKEN-PROMISE LIST LINES                                   *
001720*----------------------------------------------------------------*
001730 01 WS-TITLE-LINE.
001740     02 FILLER PIC X(24) VALUE 'BROKEN PROMISE-TO-PAY'.
001750     02 FILLER PIC X(36) VALUE SPACES.
001760     02 FILLER PIC X(06) VALUE 'PAGE: '.
001770     02 WS-TITLE-PAGE PIC ZZZ9.
001780 01 WS-DATE-LINE.
001790     02 FILLER PIC X(14) VALUE 'REPORT DATE: '.
001800     02 WS-DATE-LINE-DATE PIC X(10).
001810     02 FILLER PIC X(16) VALUE '  GRACE DAYS: '.
001820     02 WS-DATE-LINE-GRACE PIC ZZ9.
001830 01 WS-COLUMN-HEADING-1.
001840     02 FILLER PIC X(07) VALUE 'CUST-ID'.
001850     02 FILLER PIC X(21) VALUE ' CUST-NAME'.
001860     02 FILLER PIC X(13) VALUE 'PHONE'.
001870     02 FILLER PIC X(04) VALUE 'DUE'.
001880     02 FILLER PIC X(13) VALUE '   REQUIRED'.
001890     02 FILLER PIC X(13) VALUE '       PAID'.
001900     02 FILLER PIC X(03) VALUE 'OPR'.
001910 01 WS-COLUMN-HEADING-2.
001920     02 FILLER PIC X(07) VALUE '-------'.
001930     02 FILLER PIC X(21) VALUE ' -------------------'.
001940     02 FILLER PIC X(13) VALUE '------------'.
001950     02 FILLER PIC X(04) VALUE '---'.
001960     02 FILLER PIC X(13) VALUE '-----------'.
001970     02 FILLER PIC X(13) VALUE '-----------'.
001980     02 FILLER PIC X(03) VALUE '---'.
001990 01 WS-DETAIL-LINE.
002000     02 WS-DETAIL-ID PIC ZZZZ9.
002010     02 FILLER PIC X(03) VALUE SPACES.
002020     02 WS-DETAIL-NAME PIC X(19).
002030     02 FILLER PIC X(01) VALUE SPACES.
002040     02 WS-DETAIL-PHONE PIC X(12).
002050     02 FILLER PIC X(01) VALUE SPACES.
002060     02 WS-DETAIL-DUE PIC ZZ9.
002070     02 FILLER PIC X(01) VALUE SPACES.
002080     02 WS-DETAIL-REQUIRED PIC ZZZ,ZZZ.99-.
002090     02 FILLER PIC X(02) VALUE SPACES.
002100     02 WS-DETAIL-PAID PIC ZZZ,ZZZ.99-.
002110     02 FILLER PIC X(02) VALUE SPACES.
002120     02 WS-DETAIL-OPERATOR PIC X(03).
002130 01 WS-SUMMARY-LINE-1.
002140     02 FILLER PIC X(24) VALUE 'PROMISES BROKEN .....: '.
002150     02 WS-SUMMARY-COUNT PIC ZZZZZZZZ9.
002160 01 WS-SUMMARY-LINE-2.
002170     02 FILLER PIC X(24) VALUE 'TOTAL SHORT .........: '.
002180     02 WS-SUMMARY-TOTAL PIC -ZZZ,ZZZ,ZZ9.99.
002190
002200*******************************************************************
002210*                       PROCEDURE DIVISION                        *
002220*******************************************************************
002230 PROCEDURE DIVISION.
002240
002250*----------------------------------------------------------------*
002260*    0000-MAINLINE                                                *
002270*----------------------------------------------------------------*
002280 0000-MAINLINE.
002290     PERFORM 1100-CHECK-RUN-CONTROL
002300     PERFORM 1000-INITIALIZE
002310     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
002320         UNTIL END-OF-FILE
002330     PERFORM 8000-PRINT-SUMMARY
002340     PERFORM 9800-MARK-RUN-COMPLETE
002350     PERFORM 9999-TERMINATE
002360     STOP RUN.
002370
002380*----------------------------------------------------------------*
002390*    1000-INITIALIZE                                              *
002400*    No arrangements file simply means nothing to check; no     *
002410*    ledger means no payments, so every installment due is     *
002420*    broken.                                                     *
002430*----------------------------------------------------------------*
002440 1000-INITIALIZE.
002450     STRING WS-BUSINESS-MONTH '/' WS-BUSINESS-DAY '/'
002460         WS-BUSINESS-YEAR DELIMITED BY SIZE
002470         INTO WS-REPORT-DATE
002480     COMPUTE WS-BUSINESS-DAY-NUMBER =
002490         WS-BUSINESS-YEAR * 360 + (WS-BUSINESS-MONTH - 1) * 30 +
002500         WS-BUSINESS-DAY
002510     OPEN INPUT CUSTOMER-FILE
002520     IF WS-FILE-STATUS NOT = '00'
002530         DISPLAY 'Error opening customer master. Status: '
002540             WS-FILE-STATUS
002550         STOP RUN
002560     END-IF
002570     OPEN I-O ARRANGEMENT-FILE
002580     IF WS-ARR-FILE-STATUS = '35'
002590         OPEN OUTPUT ARRANGEMENT-FILE
002600         CLOSE ARRANGEMENT-FILE
002610         OPEN I-O ARRANGEMENT-FILE
002620     END-IF
002630     IF WS-ARR-FILE-STATUS NOT = '00'
002640         DISPLAY 'Error opening arrangements file. Status: '
002650             WS-ARR-FILE-STATUS
002660         STOP RUN
002670     END-IF
002680     OPEN INPUT TRAN-LEDGER
002690     IF WS-LEDGER-FILE-STATUS = '35'
002700         OPEN OUTPUT TRAN-LEDGER
002710         CLOSE TRAN-LEDGER
002720         OPEN INPUT TRAN-LEDGER
002730     END-IF
002740     IF WS-LEDGER-FILE-STATUS NOT = '00'
002750         DISPLAY 'Error opening transaction ledger. Status: '
002760             WS-LEDGER-FILE-STATUS
002770         STOP RUN
002780     END-IF
002790     OPEN I-O LETTER-CONTROL
002800     IF WS-CONTROL-FILE-STATUS = '35'
002810         OPEN OUTPUT LETTER-CONTROL
002820         CLOSE LETTER-CONTROL
002830         OPEN I-O LETTER-CONTROL
002840     END-IF
002850     IF WS-CONTROL-FILE-STATUS NOT = '00'
002860         DISPLAY 'Error opening letter control file. Status: '
002870             WS-CONTROL-FILE-STATUS
002880         STOP RUN
002890     END-IF
002900     OPEN OUTPUT PRINT-FILE
002910     IF WS-PRINT-FILE-STATUS NOT = '00'
002920         DISPLAY 'Error opening broken-promise list. Status: '
002930             WS-PRINT-FILE-STATUS
002940         STOP RUN
002950     END-IF.
002960
002970*----------------------------------------------------------------*
002980*    1100-CHECK-RUN-CONTROL                                      *
002990*    One check per business date, refused on a complete or a     *
003000*    started record as described above. The business date is     *
003010*    taken from the BUSINESS-DATE environment value, defaulting  *
003020*    to the system date when not set.                            *
003030*----------------------------------------------------------------*
003040 1100-CHECK-RUN-CONTROL.
003050     MOVE SPACES TO WS-BUSINESS-DATE-IN
003060     DISPLAY 'BUSINESS-DATE' UPON ENVIRONMENT-NAME
003070     ACCEPT WS-BUSINESS-DATE-IN FROM ENVIRONMENT-VALUE
003080     END-ACCEPT
003090     IF WS-BUSINESS-DATE-IN IS NUMERIC
003100         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
003110     ELSE
003120         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
003130     END-IF
003140     OPEN I-O RUN-CONTROL-FILE
003150     IF WS-RC-FILE-STATUS = '35'
003160         OPEN OUTPUT RUN-CONTROL-FILE
003170         CLOSE RUN-CONTROL-FILE
003180         OPEN I-O RUN-CONTROL-FILE
003190     END-IF
003200     IF WS-RC-FILE-STATUS NOT = '00'
003210         DISPLAY 'Error opening run control file. Status: '
003220             WS-RC-FILE-STATUS
003230         STOP RUN
003240     END-IF
003250     MOVE 'CUSTPROM' TO RC-PROGRAM
003260     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
003270     READ RUN-CONTROL-FILE
003280         INVALID KEY
003290             CONTINUE
003300         NOT INVALID KEY
003310             IF RC-RUN-COMPLETE
003320                 DISPLAY 'RUN REFUSED - CUSTPROM ALREADY RAN FOR '
003330                     'BUSINESS DATE ' WS-BUSINESS-DATE
003340                 STOP RUN
003350             ELSE
003360                 DISPLAY 'RUN REFUSED - PRIOR CUSTPROM RUN FOR '
003370                     WS-BUSINESS-DATE ' DID NOT END CLEAN'
003380                 DISPLAY 'SOME ARRANGEMENTS MAY ALREADY BE '
003390                     'MARKED BROKEN - KEEP THE BROKEN-PROMISE '
003400                     'LIST AND CLEAR THE RUN RECORD BEFORE '
003410                     'RERUNNING'
003420                 STOP RUN
003430             END-IF
003440     END-READ
003450     MOVE 'CUSTPROM' TO RC-PROGRAM
003460     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
003470     MOVE WS-RC-INPUT-FILE TO RC-INPUT-FILE
003480     MOVE 'S' TO RC-STATUS
003490     WRITE RUN-CONTROL-RECORD
003500         INVALID KEY
003510             REWRITE RUN-CONTROL-RECORD
003520                 INVALID KEY
003530                     DISPLAY 'Error stamping run control: '
003540                         WS-RC-FILE-STATUS
003550                     STOP RUN
003560             END-REWRITE
003570     END-WRITE
003580     CLOSE RUN-CONTROL-FILE.
003590
003600*----------------------------------------------------------------*
003610*    2000-PROCESS-FILE                                           *
003620*    Only kept arrangements are checked; broken, completed and   *
003630*    cancelled ones are history.                                 *
003640*----------------------------------------------------------------*
003650 2000-PROCESS-FILE.
003660     READ ARRANGEMENT-FILE NEXT RECORD
003670         AT END
003680             SET END-OF-FILE TO TRUE
003690             GO TO 2000-EXIT
003700         NOT AT END
003710             ADD 1 TO WS-READ-COUNT
003720             IF ARR-KEPT
003730                 PERFORM 2100-CHECK-ARRANGEMENT THRU 2100-EXIT
003740             END-IF
003750     END-READ.
003760 2000-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------------*
003800*    2100-CHECK-ARRANGEMENT                                      *
003810*    An arrangement on an account that is gone, closed or        *
003820*    written off is cancelled; one on an account that owes       *
003830*    nothing is complete. Otherwise the payments are measured    *
003840*    against the installments due.                               *
003850*----------------------------------------------------------------*
003860 2100-CHECK-ARRANGEMENT.
003870     ADD 1 TO WS-CHECKED-COUNT
003880     MOVE ARR-CUST-ID TO CUST-ID
003890     READ CUSTOMER-FILE
003900         INVALID KEY
003910             MOVE 'X' TO ARR-STATUS
003920             ADD 1 TO WS-CANCELLED-COUNT
003930             PERFORM 2600-REWRITE-ARRANGEMENT
003940             GO TO 2100-EXIT
003950     END-READ
003960     IF CUST-STATUS-CLOSED OR CUST-STATUS-WRITTEN-OFF
003970         MOVE 'X' TO ARR-STATUS
003980         ADD 1 TO WS-CANCELLED-COUNT
003990         PERFORM 2600-REWRITE-ARRANGEMENT
004000         GO TO 2100-EXIT
004010     END-IF
004020     PERFORM 2200-COUNT-INSTALLMENTS-DUE
004030     PERFORM 2300-SUM-PAYMENTS THRU 2300-EXIT
004040     MOVE WS-DUE-COUNT TO ARR-INSTALLMENTS-DUE
004050     MOVE WS-AMOUNT-PAID TO ARR-AMOUNT-PAID
004060     COMPUTE WS-AMOUNT-REQUIRED =
004070         ARR-INSTALLMENT-AMOUNT * WS-DUE-COUNT
004080     IF CUST-BALANCE NOT > ZERO
004090         MOVE 'C' TO ARR-STATUS
004100         ADD 1 TO WS-COMPLETED-COUNT
004110         PERFORM 2600-REWRITE-ARRANGEMENT
004120         GO TO 2100-EXIT
004130     END-IF
004140     IF WS-AMOUNT-PAID < WS-AMOUNT-REQUIRED
004150         PERFORM 2400-BREAK-ARRANGEMENT
004160         GO TO 2100-EXIT
004170     END-IF
004180     IF WS-DUE-COUNT = ARR-PAYMENT-COUNT
004190         MOVE 'C' TO ARR-STATUS
004200         ADD 1 TO WS-COMPLETED-COUNT
004210     ELSE
004220         ADD 1 TO WS-KEPT-COUNT
004230     END-IF
004240     PERFORM 2600-REWRITE-ARRANGEMENT.
004250 2100-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------*
004290*    2200-COUNT-INSTALLMENTS-DUE                                 *
004300*    Installments more than the grace days past their due date,  *
004310*    never more than the number of payments arranged.            *
004320*----------------------------------------------------------------*
004330 2200-COUNT-INSTALLMENTS-DUE.
004340     EVALUATE TRUE
004350         WHEN ARR-WEEKLY
004360             MOVE 7 TO WS-INTERVAL-DAYS
004370         WHEN ARR-BIWEEKLY
004380             MOVE 14 TO WS-INTERVAL-DAYS
004390         WHEN OTHER
004400             MOVE 30 TO WS-INTERVAL-DAYS
004410     END-EVALUATE
004420     COMPUTE WS-START-DAY-NUMBER =
004430         ARR-START-YEAR * 360 + (ARR-START-MONTH - 1) * 30 +
004440         ARR-START-DAY
004450     COMPUTE WS-DAYS-INTO-PLAN =
004460         WS-BUSINESS-DAY-NUMBER - WS-GRACE-DAYS -
004470         WS-START-DAY-NUMBER
004480     IF WS-DAYS-INTO-PLAN < ZERO
004490         MOVE ZERO TO WS-DUE-COUNT
004500     ELSE
004510         COMPUTE WS-DUE-COUNT =
004520             WS-DAYS-INTO-PLAN / WS-INTERVAL-DAYS + 1
004530         IF WS-DUE-COUNT > ARR-PAYMENT-COUNT
004540             MOVE ARR-PAYMENT-COUNT TO WS-DUE-COUNT
004550         END-IF
004560     END-IF.
004570
004580*----------------------------------------------------------------*
004590*    2300-SUM-PAYMENTS                                           *
004600*    Every P entry for the customer from the set-up date to the  *
004610*    business date; payment amounts are carried negative on the  *
004620*    ledger, so they are subtracted to give a positive total.    *
004630*----------------------------------------------------------------*
004640 2300-SUM-PAYMENTS.
004650     MOVE ZERO TO WS-AMOUNT-PAID
004660     MOVE 'N' TO WS-LEDGER-EOF
004670     MOVE ARR-CUST-ID TO TL-CUST-ID
004680     MOVE ARR-SET-DATE TO TL-POST-DATE
004690     MOVE ZERO TO TL-SEQ
004700     START TRAN-LEDGER KEY IS NOT LESS THAN TL-KEY
004710         INVALID KEY
004720             GO TO 2300-EXIT
004730     END-START
004740     PERFORM 2310-READ-ONE-LEDGER THRU 2310-EXIT
004750         UNTIL LEDGER-DONE.
004760 2300-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------------*
004800*    2310-READ-ONE-LEDGER                                        *
004810*----------------------------------------------------------------*
004820 2310-READ-ONE-LEDGER.
004830     READ TRAN-LEDGER NEXT RECORD
004840         AT END
004850             SET LEDGER-DONE TO TRUE
004860             GO TO 2310-EXIT
004870     END-READ
004880     IF TL-CUST-ID NOT = ARR-CUST-ID OR
004890         TL-POST-DATE > WS-BUSINESS-DATE
004900         SET LEDGER-DONE TO TRUE
004910         GO TO 2310-EXIT
004920     END-IF
004930     IF TL-IS-PAYMENT
004940         SUBTRACT TL-AMOUNT FROM WS-AMOUNT-PAID
004950     END-IF.
004960 2310-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------------*
005000*    2400-BREAK-ARRANGEMENT                                      *
005010*    The arrangement is closed broken, the customer's letter     *
005020*    control record is removed so CUSTLTR sends the letter for   *
005030*    the account's current age on its next run, and the account  *
005040*    goes on the list.                                           *
005050*----------------------------------------------------------------*
005060 2400-BREAK-ARRANGEMENT.
005070     MOVE 'B' TO ARR-STATUS
005080     ADD 1 TO WS-BROKEN-COUNT
005090     COMPUTE WS-AMOUNT-SHORT = WS-AMOUNT-REQUIRED - WS-AMOUNT-PAID
005100     ADD WS-AMOUNT-SHORT TO WS-TOTAL-SHORT
005110     PERFORM 2600-REWRITE-ARRANGEMENT
005120     MOVE ARR-CUST-ID TO LTR-CUST-ID
005130     DELETE LETTER-CONTROL
005140         INVALID KEY
005150             CONTINUE
005160     END-DELETE
005170     PERFORM 2500-WRITE-LIST-LINE.
005180
005190*----------------------------------------------------------------*
005200*    2500-WRITE-LIST-LINE                                        *
005210*----------------------------------------------------------------*
005220 2500-WRITE-LIST-LINE.
005230     IF WS-LINE-COUNT = ZERO OR
005240         WS-LINE-COUNT >= WS-LINES-PER-PAGE
005250         PERFORM 3000-PRINT-PAGE-HEADING
005260     END-IF
005270     MOVE ARR-CUST-ID TO WS-DETAIL-ID
005280     MOVE CUST-NAME TO WS-DETAIL-NAME
005290     MOVE CUST-PHONE TO WS-DETAIL-PHONE
005300     MOVE WS-DUE-COUNT TO WS-DETAIL-DUE
005310     MOVE WS-AMOUNT-REQUIRED TO WS-DETAIL-REQUIRED
005320     MOVE WS-AMOUNT-PAID TO WS-DETAIL-PAID
005330     MOVE ARR-OPERATOR TO WS-DETAIL-OPERATOR
005340     WRITE PRINT-LINE FROM WS-DETAIL-LINE
005350     ADD 1 TO WS-LINE-COUNT.
005360
005370*----------------------------------------------------------------*
005380*    2600-REWRITE-ARRANGEMENT                                    *
005390*    Stamps the check date, and the closed date on anything no   *
005400*    longer kept.                                                *
005410*----------------------------------------------------------------*
005420 2600-REWRITE-ARRANGEMENT.
005430     MOVE WS-BUSINESS-DATE TO ARR-LAST-CHECK-DATE
005440     IF NOT ARR-KEPT
005450         MOVE WS-BUSINESS-DATE TO ARR-CLOSED-DATE
005460     END-IF
005470     REWRITE ARRANGEMENT-RECORD
005480         INVALID KEY
005490             ADD 1 TO WS-ERROR-COUNT
005500             DISPLAY 'ARRANGEMENT REWRITE FAILED FOR CUST-ID: '
005510                 ARR-CUST-ID
005520     END-REWRITE.
005530
005540*----------------------------------------------------------------*
005550*    3000-PRINT-PAGE-HEADING                                     *
005560*----------------------------------------------------------------*
005570 3000-PRINT-PAGE-HEADING.
005580     ADD 1 TO WS-PAGE-COUNT
005590     MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE
005600     MOVE WS-REPORT-DATE TO WS-DATE-LINE-DATE
005610     MOVE WS-GRACE-DAYS TO WS-DATE-LINE-GRACE
005620     IF WS-PAGE-COUNT > 1
005630         WRITE PRINT-LINE FROM SPACES
005640     END-IF
005650     WRITE PRINT-LINE FROM WS-TITLE-LINE
005660     WRITE PRINT-LINE FROM WS-DATE-LINE
005670     WRITE PRINT-LINE FROM SPACES
005680     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-1
005690     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-2
005700     MOVE ZERO TO WS-LINE-COUNT.
005710
005720*----------------------------------------------------------------*
005730*    8000-PRINT-SUMMARY                                          *
005740*----------------------------------------------------------------*
005750 8000-PRINT-SUMMARY.
005760     IF WS-PAGE-COUNT = ZERO
005770         PERFORM 3000-PRINT-PAGE-HEADING
005780     END-IF
005790     MOVE WS-BROKEN-COUNT TO WS-SUMMARY-COUNT
005800     MOVE WS-TOTAL-SHORT TO WS-SUMMARY-TOTAL
005810     WRITE PRINT-LINE FROM SPACES
005820     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-1
005830     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-2
005840     MOVE WS-TOTAL-SHORT TO WS-TOTAL-EDITED
005850     DISPLAY '-----------------------------------------------'
005860     DISPLAY 'CUSTPROM CONTROL TOTALS'
005870     DISPLAY 'ARRANGEMENTS READ ..: ' WS-READ-COUNT
005880     DISPLAY 'KEPT CHECKED .......: ' WS-CHECKED-COUNT
005890     DISPLAY 'STILL KEPT .........: ' WS-KEPT-COUNT
005900     DISPLAY 'PROMISES BROKEN ....: ' WS-BROKEN-COUNT
005910     DISPLAY 'TOTAL SHORT ........: ' WS-TOTAL-EDITED
005920     DISPLAY 'COMPLETED ..........: ' WS-COMPLETED-COUNT
005930     DISPLAY 'CANCELLED ..........: ' WS-CANCELLED-COUNT
005940     DISPLAY 'ARRANGEMENTS IN ERROR: ' WS-ERROR-COUNT
005950     DISPLAY 'LIST WRITTEN TO DATA/BROKEN_PROMISES.prt'
005960     DISPLAY '-----------------------------------------------'.
005970
005980*----------------------------------------------------------------*
005990*    9800-MARK-RUN-COMPLETE                                      *
006000*----------------------------------------------------------------*
006010 9800-MARK-RUN-COMPLETE.
006020     OPEN I-O RUN-CONTROL-FILE
006030     IF WS-RC-FILE-STATUS NOT = '00'
006040         DISPLAY 'Error reopening run control file. Status: '
006050             WS-RC-FILE-STATUS
006060     ELSE
006070         MOVE 'CUSTPROM' TO RC-PROGRAM
006080         MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
006090         READ RUN-CONTROL-FILE
006100             INVALID KEY
006110                 DISPLAY 'RUN CONTROL RECORD MISSING AT END'
006120             NOT INVALID KEY
006130                 MOVE 'C' TO RC-STATUS
006140                 REWRITE RUN-CONTROL-RECORD
006150                 END-REWRITE
006160         END-READ
006170         CLOSE RUN-CONTROL-FILE
006180     END-IF.
006190
006200*----------------------------------------------------------------*
006210*    9999-TERMINATE                                              *
006220*----------------------------------------------------------------*
006230 9999-TERMINATE.
006240     CLOSE CUSTOMER-FILE
006250     CLOSE ARRANGEMENT-FILE
006260     CLOSE TRAN-LEDGER
006270     CLOSE LETTER-CONTROL
006280     CLOSE PRINT-FILE.
