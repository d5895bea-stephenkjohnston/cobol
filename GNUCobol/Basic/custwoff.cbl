000010*******************************************************************
000020*                   IDENTIFICATION DIVISION                       *
000030*******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CUSTWOFF.
000060 AUTHOR. DATA-PROCESSING.
000070 INSTALLATION. CUSTOMER-SYSTEMS.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100
000110*******************************************************************
000120*  MODIFICATION HISTORY                                          *
000130*  ---------------------------------------------------------------
000140*  2026-10-15  DP  Initial version - bad-debt charge-off run.    *
000150*                  Selects every open account still carrying a   *
000160*                  positive balance whose final-demand (level 3) *
000170*                  letter went out longer ago than the controlled*
000180*                  write-off age, moves the whole CUST-BALANCE to*
000190*                  a W (write-off) ledger entry, sets the account*
000200*                  to written-off status, prints a write-off     *
000210*                  register, and feeds the total to the GL       *
000220*                  interface and POSTING-ACTIVITY so CUSTBAL     *
000230*                  still proves.                                 *
000231*  2026-10-15  DP  An account whose customer is keeping a payment*
000232*                  arrangement (ARRANGEMENT-FILE) is not written *
000233*                  off; it is counted as under arrangement.      *
000235*  2026-10-15  DP  W ledger entries clear TL-MERGED-FROM-ID,     *
000237*                  added to the ledger layout for CUSTMRGE.      *
000240*******************************************************************
000250*  The write-off age is the WRITEOFF-DAYS environment value, in  *
000260*  days (three digits, '060' = 60) since the level-3 letter date *
000270*  on the CUSTLTR control record, counted on the same 30/360     *
000280*  convention CUSTAGE and CUSTLTR use; it defaults to 60 when not*
000290*  set or not numeric. An account is only charged off while it is*
000300*  still past 90 days on CUST-LAST-ACTIVITY-DATE - a customer who*
000310*  has paid since the final demand is left for CUSTLTR to reset. *
000320*  Written-off accounts carry a zero balance from then on; CUSTPOST*
000330*  takes any later payment on them as a recovery, and CUSTLTR,   *
000340*  CUSTFIN and CUSTSTMT pass them by.                            *
000350*  One run per business date: the run-control record is refused  *
000360*  if it is already complete OR only started, because a partial  *
000370*  run has already written some accounts off.                    *
000380*******************************************************************
000390
000400*******************************************************************
000410*                   ENVIRONMENT DIVISION                          *
000420*******************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CUSTOMER-FILE
000470     ASSIGN TO 'DATA/READ_CUSTOMERS.dat'
000480     ORGANIZATION IS INDEXED
000490     ACCESS MODE IS DYNAMIC
000500     RECORD KEY IS CUST-ID
000510     ALTERNATE RECORD KEY IS CUST-NAME
000520         WITH DUPLICATES
000530     FILE STATUS IS WS-FILE-STATUS.
000540
000550     SELECT LETTER-CONTROL
000560     ASSIGN TO 'DATA/CUSTLTR_CONTROL.dat'
000570     ORGANIZATION IS INDEXED
000580     ACCESS MODE IS DYNAMIC
000590     RECORD KEY IS LTR-CUST-ID
000600     FILE STATUS IS WS-CONTROL-FILE-STATUS.
000601
000602     SELECT ARRANGEMENT-FILE
000603     ASSIGN TO 'DATA/CUSTOMER_ARRANGEMENTS.dat'
000604     ORGANIZATION IS INDEXED
000605     ACCESS MODE IS DYNAMIC
000606     RECORD KEY IS ARR-CUST-ID
000607     FILE STATUS IS WS-ARR-FILE-STATUS.
000610
000620     SELECT TRAN-LEDGER
000630     ASSIGN TO 'DATA/CUSTOMER_LEDGER.dat'
000640     ORGANIZATION IS INDEXED
000650     ACCESS MODE IS DYNAMIC
000660     RECORD KEY IS TL-KEY
000670     FILE STATUS IS WS-LEDGER-FILE-STATUS.
000680
000690     SELECT POSTING-ACTIVITY
000700     ASSIGN TO 'DATA/POSTING_ACTIVITY.dat'
000710     ORGANIZATION IS SEQUENTIAL
000720     ACCESS MODE IS SEQUENTIAL
000730     FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
000740
000750     SELECT GL-INTERFACE
000760     ASSIGN TO 'DATA/GL_INTERFACE.dat'
000770     ORGANIZATION IS LINE SEQUENTIAL
000780     ACCESS MODE IS SEQUENTIAL
000790     FILE STATUS IS WS-GL-FILE-STATUS.
000800
000810     SELECT PRINT-FILE
000820     ASSIGN TO 'DATA/CUSTWOFF_REGISTER.prt'
000830     ORGANIZATION IS LINE SEQUENTIAL
000840     ACCESS MODE IS SEQUENTIAL
000850     FILE STATUS IS WS-PRINT-FILE-STATUS.
000860
000870     SELECT RUN-CONTROL-FILE
000880     ASSIGN TO 'DATA/RUN_CONTROL.dat'
000890     ORGANIZATION IS INDEXED
000900     ACCESS MODE IS DYNAMIC
000910     RECORD KEY IS RC-KEY
000920     FILE STATUS IS WS-RC-FILE-STATUS.
000930
000940*******************************************************************
000950*                        DATA DIVISION                            *
000960*******************************************************************
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD CUSTOMER-FILE.
001000     COPY CUSTREC.
001010
001020 FD LETTER-CONTROL.
001030     COPY LTRCTL.
001031
001032 FD ARRANGEMENT-FILE.
001033     COPY ARRREC.
001040
001050 FD TRAN-LEDGER.
001060     COPY TRANLED.
001070
001080 FD POSTING-ACTIVITY.
001090     COPY PSTACT.
001100
001110 FD GL-INTERFACE.
001120     COPY GLINTF.
001130
001140 FD PRINT-FILE.
001150 01 PRINT-LINE PIC X(80).
001160
001170 FD RUN-CONTROL-FILE.
001180     COPY RUNCTL.
001190
001200 WORKING-STORAGE SECTION.
001210 01 WS-EOF PIC X VALUE 'N'.
001220     88 END-OF-FILE VALUE 'Y'.
001230 01 WS-FILE-STATUS PIC X(2).
001240 01 WS-CONTROL-FILE-STATUS PIC X(2).
001241 01 WS-ARR-FILE-STATUS PIC X(2).
001250 01 WS-LEDGER-FILE-STATUS PIC X(2).
001260 01 WS-ACTIVITY-FILE-STATUS PIC X(2).
001270 01 WS-GL-FILE-STATUS PIC X(2).
001280 01 WS-PRINT-FILE-STATUS PIC X(2).
001290 01 WS-RC-FILE-STATUS PIC X(2).
001300 01 WS-ACTIVITY-DATE PIC 9(8).
001310 01 WS-CURRENT-TIME.
001320     02 WS-TIME-HOURS PIC 9(2).
001330     02 WS-TIME-MINUTES PIC 9(2).
001340     02 WS-TIME-SECONDS PIC 9(2).
001350     02 WS-TIME-HUNDREDTHS PIC 9(2).
001360
001370*----------------------------------------------------------------*
001380*    RUN CONTROL WORK AREAS                                      *
001390*    The business date keys the run-control record, dates the    *
001400*    W ledger entries and is the as-of date for both ages.       *
001410*----------------------------------------------------------------*
001420 01 WS-BUSINESS-DATE PIC 9(8).
001430 01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
001440     02 WS-BUSINESS-YEAR PIC 9(4).
001450     02 WS-BUSINESS-MONTH PIC 9(2).
001460     02 WS-BUSINESS-DAY PIC 9(2).
001470 01 WS-BUSINESS-DATE-IN PIC X(8).
001480 01 WS-RC-INPUT-FILE PIC X(60) VALUE
001490     'DATA/READ_CUSTOMERS.dat'.
001500 01 WS-REPORT-DATE PIC X(10).
001510
001520*----------------------------------------------------------------*
001530*    WRITE-OFF AGE (DAYS SINCE THE LEVEL-3 LETTER)               *
001540*----------------------------------------------------------------*
001550 01 WS-WRITEOFF-DAYS-IN PIC X(3).
001560 01 WS-WRITEOFF-DAYS-IN-NUM REDEFINES WS-WRITEOFF-DAYS-IN
001570     PIC 9(3).
001580 77 WS-WRITEOFF-DAYS PIC 9(3) COMP VALUE 60.
001590 77 WS-FINAL-LEVEL-DAYS PIC 9(3) COMP VALUE 90.
001600
001610*----------------------------------------------------------------*
001620*    AGE-IN-DAYS WORK AREAS (30/360 CONVENTION, AS CUSTAGE)      *
001630*----------------------------------------------------------------*
001640 77 WS-AGE-DAYS PIC S9(7) COMP.
001650 77 WS-LETTER-AGE-DAYS PIC S9(7) COMP.
001660
001670*----------------------------------------------------------------*
001680*    WRITE-OFF WORK AREAS                                        *
001690*----------------------------------------------------------------*
001700 01 WS-WRITEOFF-AMOUNT PIC S9(7)V99 COMP-3.
001710 01 WS-LEDGER-SWITCH PIC X VALUE 'N'.
001720     88 LEDGER-WRITTEN VALUE 'Y'.
001730 01 WS-CANDIDATE-SWITCH PIC X VALUE 'N'.
001740     88 WRITEOFF-CANDIDATE VALUE 'Y'.
001741 01 WS-ARR-AVAILABLE-SWITCH PIC X VALUE 'N'.
001742     88 ARRANGEMENTS-AVAILABLE VALUE 'Y'.
001750
001760*----------------------------------------------------------------*
001770*    RUN CONTROL TOTALS                                          *
001780*----------------------------------------------------------------*
001790 77 WS-READ-COUNT PIC 9(9) COMP VALUE ZERO.
001800 77 WS-WRITEOFF-COUNT PIC 9(9) COMP VALUE ZERO.
001810 77 WS-NOT-DUE-COUNT PIC 9(9) COMP VALUE ZERO.
001811 77 WS-ARRANGED-COUNT PIC 9(9) COMP VALUE ZERO.
001820 77 WS-ERROR-COUNT PIC 9(9) COMP VALUE ZERO.
001830 77 WS-GL-ENTRY-COUNT PIC 9(4) COMP VALUE ZERO.
001840 01 WS-TOTAL-WRITTEN-OFF PIC S9(9)V99 COMP-3 VALUE ZERO.
001850 01 WS-NET-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.
001860 01 WS-TOTAL-EDITED PIC -ZZZ,ZZZ,ZZ9.99.
001870
001880*----------------------------------------------------------------*
001890*    REGISTER PAGE CONTROL                                       *
001900*----------------------------------------------------------------*
001910 77 WS-LINES-PER-PAGE PIC 9(2) COMP VALUE 20.
001920 77 WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
001930 77 WS-PAGE-COUNT PIC 9(4) COMP VALUE ZERO.
001940
001950*----------------------------------------------------------------*
001960*    REGISTER LINES                                              *
001970*----------------------------------------------------------------*
001980 01 WS-TITLE-LINE.
001990     02 FILLER PIC X(28) VALUE 'BAD-DEBT WRITE-OFF REGISTER'.
002000     02 FILLER PIC X(32) VALUE SPACES.
002010     02 FILLER PIC X(06) VALUE 'PAGE: '.
002020     02 WS-TITLE-PAGE PIC ZZZ9.
002030 01 WS-DATE-LINE.
002040     02 FILLER PIC X(14) VALUE 'REPORT DATE: '.
002050     02 WS-DATE-LINE-DATE PIC X(10).
002060     02 FILLER PIC X(19) VALUE '  WRITE-OFF AGE: '.
002070     02 WS-DATE-LINE-DAYS PIC ZZ9.
002080     02 FILLER PIC X(20) VALUE ' DAYS AFTER LEVEL 3'.
002090 01 WS-COLUMN-HEADING-1.
002100     02 FILLER PIC X(10) VALUE 'CUST-ID'.
002110     02 FILLER PIC X(22) VALUE 'CUST-NAME'.
002120     02 FILLER PIC X(12) VALUE 'LEVEL 3 ON'.
002130     02 FILLER PIC X(10) VALUE 'DAYS'.
002140     02 FILLER PIC X(16) VALUE '  WRITTEN OFF'.
002150 01 WS-COLUMN-HEADING-2.
002160     02 FILLER PIC X(10) VALUE '----------'.
002170     02 FILLER PIC X(22) VALUE '--------------------'.
002180     02 FILLER PIC X(12) VALUE '----------'.
002190     02 FILLER PIC X(10) VALUE '--------'.
002200     02 FILLER PIC X(16) VALUE '---------------'.
002210 01 WS-DETAIL-LINE.
002220     02 WS-DETAIL-ID PIC ZZZZ9.
002230     02 FILLER PIC X(05) VALUE SPACES.
002240     02 WS-DETAIL-NAME PIC X(20).
002250     02 FILLER PIC X(02) VALUE SPACES.
002260     02 WS-DETAIL-LETTER-DATE PIC X(10).
002270     02 FILLER PIC X(02) VALUE SPACES.
002280     02 WS-DETAIL-DAYS PIC ZZZZ9.
002290     02 FILLER PIC X(04) VALUE SPACES.
002300     02 WS-DETAIL-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
002310 01 WS-SUMMARY-LINE-1.
002320     02 FILLER PIC X(24) VALUE 'ACCOUNTS WRITTEN OFF: '.
002330     02 WS-SUMMARY-COUNT PIC ZZZZZZZZ9.
002340 01 WS-SUMMARY-LINE-2.
002350     02 FILLER PIC X(24) VALUE 'TOTAL WRITTEN OFF ..: '.
002360     02 WS-SUMMARY-TOTAL PIC -ZZZ,ZZZ,ZZ9.99.
002370
002380*******************************************************************
002390*                       PROCEDURE DIVISION                        *
002400*******************************************************************
002410 PROCEDURE DIVISION.
002420
002430*----------------------------------------------------------------*
002440*    0000-MAINLINE                                                *
002450*----------------------------------------------------------------*
002460 0000-MAINLINE.
002470     PERFORM 1100-CHECK-RUN-CONTROL
002480     PERFORM 1000-INITIALIZE
002490     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
002500         UNTIL END-OF-FILE
002510     PERFORM 8000-PRINT-SUMMARY
002520     PERFORM 8500-WRITE-ACTIVITY
002530     PERFORM 8600-WRITE-GL-EXTRACT THRU 8600-EXIT
002540     PERFORM 9800-MARK-RUN-COMPLETE
002550     PERFORM 9999-TERMINATE
002560     STOP RUN.
002570
002580*----------------------------------------------------------------*
002590*    1000-INITIALIZE                                              *
002600*----------------------------------------------------------------*
002610 1000-INITIALIZE.
002620     STRING WS-BUSINESS-MONTH '/' WS-BUSINESS-DAY '/'
002630         WS-BUSINESS-YEAR DELIMITED BY SIZE
002640         INTO WS-REPORT-DATE
002650     MOVE SPACES TO WS-WRITEOFF-DAYS-IN
002660     DISPLAY 'WRITEOFF-DAYS' UPON ENVIRONMENT-NAME
002670     ACCEPT WS-WRITEOFF-DAYS-IN FROM ENVIRONMENT-VALUE
002680     END-ACCEPT
002690     IF WS-WRITEOFF-DAYS-IN IS NUMERIC
002700         MOVE WS-WRITEOFF-DAYS-IN-NUM TO WS-WRITEOFF-DAYS
002710     END-IF
002720     OPEN I-O CUSTOMER-FILE
002730     IF WS-FILE-STATUS NOT = '00'
002740         DISPLAY 'Error opening customer master. Status: '
002750             WS-FILE-STATUS
002760         STOP RUN
002770     END-IF
002780     OPEN INPUT LETTER-CONTROL
002790     IF WS-CONTROL-FILE-STATUS NOT = '00'
002800         DISPLAY 'Error opening letter control file. Status: '
002810             WS-CONTROL-FILE-STATUS
002820         STOP RUN
002830     END-IF
002840     OPEN INPUT ARRANGEMENT-FILE
002841     IF WS-ARR-FILE-STATUS = '00'
002842         SET ARRANGEMENTS-AVAILABLE TO TRUE
002843     ELSE
002844         IF WS-ARR-FILE-STATUS = '35'
002845             DISPLAY 'NO ARRANGEMENTS FILE - NO ACCOUNTS UNDER '
002846                 'ARRANGEMENT'
002847         ELSE
002848             DISPLAY 'Error opening arrangements file. Status: '
002849                 WS-ARR-FILE-STATUS
002850             STOP RUN
002851         END-IF
002852     END-IF
002853     OPEN I-O TRAN-LEDGER
002854     IF WS-LEDGER-FILE-STATUS = '35'
002860         OPEN OUTPUT TRAN-LEDGER
002870         CLOSE TRAN-LEDGER
002880         OPEN I-O TRAN-LEDGER
002890     END-IF
002900     IF WS-LEDGER-FILE-STATUS NOT = '00'
002910         DISPLAY 'Error opening transaction ledger. Status: '
002920             WS-LEDGER-FILE-STATUS
002930         STOP RUN
002940     END-IF
002950     OPEN OUTPUT PRINT-FILE
002960     IF WS-PRINT-FILE-STATUS NOT = '00'
002970         DISPLAY 'Error opening register file. Status: '
002980             WS-PRINT-FILE-STATUS
002990         STOP RUN
003000     END-IF.
003010
003020*----------------------------------------------------------------*
003030*    1100-CHECK-RUN-CONTROL                                      *
003040*    One charge-off per business date. A rerun is refused        *
003050*    whether the prior run completed or abended partway - a      *
003060*    partial run has already written some accounts off, and the  *
003070*    master now shows them as written off, so the register of    *
003080*    the failed run is the recovery record. The business date    *
003090*    is taken from the BUSINESS-DATE environment value,          *
003100*    defaulting to the system date when not set.                 *
003110*----------------------------------------------------------------*
003120 1100-CHECK-RUN-CONTROL.
003130     MOVE SPACES TO WS-BUSINESS-DATE-IN
003140     DISPLAY 'BUSINESS-DATE' UPON ENVIRONMENT-NAME
003150     ACCEPT WS-BUSINESS-DATE-IN FROM ENVIRONMENT-VALUE
003160     END-ACCEPT
003170     IF WS-BUSINESS-DATE-IN IS NUMERIC
003180         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
003190     ELSE
003200         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
003210     END-IF
003220     OPEN I-O RUN-CONTROL-FILE
003230     IF WS-RC-FILE-STATUS = '35'
003240         OPEN OUTPUT RUN-CONTROL-FILE
003250         CLOSE RUN-CONTROL-FILE
003260         OPEN I-O RUN-CONTROL-FILE
003270     END-IF
003280     IF WS-RC-FILE-STATUS NOT = '00'
003290         DISPLAY 'Error opening run control file. Status: '
003300             WS-RC-FILE-STATUS
003310         STOP RUN
003320     END-IF
003330     MOVE 'CUSTWOFF' TO RC-PROGRAM
003340     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
003350     READ RUN-CONTROL-FILE
003360         INVALID KEY
003370             CONTINUE
003380         NOT INVALID KEY
003390             IF RC-RUN-COMPLETE
003400                 DISPLAY 'RUN REFUSED - CUSTWOFF ALREADY RAN FOR '
003410                     'BUSINESS DATE ' WS-BUSINESS-DATE
003420                 STOP RUN
003430             ELSE
003440                 DISPLAY 'RUN REFUSED - PRIOR CUSTWOFF RUN FOR '
003450                     WS-BUSINESS-DATE ' DID NOT END CLEAN'
003460                 DISPLAY 'SOME ACCOUNTS MAY ALREADY BE WRITTEN '
003470                     'OFF - RECOVER FROM THE WRITE-OFF REGISTER '
003480                     'AND CLEAR THE RUN RECORD BEFORE '
003490                     'RERUNNING'
003500                 STOP RUN
003510             END-IF
003520     END-READ
003530     MOVE 'CUSTWOFF' TO RC-PROGRAM
003540     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
003550     MOVE WS-RC-INPUT-FILE TO RC-INPUT-FILE
003560     MOVE 'S' TO RC-STATUS
003570     WRITE RUN-CONTROL-RECORD
003580         INVALID KEY
003590             REWRITE RUN-CONTROL-RECORD
003600                 INVALID KEY
003610                     DISPLAY 'Error stamping run control: '
003620                         WS-RC-FILE-STATUS
003630                     STOP RUN
003640             END-REWRITE
003650     END-WRITE
003660     CLOSE RUN-CONTROL-FILE.
003670
003680*----------------------------------------------------------------*
003690*    2000-PROCESS-FILE                                           *
003700*    Only an open account (not closed, not already written off)  *
003710*    with a positive balance is considered at all.               *
003720*----------------------------------------------------------------*
003730 2000-PROCESS-FILE.
003740     READ CUSTOMER-FILE NEXT RECORD
003750         AT END
003760             SET END-OF-FILE TO TRUE
003770             GO TO 2000-EXIT
003780         NOT AT END
003790             ADD 1 TO WS-READ-COUNT
003800             IF NOT CUST-STATUS-CLOSED AND
003810                 NOT CUST-STATUS-WRITTEN-OFF AND
003820                 CUST-BALANCE > ZERO
003830                 PERFORM 2100-CHECK-CANDIDATE THRU 2100-EXIT
003840                 IF WRITEOFF-CANDIDATE
003850                     PERFORM 2200-WRITE-OFF-ONE THRU 2200-EXIT
003860                 END-IF
003870             END-IF
003880     END-READ.
003890 2000-EXIT.
003900     EXIT.
003910
003920*----------------------------------------------------------------*
003930*    2100-CHECK-CANDIDATE                                        *
003940*    The final-demand letter must be on the control record and   *
003950*    older than the write-off age, and the account must still    *
003960*    be past the final-demand age today - both on the 30/360     *
003970*    convention as of the business date. An account that has    *
003980*    had a final demand but is not yet due is counted, as is one *
003981*    held back because the customer is keeping a payment         *
003982*    arrangement.                                                *
003990*----------------------------------------------------------------*
004000 2100-CHECK-CANDIDATE.
004010     MOVE 'N' TO WS-CANDIDATE-SWITCH
004020     MOVE CUST-ID TO LTR-CUST-ID
004030     READ LETTER-CONTROL
004040         INVALID KEY
004050             GO TO 2100-EXIT
004060     END-READ
004070     IF LTR-LAST-LEVEL NOT = 3
004080         GO TO 2100-EXIT
004090     END-IF
004091     IF ARRANGEMENTS-AVAILABLE
004092         MOVE CUST-ID TO ARR-CUST-ID
004093         READ ARRANGEMENT-FILE
004094             INVALID KEY
004095                 CONTINUE
004096             NOT INVALID KEY
004097                 IF ARR-KEPT
004098                     ADD 1 TO WS-ARRANGED-COUNT
004099                     GO TO 2100-EXIT
004100                 END-IF
004101         END-READ
004102     END-IF
004103     COMPUTE WS-LETTER-AGE-DAYS =
004110         (WS-BUSINESS-YEAR - LTR-LAST-YEAR) * 360 +
004120         (WS-BUSINESS-MONTH - LTR-LAST-MONTH) * 30 +
004130         (WS-BUSINESS-DAY - LTR-LAST-DAY)
004140     COMPUTE WS-AGE-DAYS =
004150         (WS-BUSINESS-YEAR - CUST-LAST-ACTIVITY-YEAR) * 360 +
004160         (WS-BUSINESS-MONTH - CUST-LAST-ACTIVITY-MONTH) * 30 +
004170         (WS-BUSINESS-DAY - CUST-LAST-ACTIVITY-DAY)
004180     IF WS-LETTER-AGE-DAYS > WS-WRITEOFF-DAYS AND
004190         WS-AGE-DAYS > WS-FINAL-LEVEL-DAYS
004200         SET WRITEOFF-CANDIDATE TO TRUE
004210     ELSE
004220         ADD 1 TO WS-NOT-DUE-COUNT
004230     END-IF.
004240 2100-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------------*
004280*    2200-WRITE-OFF-ONE                                          *
004290*    The whole balance goes: CUST-BALANCE to zero and the status *
004300*    to written off, with CUST-LAST-ACTIVITY-DATE left alone so  *
004310*    the account's real last activity stays on record.           *
004320*----------------------------------------------------------------*
004330 2200-WRITE-OFF-ONE.
004340     MOVE CUST-BALANCE TO WS-WRITEOFF-AMOUNT
004350     MOVE ZERO TO CUST-BALANCE
004360     SET CUST-STATUS-WRITTEN-OFF TO TRUE
004370     REWRITE CUSTOMER-RECORD
004380         INVALID KEY
004390             ADD 1 TO WS-ERROR-COUNT
004400             DISPLAY 'REWRITE FAILED FOR CUST-ID: ' CUST-ID
004410             GO TO 2200-EXIT
004420     END-REWRITE
004430     ADD 1 TO WS-WRITEOFF-COUNT
004440     ADD WS-WRITEOFF-AMOUNT TO WS-TOTAL-WRITTEN-OFF
004450     SUBTRACT WS-WRITEOFF-AMOUNT FROM WS-NET-AMOUNT
004460     PERFORM 2300-WRITE-LEDGER
004470     PERFORM 2400-WRITE-REGISTER-LINE.
004480 2200-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------------*
004520*    2300-WRITE-LEDGER                                           *
004530*    One W ledger record per write-off: the balance removed as a *
004540*    negative amount and a zero result balance, sequence probed  *
004550*    the same way CUSTPOST's 2350-WRITE-LEDGER probes.           *
004560*----------------------------------------------------------------*
004570 2300-WRITE-LEDGER.
004580     MOVE CUST-ID TO TL-CUST-ID
004590     MOVE WS-BUSINESS-YEAR TO TL-POST-YEAR
004600     MOVE WS-BUSINESS-MONTH TO TL-POST-MONTH
004610     MOVE WS-BUSINESS-DAY TO TL-POST-DAY
004620     MOVE 1 TO TL-SEQ
004625     MOVE ZERO TO TL-MERGED-FROM-ID
004630     MOVE 'W' TO TL-TRANS-CODE
004640     COMPUTE TL-AMOUNT = ZERO - WS-WRITEOFF-AMOUNT
004650     MOVE CUST-BALANCE TO TL-RESULT-BALANCE
004660     MOVE 'N' TO WS-LEDGER-SWITCH
004670     PERFORM 2310-WRITE-ONE-LEDGER THRU 2310-EXIT
004680         UNTIL LEDGER-WRITTEN OR TL-SEQ > 9998
004690     IF NOT LEDGER-WRITTEN
004700         ADD 1 TO WS-ERROR-COUNT
004710         DISPLAY 'LEDGER SEQ EXHAUSTED FOR CUST-ID: ' CUST-ID
004720     END-IF.
004730
004740*----------------------------------------------------------------*
004750*    2310-WRITE-ONE-LEDGER                                       *
004760*----------------------------------------------------------------*
004770 2310-WRITE-ONE-LEDGER.
004780     WRITE TRAN-LEDGER-RECORD
004790         INVALID KEY
004800             ADD 1 TO TL-SEQ
004810         NOT INVALID KEY
004820             SET LEDGER-WRITTEN TO TRUE
004830     END-WRITE.
004840 2310-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------*
004880*    2400-WRITE-REGISTER-LINE                                    *
004890*----------------------------------------------------------------*
004900 2400-WRITE-REGISTER-LINE.
004910     IF WS-LINE-COUNT = ZERO OR
004920         WS-LINE-COUNT >= WS-LINES-PER-PAGE
004930         PERFORM 3000-PRINT-PAGE-HEADING
004940     END-IF
004950     MOVE CUST-ID TO WS-DETAIL-ID
004960     MOVE CUST-NAME TO WS-DETAIL-NAME
004970     MOVE SPACES TO WS-DETAIL-LETTER-DATE
004980     STRING LTR-LAST-MONTH '/' LTR-LAST-DAY '/' LTR-LAST-YEAR
004990         DELIMITED BY SIZE INTO WS-DETAIL-LETTER-DATE
005000     MOVE WS-LETTER-AGE-DAYS TO WS-DETAIL-DAYS
005010     MOVE WS-WRITEOFF-AMOUNT TO WS-DETAIL-AMOUNT
005020     WRITE PRINT-LINE FROM WS-DETAIL-LINE
005030     ADD 1 TO WS-LINE-COUNT.
005040
005050*----------------------------------------------------------------*
005060*    3000-PRINT-PAGE-HEADING                                     *
005070*----------------------------------------------------------------*
005080 3000-PRINT-PAGE-HEADING.
005090     ADD 1 TO WS-PAGE-COUNT
005100     MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE
005110     MOVE WS-REPORT-DATE TO WS-DATE-LINE-DATE
005120     MOVE WS-WRITEOFF-DAYS TO WS-DATE-LINE-DAYS
005130     IF WS-PAGE-COUNT > 1
005140         WRITE PRINT-LINE FROM SPACES
005150     END-IF
005160     WRITE PRINT-LINE FROM WS-TITLE-LINE
005170     WRITE PRINT-LINE FROM WS-DATE-LINE
005180     WRITE PRINT-LINE FROM SPACES
005190     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-1
005200     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-2
005210     MOVE ZERO TO WS-LINE-COUNT.
005220
005230*----------------------------------------------------------------*
005240*    8000-PRINT-SUMMARY                                          *
005250*----------------------------------------------------------------*
005260 8000-PRINT-SUMMARY.
005270     IF WS-PAGE-COUNT = ZERO
005280         PERFORM 3000-PRINT-PAGE-HEADING
005290     END-IF
005300     MOVE WS-WRITEOFF-COUNT TO WS-SUMMARY-COUNT
005310     MOVE WS-TOTAL-WRITTEN-OFF TO WS-SUMMARY-TOTAL
005320     WRITE PRINT-LINE FROM SPACES
005330     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-1
005340     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-2
005350     MOVE WS-TOTAL-WRITTEN-OFF TO WS-TOTAL-EDITED
005360     DISPLAY '-----------------------------------------------'
005370     DISPLAY 'CUSTWOFF CONTROL TOTALS'
005380     DISPLAY 'CUSTOMERS READ .....: ' WS-READ-COUNT
005390     DISPLAY 'ACCOUNTS WRITTEN OFF: ' WS-WRITEOFF-COUNT
005400     DISPLAY 'TOTAL WRITTEN OFF ..: ' WS-TOTAL-EDITED
005410     DISPLAY 'FINAL DEMAND NOT DUE: ' WS-NOT-DUE-COUNT
005411     DISPLAY 'UNDER ARRANGEMENT ..: ' WS-ARRANGED-COUNT
005420     DISPLAY 'ACCOUNTS IN ERROR ..: ' WS-ERROR-COUNT
005430     DISPLAY 'REGISTER WRITTEN TO DATA/CUSTWOFF_REGISTER.prt'
005440     DISPLAY '-----------------------------------------------'.
005450
005460*----------------------------------------------------------------*
005470*    8500-WRITE-ACTIVITY                                         *
005480*    One activity record per clean run, the same stamp CUSTPOST  *
005490*    and CUSTFIN append, so the trial balance accounts for the   *
005500*    balances written off. The stamp is the actual run date, as  *
005510*    in CUSTFIN.                                                 *
005520*----------------------------------------------------------------*
005530 8500-WRITE-ACTIVITY.
005540     OPEN EXTEND POSTING-ACTIVITY
005550     IF WS-ACTIVITY-FILE-STATUS = '35'
005560         OPEN OUTPUT POSTING-ACTIVITY
005570     END-IF
005580     IF WS-ACTIVITY-FILE-STATUS NOT = '00'
005590         DISPLAY 'Error opening posting activity file. Status: '
005600             WS-ACTIVITY-FILE-STATUS
005610     ELSE
005620         ACCEPT WS-ACTIVITY-DATE FROM DATE YYYYMMDD
005630         ACCEPT WS-CURRENT-TIME FROM TIME
005640         MOVE 'CUSTWOFF' TO PA-PROGRAM
005650         MOVE WS-ACTIVITY-DATE TO PA-DATE
005660         MOVE WS-CURRENT-TIME(1:6) TO PA-TIME
005670         MOVE WS-WRITEOFF-COUNT TO PA-POSTED-COUNT
005680         MOVE WS-NET-AMOUNT TO PA-NET-AMOUNT
005690         WRITE POSTING-ACTIVITY-RECORD
005700         IF WS-ACTIVITY-FILE-STATUS NOT = '00'
005710             DISPLAY 'Error writing posting activity. Status: '
005720                 WS-ACTIVITY-FILE-STATUS
005730         END-IF
005740         CLOSE POSTING-ACTIVITY
005750     END-IF.
005760
005770*----------------------------------------------------------------*
005780*    8600-WRITE-GL-EXTRACT                                       *
005790*    Appends this run's batch to the GL interface: a header      *
005800*    naming CUSTWOFF, one W entry crediting the receivable (the  *
005810*    ledger side debits bad-debt expense), and a trailer whose   *
005820*    hash totals and net amount tie to the write-off totals.     *
005830*----------------------------------------------------------------*
005840 8600-WRITE-GL-EXTRACT.
005850     OPEN EXTEND GL-INTERFACE
005860     IF WS-GL-FILE-STATUS = '35'
005870         OPEN OUTPUT GL-INTERFACE
005880     END-IF
005890     IF WS-GL-FILE-STATUS NOT = '00'
005900         DISPLAY 'Error opening GL interface file. Status: '
005910             WS-GL-FILE-STATUS
005920         GO TO 8600-EXIT
005930     END-IF
005940     ACCEPT WS-ACTIVITY-DATE FROM DATE YYYYMMDD
005950     MOVE SPACES TO GL-HEADER-RECORD
005960     MOVE 'H' TO GLH-REC-TYPE
005970     MOVE WS-ACTIVITY-DATE TO GLH-DATE
005980     MOVE 'CUSTWOFF' TO GLH-SOURCE
005990     WRITE GL-HEADER-RECORD
006000     IF WS-WRITEOFF-COUNT > ZERO
006010         MOVE SPACES TO GL-DETAIL-RECORD
006020         MOVE 'D' TO GLD-REC-TYPE
006030         MOVE 'W ' TO GLD-TRANS-TYPE
006040         MOVE 'C' TO GLD-DR-CR
006050         MOVE WS-WRITEOFF-COUNT TO GLD-COUNT
006060         MOVE WS-TOTAL-WRITTEN-OFF TO GLD-AMOUNT
006070         WRITE GL-DETAIL-RECORD
006080         ADD 1 TO WS-GL-ENTRY-COUNT
006090     END-IF
006100     MOVE SPACES TO GL-TRAILER-RECORD
006110     MOVE 'T' TO GLT-REC-TYPE
006120     MOVE WS-GL-ENTRY-COUNT TO GLT-ENTRY-COUNT
006130     MOVE WS-WRITEOFF-COUNT TO GLT-COUNT-HASH
006140     MOVE WS-TOTAL-WRITTEN-OFF TO GLT-AMOUNT-HASH
006150     MOVE WS-NET-AMOUNT TO GLT-NET-AMOUNT
006160     WRITE GL-TRAILER-RECORD
006170     IF WS-GL-FILE-STATUS NOT = '00'
006180         DISPLAY 'Error writing GL interface. Status: '
006190             WS-GL-FILE-STATUS
006200     END-IF
006210     CLOSE GL-INTERFACE
006220     DISPLAY 'GL ENTRIES WRITTEN .: ' WS-GL-ENTRY-COUNT.
006230 8600-EXIT.
006240     EXIT.
006250
006260*----------------------------------------------------------------*
006270*    9800-MARK-RUN-COMPLETE                                      *
006280*    Only a clean end flips the run record to complete; an       *
006290*    abended run leaves it started so operations can see the     *
006300*    charge-off needs attention before anything reruns.          *
006310*----------------------------------------------------------------*
006320 9800-MARK-RUN-COMPLETE.
006330     OPEN I-O RUN-CONTROL-FILE
006340     IF WS-RC-FILE-STATUS NOT = '00'
006350         DISPLAY 'Error reopening run control file. Status: '
006360             WS-RC-FILE-STATUS
006370     ELSE
006380         MOVE 'CUSTWOFF' TO RC-PROGRAM
006390         MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
006400         READ RUN-CONTROL-FILE
006410             INVALID KEY
006420                 DISPLAY 'RUN CONTROL RECORD MISSING AT END'
006430             NOT INVALID KEY
006440                 MOVE 'C' TO RC-STATUS
006450                 REWRITE RUN-CONTROL-RECORD
006460                 END-REWRITE
006470         END-READ
006480         CLOSE RUN-CONTROL-FILE
006490     END-IF.
006500
006510*----------------------------------------------------------------*
006520*    9999-TERMINATE                                              *
006530*----------------------------------------------------------------*
006540 9999-TERMINATE.
006550     CLOSE CUSTOMER-FILE
006560     CLOSE LETTER-CONTROL
006570     CLOSE TRAN-LEDGER
006580     CLOSE PRINT-FILE
006581     IF ARRANGEMENTS-AVAILABLE
006582         CLOSE ARRANGEMENT-FILE
006583     END-IF.
