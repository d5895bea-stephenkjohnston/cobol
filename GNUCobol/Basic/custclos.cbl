000010*******************************************************************
000020*                   IDENTIFICATION DIVISION                       *
000030*******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CUSTCLOS.
000060 AUTHOR. DATA-PROCESSING.
000070 INSTALLATION. CUSTOMER-SYSTEMS.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100
000110*******************************************************************
000120*  MODIFICATION HISTORY                                          *
000130*  ---------------------------------------------------------------
000140*  2026-10-15  DP  Initial version - month-end close. Records    *
000150*                  every customer's opening balance, activity by *
000160*                  type and closing balance for the period on the*
000170*                  period-balance file (PERBAL layout), rolls    *
000180*                  ledger entries older than the retention window*
000190*                  to a dated ledger history file, and marks the *
000200*                  period closed in run control so CUSTPOST will *
000210*                  take no more postings dated into it. A close  *
000220*                  register prints the period totals, the proof  *
000230*                  and every customer that did not tie.          *
000240*******************************************************************
000250*  The period closed is the CLOSE-PERIOD environment value       *
000260*  (YYYYMM), defaulting to the month of the business date - the  *
000270*  close normally runs on the last business day, after CUSTFIN   *
000280*  and CUSTSTMT. A period later than the business date, a period *
000290*  already closed, or one earlier than the last closed period is *
000300*  refused, as is a business date whose CUSTBAL trial balance did*
000310*  not prove.                                                    *
000320*  The closing balance is CUST-BALANCE less any activity dated   *
000330*  after the period, so a close taken a day or two late still    *
000340*  closes the right figure. The opening balance is the prior     *
000350*  period's closing balance from this file; a customer with no   *
000360*  prior record (the first close, or a new account) has its      *
000370*  opening derived as closing less activity. A carried opening   *
000380*  that does not tie to the activity prints on the register.     *
000390*  LEDGER-RETAIN-MONTHS (two digits, default 12, at least 1) is  *
000400*  the number of closed months kept on the live ledger, the      *
000410*  period being closed included. Older entries are copied to     *
000420*  DATA/LEDGER_HISTORY_YYYYMM.dat (the period closed) with a     *
000430*  count/amount trailer, the way CUSTARCH writes its archive, and*
000440*  only then deleted from the live ledger - the deletes are      *
000450*  driven from the finished history file. A close that stops     *
000460*  part way may simply be run again: the period balances are     *
000470*  rewritten, a complete history file is not rewritten, and      *
000480*  entries already deleted are counted as such.                  *
000490*******************************************************************
000500
000510*******************************************************************
000520*                   ENVIRONMENT DIVISION                          *
000530*******************************************************************
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CUSTOMER-FILE
000580     ASSIGN TO 'DATA/READ_CUSTOMERS.dat'
000590     ORGANIZATION IS INDEXED
000600     ACCESS MODE IS DYNAMIC
000610     RECORD KEY IS CUST-ID
000620     ALTERNATE RECORD KEY IS CUST-NAME
000630         WITH DUPLICATES
000640     FILE STATUS IS WS-FILE-STATUS.
000650
000660     SELECT TRAN-LEDGER
000670     ASSIGN TO 'DATA/CUSTOMER_LEDGER.dat'
000680     ORGANIZATION IS INDEXED
000690     ACCESS MODE IS DYNAMIC
000700     RECORD KEY IS TL-KEY
000710     FILE STATUS IS WS-LEDGER-FILE-STATUS.
000720
000730     SELECT PERIOD-BALANCE-FILE
000740     ASSIGN TO 'DATA/PERIOD_BALANCES.dat'
000750     ORGANIZATION IS INDEXED
000760     ACCESS MODE IS DYNAMIC
000770     RECORD KEY IS PB-KEY
000780     FILE STATUS IS WS-PB-FILE-STATUS.
000790
000800     SELECT LEDGER-HISTORY
000810     ASSIGN TO "LEDGER-HISTORY"
000820     ORGANIZATION IS SEQUENTIAL
000830     ACCESS MODE IS SEQUENTIAL
000840     FILE STATUS IS WS-HISTORY-FILE-STATUS.
000850
000860     SELECT PRINT-FILE
000870     ASSIGN TO 'DATA/CUSTCLOS_REGISTER.prt'
000880     ORGANIZATION IS LINE SEQUENTIAL
000890     ACCESS MODE IS SEQUENTIAL
000900     FILE STATUS IS WS-PRINT-FILE-STATUS.
000910
000920     SELECT RUN-CONTROL-FILE
000930     ASSIGN TO 'DATA/RUN_CONTROL.dat'
000940     ORGANIZATION IS INDEXED
000950     ACCESS MODE IS DYNAMIC
000960     RECORD KEY IS RC-KEY
000970     FILE STATUS IS WS-RC-FILE-STATUS.
000980
000990*******************************************************************
001000*                        DATA DIVISION                            *
001010*******************************************************************
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD CUSTOMER-FILE.
001050     COPY CUSTREC.
001060
001070 FD TRAN-LEDGER.
001080     COPY TRANLED.
001090
001100 FD PERIOD-BALANCE-FILE.
001110     COPY PERBAL.
001120
001130*    The ledger image is raw TRAN-LEDGER-RECORD bytes (COMP-3    *
001140*    amounts included), so the history file is record sequential.*
001150 FD LEDGER-HISTORY.
001160 01 LEDGER-HISTORY-RECORD.
001170     02 LH-REC-TYPE PIC X(1).
001180         88 LH-IS-DATA VALUE 'D'.
001190         88 LH-IS-TRAILER VALUE 'T'.
001200     02 LH-DATA PIC X(33).
001210 01 LEDGER-HISTORY-TRAILER.
001220     02 LHT-REC-TYPE PIC X(1).
001230     02 LHT-RECORD-COUNT PIC 9(9).
001240     02 LHT-AMOUNT-TOTAL PIC S9(11)V99 COMP-3.
001250     02 FILLER PIC X(17).
001260
001270 FD PRINT-FILE.
001280 01 PRINT-LINE PIC X(80).
001290
001300 FD RUN-CONTROL-FILE.
001310     COPY RUNCTL.
001320
001330 WORKING-STORAGE SECTION.
001340 01 WS-EOF PIC X VALUE 'N'.
001350     88 END-OF-FILE VALUE 'Y'.
001360 01 WS-FILE-STATUS PIC X(2).
001370 01 WS-LEDGER-FILE-STATUS PIC X(2).
001380 01 WS-PB-FILE-STATUS PIC X(2).
001390 01 WS-HISTORY-FILE-STATUS PIC X(2).
001400 01 WS-PRINT-FILE-STATUS PIC X(2).
001410 01 WS-RC-FILE-STATUS PIC X(2).
001420 01 WS-BUSINESS-DATE PIC 9(8).
001430 01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
001440     02 WS-BUSINESS-YEAR PIC 9(4).
001450     02 WS-BUSINESS-MONTH PIC 9(2).
001460     02 WS-BUSINESS-DAY PIC 9(2).
001470 01 WS-BUSINESS-DATE-IN PIC X(8).
001480 01 WS-RC-INPUT-FILE PIC X(60).
001490 01 WS-REPORT-DATE PIC X(10).
001500
001510*----------------------------------------------------------------*
001520*    PERIOD WORK AREAS                                           *
001530*    Dates are compared as YYYYMMDD numbers; day 31 closes any   *
001540*    month as a compare bound.                                   *
001550*----------------------------------------------------------------*
001560 01 WS-PERIOD-IN PIC X(6).
001570 01 WS-PERIOD-IN-NUM REDEFINES WS-PERIOD-IN PIC 9(6).
001580 01 WS-CLOSE-PERIOD PIC 9(6).
001590 01 WS-CLOSE-PERIOD-PARTS REDEFINES WS-CLOSE-PERIOD.
001600     02 WS-CLOSE-YEAR PIC 9(4).
001610     02 WS-CLOSE-MONTH PIC 9(2).
001620 01 WS-PRIOR-PERIOD PIC 9(6).
001630 01 WS-PRIOR-PERIOD-PARTS REDEFINES WS-PRIOR-PERIOD.
001640     02 WS-PRIOR-YEAR PIC 9(4).
001650     02 WS-PRIOR-MONTH PIC 9(2).
001660 01 WS-LAST-CLOSED-PERIOD PIC 9(6) VALUE ZERO.
001670 01 WS-PERIOD-START-DATE PIC 9(8).
001680 01 WS-PERIOD-END-DATE PIC 9(8).
001690 01 WS-CUTOFF-DATE PIC 9(8).
001700 01 WS-CUTOFF-DATE-PARTS REDEFINES WS-CUTOFF-DATE.
001710     02 WS-CUTOFF-YEAR PIC 9(4).
001720     02 WS-CUTOFF-MONTH PIC 9(2).
001730     02 WS-CUTOFF-DAY PIC 9(2).
001740 01 WS-ENTRY-DATE PIC 9(8).
001750 01 WS-RETAIN-IN PIC X(2).
001760 01 WS-RETAIN-IN-NUM REDEFINES WS-RETAIN-IN PIC 9(2).
001770 77 WS-RETAIN-MONTHS PIC 9(2) COMP VALUE 12.
001780 77 WS-MONTH-NUMBER PIC 9(7) COMP.
001790 77 WS-MONTH-QUOTIENT PIC 9(7) COMP.
001800 77 WS-MONTH-REMAINDER PIC 9(2) COMP.
001810 01 WS-RC-SCAN-SWITCH PIC X VALUE 'N'.
001820     88 END-OF-PERIOD-RECORDS VALUE 'Y'.
001830 01 WS-HISTORY-NAME PIC X(60).
001840
001850*----------------------------------------------------------------*
001860*    AGE-IN-DAYS WORK AREA (30/360 CONVENTION, AS CUSTAGE)       *
001870*    Measured to day 30 of the period closed.                    *
001880*----------------------------------------------------------------*
001890 77 WS-AGE-DAYS PIC S9(7) COMP.
001900
001910*----------------------------------------------------------------*
001920*    ONE CUSTOMER'S PERIOD                                       *
001930*----------------------------------------------------------------*
001940 01 WS-LEDGER-WALK-SWITCH PIC X VALUE 'N'.
001950     88 END-OF-LEDGER-WALK VALUE 'Y'.
001960 01 WS-CUST-PERIOD.
001970     02 WS-CP-CHARGES PIC S9(7)V99 COMP-3.
001980     02 WS-CP-FINANCE PIC S9(7)V99 COMP-3.
001990     02 WS-CP-PAYMENTS PIC S9(7)V99 COMP-3.
002000     02 WS-CP-ADJUSTMENTS PIC S9(7)V99 COMP-3.
002010     02 WS-CP-WRITE-OFFS PIC S9(7)V99 COMP-3.
002020     02 WS-CP-OTHER PIC S9(7)V99 COMP-3.
002030     02 WS-CP-RECOVERIES PIC S9(7)V99 COMP-3.
002040     02 WS-CP-LATER PIC S9(7)V99 COMP-3.
002050 01 WS-CP-ACTIVITY PIC S9(9)V99 COMP-3.
002060 01 WS-CP-OPENING PIC S9(9)V99 COMP-3.
002070 01 WS-CP-CLOSING PIC S9(9)V99 COMP-3.
002080 01 WS-CP-DIFFERENCE PIC S9(9)V99 COMP-3.
002090 01 WS-CP-OPENING-SOURCE PIC X(1).
002100
002110*----------------------------------------------------------------*
002120*    RUN CONTROL TOTALS                                          *
002130*----------------------------------------------------------------*
002140 77 WS-READ-COUNT PIC 9(9) COMP VALUE ZERO.
002150 77 WS-CLOSED-COUNT PIC 9(9) COMP VALUE ZERO.
002160 77 WS-CARRIED-COUNT PIC 9(9) COMP VALUE ZERO.
002170 77 WS-DERIVED-COUNT PIC 9(9) COMP VALUE ZERO.
002180 77 WS-UNTIED-COUNT PIC 9(9) COMP VALUE ZERO.
002190 77 WS-ERROR-COUNT PIC 9(9) COMP VALUE ZERO.
002200 77 WS-ROLLED-COUNT PIC 9(9) COMP VALUE ZERO.
002210 77 WS-DELETED-COUNT PIC 9(9) COMP VALUE ZERO.
002220 77 WS-GONE-COUNT PIC 9(9) COMP VALUE ZERO.
002230 01 WS-ROLLED-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
002240 01 WS-HISTORY-SWITCH PIC X VALUE 'N'.
002250     88 HISTORY-COMPLETE VALUE 'Y'.
002260 01 WS-HISTORY-EOF PIC X VALUE 'N'.
002270     88 END-OF-HISTORY VALUE 'Y'.
002280 01 WS-PERIOD-TOTALS.
002290     02 WS-TOT-OPENING PIC S9(11)V99 COMP-3.
002300     02 WS-TOT-CHARGES PIC S9(11)V99 COMP-3.
002310     02 WS-TOT-FINANCE PIC S9(11)V99 COMP-3.
002320     02 WS-TOT-PAYMENTS PIC S9(11)V99 COMP-3.
002330     02 WS-TOT-ADJUSTMENTS PIC S9(11)V99 COMP-3.
002340     02 WS-TOT-WRITE-OFFS PIC S9(11)V99 COMP-3.
002350     02 WS-TOT-OTHER PIC S9(11)V99 COMP-3.
002360     02 WS-TOT-RECOVERIES PIC S9(11)V99 COMP-3.
002370     02 WS-TOT-CLOSING PIC S9(11)V99 COMP-3.
002380 01 WS-TOT-PROOF PIC S9(11)V99 COMP-3.
002390
002400*----------------------------------------------------------------*
002410*    REGISTER PAGE CONTROL                                       *
002420*----------------------------------------------------------------*
002430 77 WS-LINES-PER-PAGE PIC 9(2) COMP VALUE 20.
002440 77 WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
002450 77 WS-PAGE-COUNT PIC 9(4) COMP VALUE ZERO.
002460
002470*----------------------------------------------------------------*
002480*    REGISTER LINES                                              *
002490*----------------------------------------------------------------*
002500 01 WS-TITLE-LINE.
002510     02 FILLER PIC X(26) VALUE 'MONTH-END CLOSE REGISTER'.
002520     02 FILLER PIC X(34) VALUE SPACES.
002530     02 FILLER PIC X(06) VALUE 'PAGE: '.
002540     02 WS-TITLE-PAGE PIC ZZZ9.
002550 01 WS-DATE-LINE.
002560     02 FILLER PIC X(14) VALUE 'REPORT DATE: '.
002570     02 WS-DATE-LINE-DATE PIC X(10).
002580     02 FILLER PIC X(17) VALUE '  PERIOD CLOSED: '.
002590     02 WS-DATE-LINE-YEAR PIC 9(4).
002600     02 FILLER PIC X(1) VALUE '-'.
002610     02 WS-DATE-LINE-MONTH PIC 9(2).
002620 01 WS-COLUMN-HEADING-1.
002630     02 FILLER PIC X(30) VALUE 'CUSTOMERS THAT DID NOT TIE'.
002640 01 WS-COLUMN-HEADING-2.
002650     02 FILLER PIC X(06) VALUE 'CUST'.
002660     02 FILLER PIC X(15) VALUE '        OPENING'.
002670     02 FILLER PIC X(16) VALUE '        ACTIVITY'.
002680     02 FILLER PIC X(16) VALUE '         CLOSING'.
002690     02 FILLER PIC X(16) VALUE '      DIFFERENCE'.
002700 01 WS-DETAIL-LINE.
002710     02 WS-DETAIL-ID PIC ZZZZ9.
002720     02 FILLER PIC X(01) VALUE SPACES.
002730     02 WS-DETAIL-OPENING PIC -ZZZ,ZZZ,ZZ9.99.
002740     02 FILLER PIC X(01) VALUE SPACES.
002750     02 WS-DETAIL-ACTIVITY PIC -ZZZ,ZZZ,ZZ9.99.
002760     02 FILLER PIC X(01) VALUE SPACES.
002770     02 WS-DETAIL-CLOSING PIC -ZZZ,ZZZ,ZZ9.99.
002780     02 FILLER PIC X(01) VALUE SPACES.
002790     02 WS-DETAIL-DIFFERENCE PIC -ZZZ,ZZZ,ZZ9.99.
002800 01 WS-NONE-LINE PIC X(30) VALUE '  (NONE)'.
002810 01 WS-TOTAL-LINE.
002820     02 WS-TOTAL-LABEL PIC X(24).
002830     02 WS-TOTAL-AMOUNT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002840 01 WS-COUNT-LINE.
002850     02 WS-COUNT-LABEL PIC X(24).
002860     02 WS-COUNT-VALUE PIC ZZZZZZZZ9.
002870 01 WS-TEXT-LINE.
002880     02 WS-TEXT-LABEL PIC X(24).
002890     02 WS-TEXT-VALUE PIC X(56).
002900
002910*******************************************************************
002920*                       PROCEDURE DIVISION                        *
002930*******************************************************************
002940 PROCEDURE DIVISION.
002950
002960*----------------------------------------------------------------*
002970*    0000-MAINLINE                                               *
002980*    The period is only marked closed when every balance record  *
002990*    and the ledger roll-off went through.                       *
003000*----------------------------------------------------------------*
003010 0000-MAINLINE.
003020     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
003030     PERFORM 1000-INITIALIZE
003040     PERFORM 2000-CLOSE-CUSTOMERS THRU 2000-EXIT
003050         UNTIL END-OF-FILE
003060     PERFORM 5000-ROLL-LEDGER THRU 5000-EXIT
003070     PERFORM 8000-PRINT-SUMMARY
003080     IF WS-ERROR-COUNT = ZERO
003090         PERFORM 9800-MARK-RUN-COMPLETE
003100     ELSE
003110         DISPLAY 'CLOSE NOT COMPLETE - PERIOD ' WS-CLOSE-PERIOD
003120             ' REMAINS OPEN - CORRECT AND RERUN'
003130     END-IF
003140     PERFORM 9999-TERMINATE
003150     STOP RUN.
003160
003170*----------------------------------------------------------------*
003180*    1000-INITIALIZE                                             *
003190*----------------------------------------------------------------*
003200 1000-INITIALIZE.
003210     STRING WS-BUSINESS-MONTH '/' WS-BUSINESS-DAY '/'
003220         WS-BUSINESS-YEAR DELIMITED BY SIZE
003230         INTO WS-REPORT-DATE
003240     INITIALIZE WS-PERIOD-TOTALS
003250     OPEN INPUT CUSTOMER-FILE
003260     IF WS-FILE-STATUS NOT = '00'
003270         DISPLAY 'Error opening customer master. Status: '
003280             WS-FILE-STATUS
003290         STOP RUN
003300     END-IF
003310     OPEN I-O TRAN-LEDGER
003320     IF WS-LEDGER-FILE-STATUS = '35'
003330         OPEN OUTPUT TRAN-LEDGER
003340         CLOSE TRAN-LEDGER
003350         OPEN I-O TRAN-LEDGER
003360     END-IF
003370     IF WS-LEDGER-FILE-STATUS NOT = '00'
003380         DISPLAY 'Error opening transaction ledger. Status: '
003390             WS-LEDGER-FILE-STATUS
003400         STOP RUN
003410     END-IF
003420     OPEN I-O PERIOD-BALANCE-FILE
003430     IF WS-PB-FILE-STATUS = '35'
003440         OPEN OUTPUT PERIOD-BALANCE-FILE
003450         CLOSE PERIOD-BALANCE-FILE
003460         OPEN I-O PERIOD-BALANCE-FILE
003470     END-IF
003480     IF WS-PB-FILE-STATUS NOT = '00'
003490         DISPLAY 'Error opening period balance file. Status: '
003500             WS-PB-FILE-STATUS
003510         STOP RUN
003520     END-IF
003530     OPEN OUTPUT PRINT-FILE
003540     IF WS-PRINT-FILE-STATUS NOT = '00'
003550         DISPLAY 'Error opening close register. Status: '
003560             WS-PRINT-FILE-STATUS
003570         STOP RUN
003580     END-IF
003590     PERFORM 3000-PRINT-PAGE-HEADING.
003600
003610*----------------------------------------------------------------*
003620*    1100-CHECK-RUN-CONTROL                                      *
003630*    Settles the period and the retention cutoff, refuses the    *
003640*    close for the reasons given above, and stamps the run       *
003650*    started. A started record from a close that stopped part    *
003660*    way is not a refusal: the close is safe to take again.      *
003670*----------------------------------------------------------------*
003680 1100-CHECK-RUN-CONTROL.
003690     MOVE SPACES TO WS-BUSINESS-DATE-IN
003700     DISPLAY 'BUSINESS-DATE' UPON ENVIRONMENT-NAME
003710     ACCEPT WS-BUSINESS-DATE-IN FROM ENVIRONMENT-VALUE
003720     END-ACCEPT
003730     IF WS-BUSINESS-DATE-IN IS NUMERIC
003740         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
003750     ELSE
003760         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
003770     END-IF
003780     PERFORM 1200-SET-PERIOD
003790     OPEN I-O RUN-CONTROL-FILE
003800     IF WS-RC-FILE-STATUS = '35'
003810         OPEN OUTPUT RUN-CONTROL-FILE
003820         CLOSE RUN-CONTROL-FILE
003830         OPEN I-O RUN-CONTROL-FILE
003840     END-IF
003850     IF WS-RC-FILE-STATUS NOT = '00'
003860         DISPLAY 'Error opening run control file. Status: '
003870             WS-RC-FILE-STATUS
003880         STOP RUN
003890     END-IF
003900     MOVE 'CUSTBAL' TO RC-PROGRAM
003910     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
003920     READ RUN-CONTROL-FILE
003930         INVALID KEY
003940             CONTINUE
003950         NOT INVALID KEY
003960             IF NOT RC-RUN-COMPLETE
003970                 DISPLAY 'RUN REFUSED - TRIAL BALANCE DID NOT '
003980                     'PROVE FOR ' WS-BUSINESS-DATE
003990                 STOP RUN
004000             END-IF
004010     END-READ
004020     PERFORM 1150-FIND-LAST-CLOSED
004030     IF WS-CLOSE-PERIOD = WS-LAST-CLOSED-PERIOD
004040         DISPLAY 'RUN REFUSED - PERIOD ' WS-CLOSE-PERIOD
004050             ' IS ALREADY CLOSED'
004060         STOP RUN
004070     END-IF
004080     IF WS-CLOSE-PERIOD < WS-LAST-CLOSED-PERIOD
004090         DISPLAY 'RUN REFUSED - PERIOD ' WS-CLOSE-PERIOD
004100             ' IS EARLIER THAN THE LAST CLOSED PERIOD '
004110             WS-LAST-CLOSED-PERIOD
004120         STOP RUN
004130     END-IF
004140     MOVE 'CUSTCLOS' TO RC-PROGRAM
004150     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
004160     READ RUN-CONTROL-FILE
004170         INVALID KEY
004180             CONTINUE
004190         NOT INVALID KEY
004200             IF RC-RUN-COMPLETE
004210                 DISPLAY 'RUN REFUSED - CUSTCLOS ALREADY RAN FOR '
004220                     'BUSINESS DATE ' WS-BUSINESS-DATE
004230                 STOP RUN
004240             ELSE
004250                 DISPLAY 'PRIOR CUSTCLOS RUN FOR '
004260                     WS-BUSINESS-DATE
004270                     ' DID NOT END CLEAN - RESTARTING THE CLOSE'
004280             END-IF
004290     END-READ
004300     MOVE SPACES TO WS-RC-INPUT-FILE
004310     STRING 'PERIOD ' WS-CLOSE-PERIOD DELIMITED BY SIZE
004320         INTO WS-RC-INPUT-FILE
004330     MOVE 'CUSTCLOS' TO RC-PROGRAM
004340     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
004350     MOVE WS-RC-INPUT-FILE TO RC-INPUT-FILE
004360     MOVE 'S' TO RC-STATUS
004370     WRITE RUN-CONTROL-RECORD
004380         INVALID KEY
004390             REWRITE RUN-CONTROL-RECORD
004400                 INVALID KEY
004410                     DISPLAY 'Error stamping run control: '
004420                         WS-RC-FILE-STATUS
004430                     STOP RUN
004440             END-REWRITE
004450     END-WRITE
004460     CLOSE RUN-CONTROL-FILE.
004470 1100-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------------*
004510*    1150-FIND-LAST-CLOSED                                       *
004520*    Walks the PERIOD records (a dozen a year) and keeps the     *
004530*    latest one that is complete.                                *
004540*----------------------------------------------------------------*
004550 1150-FIND-LAST-CLOSED.
004560     MOVE ZERO TO WS-LAST-CLOSED-PERIOD
004570     MOVE 'N' TO WS-RC-SCAN-SWITCH
004580     MOVE 'PERIOD' TO RC-PROGRAM
004590     MOVE ZERO TO RC-RUN-DATE
004600     START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-KEY
004610         INVALID KEY
004620             SET END-OF-PERIOD-RECORDS TO TRUE
004630     END-START
004640     PERFORM 1160-READ-PERIOD-RECORD THRU 1160-EXIT
004650         UNTIL END-OF-PERIOD-RECORDS.
004660
004670*----------------------------------------------------------------*
004680*    1160-READ-PERIOD-RECORD                                     *
004690*----------------------------------------------------------------*
004700 1160-READ-PERIOD-RECORD.
004710     READ RUN-CONTROL-FILE NEXT RECORD
004720         AT END
004730             SET END-OF-PERIOD-RECORDS TO TRUE
004740             GO TO 1160-EXIT
004750     END-READ
004760     IF RC-PROGRAM NOT = 'PERIOD'
004770         SET END-OF-PERIOD-RECORDS TO TRUE
004780         GO TO 1160-EXIT
004790     END-IF
004800     IF RC-RUN-COMPLETE
004810         MOVE RC-RUN-DATE(1:6) TO WS-LAST-CLOSED-PERIOD
004820     END-IF.
004830 1160-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------------*
004870*    1200-SET-PERIOD                                             *
004880*    The period, the prior period, the period's date bounds and  *
004890*    the ledger cutoff: entries dated before the first day of    *
004900*    the month WS-RETAIN-MONTHS - 1 months before the period     *
004910*    closed are rolled off.                                      *
004920*----------------------------------------------------------------*
004930 1200-SET-PERIOD.
004940     MOVE WS-BUSINESS-DATE(1:6) TO WS-CLOSE-PERIOD
004950     MOVE SPACES TO WS-PERIOD-IN
004960     DISPLAY 'CLOSE-PERIOD' UPON ENVIRONMENT-NAME
004970     ACCEPT WS-PERIOD-IN FROM ENVIRONMENT-VALUE
004980     END-ACCEPT
004990     IF WS-PERIOD-IN IS NUMERIC
005000         MOVE WS-PERIOD-IN-NUM TO WS-CLOSE-PERIOD
005010     END-IF
005020     IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
005030         DISPLAY 'RUN REFUSED - CLOSE-PERIOD IS NOT YYYYMM: '
005040             WS-PERIOD-IN
005050         STOP RUN
005060     END-IF
005070     IF WS-CLOSE-PERIOD > WS-BUSINESS-DATE(1:6)
005080         DISPLAY 'RUN REFUSED - PERIOD ' WS-CLOSE-PERIOD
005090             ' IS LATER THAN THE BUSINESS DATE'
005100         STOP RUN
005110     END-IF
005120     MOVE SPACES TO WS-RETAIN-IN
005130     DISPLAY 'LEDGER-RETAIN-MONTHS' UPON ENVIRONMENT-NAME
005140     ACCEPT WS-RETAIN-IN FROM ENVIRONMENT-VALUE
005150     END-ACCEPT
005160     IF WS-RETAIN-IN IS NUMERIC AND WS-RETAIN-IN-NUM > ZERO
005170         MOVE WS-RETAIN-IN-NUM TO WS-RETAIN-MONTHS
005180     END-IF
005190     MOVE WS-CLOSE-YEAR TO WS-PRIOR-YEAR
005200     IF WS-CLOSE-MONTH = 1
005210         SUBTRACT 1 FROM WS-PRIOR-YEAR
005220         MOVE 12 TO WS-PRIOR-MONTH
005230     ELSE
005240         COMPUTE WS-PRIOR-MONTH = WS-CLOSE-MONTH - 1
005250     END-IF
005260     COMPUTE WS-PERIOD-START-DATE = WS-CLOSE-PERIOD * 100 + 1
005270     COMPUTE WS-PERIOD-END-DATE = WS-CLOSE-PERIOD * 100 + 31
005280     COMPUTE WS-MONTH-NUMBER = WS-CLOSE-YEAR * 12
005290         + WS-CLOSE-MONTH - 1 - (WS-RETAIN-MONTHS - 1)
005300     DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-MONTH-QUOTIENT
005310         REMAINDER WS-MONTH-REMAINDER
005320     MOVE WS-MONTH-QUOTIENT TO WS-CUTOFF-YEAR
005330     COMPUTE WS-CUTOFF-MONTH = WS-MONTH-REMAINDER + 1
005340     MOVE 1 TO WS-CUTOFF-DAY
005350     DISPLAY 'CLOSING PERIOD ' WS-CLOSE-PERIOD
005360         ' - LEDGER ENTRIES BEFORE ' WS-CUTOFF-DATE ' ROLL OFF'.
005370
005380*----------------------------------------------------------------*
005390*    2000-CLOSE-CUSTOMERS                                        *
005400*    Every customer on the master gets a period record, zero     *
005410*    balances included, so the next close always finds an        *
005420*    opening to carry.                                           *
005430*----------------------------------------------------------------*
005440 2000-CLOSE-CUSTOMERS.
005450     READ CUSTOMER-FILE NEXT RECORD
005460         AT END
005470             SET END-OF-FILE TO TRUE
005480             GO TO 2000-EXIT
005490     END-READ
005500     ADD 1 TO WS-READ-COUNT
005510     PERFORM 2100-SUM-ACTIVITY
005520     PERFORM 2200-SET-OPENING
005530     PERFORM 2300-COMPUTE-AGE
005540     PERFORM 2400-WRITE-PERIOD-BALANCE.
005550 2000-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------------*
005590*    2100-SUM-ACTIVITY                                           *
005600*    The customer's ledger from the first of the period forward, *
005610*    bucketed by code; anything dated after the period is kept   *
005620*    apart so it can be taken back off CUST-BALANCE.             *
005630*----------------------------------------------------------------*
005640 2100-SUM-ACTIVITY.
005650     INITIALIZE WS-CUST-PERIOD
005660     MOVE 'N' TO WS-LEDGER-WALK-SWITCH
005670     MOVE CUST-ID TO TL-CUST-ID
005680     MOVE WS-PERIOD-START-DATE TO TL-POST-DATE
005690     MOVE ZERO TO TL-SEQ
005700     START TRAN-LEDGER KEY IS NOT LESS THAN TL-KEY
005710         INVALID KEY
005720             SET END-OF-LEDGER-WALK TO TRUE
005730     END-START
005740     PERFORM 2110-SUM-ONE-ENTRY THRU 2110-EXIT
005750         UNTIL END-OF-LEDGER-WALK
005760     COMPUTE WS-CP-ACTIVITY = WS-CP-CHARGES + WS-CP-FINANCE
005770         + WS-CP-PAYMENTS + WS-CP-ADJUSTMENTS + WS-CP-WRITE-OFFS
005780         + WS-CP-OTHER
005790     COMPUTE WS-CP-CLOSING = CUST-BALANCE - WS-CP-LATER.
005800
005810*----------------------------------------------------------------*
005820*    2110-SUM-ONE-ENTRY                                          *
005830*    R entries do not move the balance and re-keyed merge        *
005840*    entries are carried by the survivor's M entry, so neither   *
005850*    is activity here (an R is kept as memo).                    *
005860*----------------------------------------------------------------*
005870 2110-SUM-ONE-ENTRY.
005880     READ TRAN-LEDGER NEXT RECORD
005890         AT END
005900             SET END-OF-LEDGER-WALK TO TRUE
005910             GO TO 2110-EXIT
005920     END-READ
005930     IF TL-CUST-ID NOT = CUST-ID
005940         SET END-OF-LEDGER-WALK TO TRUE
005950         GO TO 2110-EXIT
005960     END-IF
005970     IF TL-MERGED-FROM-ID NOT = ZERO
005980         GO TO 2110-EXIT
005990     END-IF
006000     MOVE TL-POST-DATE TO WS-ENTRY-DATE
006010     IF WS-ENTRY-DATE > WS-PERIOD-END-DATE
006020         IF NOT TL-IS-RECOVERY
006030             ADD TL-AMOUNT TO WS-CP-LATER
006040         END-IF
006050         GO TO 2110-EXIT
006060     END-IF
006070     EVALUATE TRUE
006080         WHEN TL-IS-CHARGE
006090             ADD TL-AMOUNT TO WS-CP-CHARGES
006100         WHEN TL-IS-FINANCE
006110             ADD TL-AMOUNT TO WS-CP-FINANCE
006120         WHEN TL-IS-PAYMENT
006130             ADD TL-AMOUNT TO WS-CP-PAYMENTS
006140         WHEN TL-IS-ADJUSTMENT OR TL-IS-BACKOUT
006150             ADD TL-AMOUNT TO WS-CP-ADJUSTMENTS
006160         WHEN TL-IS-WRITEOFF
006170             ADD TL-AMOUNT TO WS-CP-WRITE-OFFS
006180         WHEN TL-IS-RECOVERY
006190             ADD TL-AMOUNT TO WS-CP-RECOVERIES
006200         WHEN OTHER
006210             ADD TL-AMOUNT TO WS-CP-OTHER
006220     END-EVALUATE.
006230 2110-EXIT.
006240     EXIT.
006250
006260*----------------------------------------------------------------*
006270*    2200-SET-OPENING                                            *
006280*    Carried from the prior period's record when there is one;   *
006290*    a carried opening that does not tie to the activity and     *
006300*    the closing balance is printed for investigation.           *
006310*----------------------------------------------------------------*
006320 2200-SET-OPENING.
006330     MOVE CUST-ID TO PB-CUST-ID
006340     MOVE WS-PRIOR-PERIOD TO PB-PERIOD
006350     READ PERIOD-BALANCE-FILE
006360         INVALID KEY
006370             COMPUTE WS-CP-OPENING =
006380                 WS-CP-CLOSING - WS-CP-ACTIVITY
006390             MOVE 'D' TO WS-CP-OPENING-SOURCE
006400             ADD 1 TO WS-DERIVED-COUNT
006410         NOT INVALID KEY
006420             MOVE PB-CLOSING-BALANCE TO WS-CP-OPENING
006430             MOVE 'C' TO WS-CP-OPENING-SOURCE
006440             ADD 1 TO WS-CARRIED-COUNT
006450     END-READ
006460     COMPUTE WS-CP-DIFFERENCE =
006470         WS-CP-OPENING + WS-CP-ACTIVITY - WS-CP-CLOSING
006480     IF WS-CP-DIFFERENCE NOT = ZERO
006490         ADD 1 TO WS-UNTIED-COUNT
006500         PERFORM 2500-PRINT-UNTIED
006510     END-IF.
006520
006530*----------------------------------------------------------------*
006540*    2300-COMPUTE-AGE                                            *
006550*    Age of the closing balance at day 30 of the period, 30/360  *
006560*    from CUST-LAST-ACTIVITY-DATE, bucketed the CUSTAGE way.     *
006570*----------------------------------------------------------------*
006580 2300-COMPUTE-AGE.
006590     COMPUTE WS-AGE-DAYS =
006600         (WS-CLOSE-YEAR - CUST-LAST-ACTIVITY-YEAR) * 360 +
006610         (WS-CLOSE-MONTH - CUST-LAST-ACTIVITY-MONTH) * 30 +
006620         (30 - CUST-LAST-ACTIVITY-DAY)
006630     IF WS-AGE-DAYS < ZERO
006640         MOVE ZERO TO WS-AGE-DAYS
006650     END-IF
006660     EVALUATE TRUE
006670         WHEN WS-AGE-DAYS <= 30
006680             MOVE 1 TO PB-AGE-BUCKET
006690         WHEN WS-AGE-DAYS <= 60
006700             MOVE 2 TO PB-AGE-BUCKET
006710         WHEN WS-AGE-DAYS <= 90
006720             MOVE 3 TO PB-AGE-BUCKET
006730         WHEN OTHER
006740             MOVE 4 TO PB-AGE-BUCKET
006750     END-EVALUATE.
006760
006770*----------------------------------------------------------------*
006780*    2400-WRITE-PERIOD-BALANCE                                   *
006790*    A record already there can only be from a close of this     *
006800*    period that stopped part way; it is replaced.               *
006810*----------------------------------------------------------------*
006820 2400-WRITE-PERIOD-BALANCE.
006830     MOVE CUST-ID TO PB-CUST-ID
006840     MOVE WS-CLOSE-PERIOD TO PB-PERIOD
006850     MOVE CUST-BRANCH TO PB-BRANCH
006860     MOVE CUST-STATUS TO PB-CUST-STATUS
006870     MOVE WS-CP-OPENING TO PB-OPENING-BALANCE
006880     MOVE WS-CP-CHARGES TO PB-CHARGES
006890     MOVE WS-CP-FINANCE TO PB-FINANCE-CHARGES
006900     MOVE WS-CP-PAYMENTS TO PB-PAYMENTS
006910     MOVE WS-CP-ADJUSTMENTS TO PB-ADJUSTMENTS
006920     MOVE WS-CP-WRITE-OFFS TO PB-WRITE-OFFS
006930     MOVE WS-CP-OTHER TO PB-OTHER-ACTIVITY
006940     MOVE WS-CP-RECOVERIES TO PB-RECOVERIES
006950     MOVE WS-CP-CLOSING TO PB-CLOSING-BALANCE
006960     MOVE WS-CP-OPENING-SOURCE TO PB-OPENING-SOURCE
006970     MOVE WS-BUSINESS-DATE TO PB-CLOSE-DATE
006980     WRITE PERIOD-BALANCE-RECORD
006990         INVALID KEY
007000             REWRITE PERIOD-BALANCE-RECORD
007010                 INVALID KEY
007020                     ADD 1 TO WS-ERROR-COUNT
007030                     DISPLAY 'PERIOD BALANCE WRITE FAILED FOR '
007040                         'CUST-ID: ' CUST-ID
007050                     GO TO 2400-EXIT
007060             END-REWRITE
007070     END-WRITE
007080     ADD 1 TO WS-CLOSED-COUNT
007090     ADD WS-CP-OPENING TO WS-TOT-OPENING
007100     ADD WS-CP-CHARGES TO WS-TOT-CHARGES
007110     ADD WS-CP-FINANCE TO WS-TOT-FINANCE
007120     ADD WS-CP-PAYMENTS TO WS-TOT-PAYMENTS
007130     ADD WS-CP-ADJUSTMENTS TO WS-TOT-ADJUSTMENTS
007140     ADD WS-CP-WRITE-OFFS TO WS-TOT-WRITE-OFFS
007150     ADD WS-CP-OTHER TO WS-TOT-OTHER
007160     ADD WS-CP-RECOVERIES TO WS-TOT-RECOVERIES
007170     ADD WS-CP-CLOSING TO WS-TOT-CLOSING.
007180 2400-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------------*
007220*    2500-PRINT-UNTIED                                           *
007230*----------------------------------------------------------------*
007240 2500-PRINT-UNTIED.
007250     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007260         PERFORM 3000-PRINT-PAGE-HEADING
007270     END-IF
007280     MOVE CUST-ID TO WS-DETAIL-ID
007290     MOVE WS-CP-OPENING TO WS-DETAIL-OPENING
007300     MOVE WS-CP-ACTIVITY TO WS-DETAIL-ACTIVITY
007310     MOVE WS-CP-CLOSING TO WS-DETAIL-CLOSING
007320     MOVE WS-CP-DIFFERENCE TO WS-DETAIL-DIFFERENCE
007330     WRITE PRINT-LINE FROM WS-DETAIL-LINE
007340     ADD 1 TO WS-LINE-COUNT.
007350
007360*----------------------------------------------------------------*
007370*    3000-PRINT-PAGE-HEADING                                     *
007380*----------------------------------------------------------------*
007390 3000-PRINT-PAGE-HEADING.
007400     ADD 1 TO WS-PAGE-COUNT
007410     MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE
007420     MOVE WS-REPORT-DATE TO WS-DATE-LINE-DATE
007430     MOVE WS-CLOSE-YEAR TO WS-DATE-LINE-YEAR
007440     MOVE WS-CLOSE-MONTH TO WS-DATE-LINE-MONTH
007450     IF WS-PAGE-COUNT > 1
007460         WRITE PRINT-LINE FROM SPACES
007470     END-IF
007480     WRITE PRINT-LINE FROM WS-TITLE-LINE
007490     WRITE PRINT-LINE FROM WS-DATE-LINE
007500     WRITE PRINT-LINE FROM SPACES
007510     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-1
007520     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-2
007530     MOVE ZERO TO WS-LINE-COUNT.
007540
007550*----------------------------------------------------------------*
007560*    5000-ROLL-LEDGER                                            *
007570*    Copy first, delete second. The history file is only         *
007580*    (re)built when it has no trailer; the deletes are always    *
007590*    driven from the finished file, so an entry can never leave  *
007600*    the live ledger without a copy on history.                  *
007610*----------------------------------------------------------------*
007620 5000-ROLL-LEDGER.
007630     MOVE SPACES TO WS-HISTORY-NAME
007640     STRING 'DATA/LEDGER_HISTORY_' WS-CLOSE-PERIOD '.dat'
007650         DELIMITED BY SIZE INTO WS-HISTORY-NAME
007660     DISPLAY 'LEDGER-HISTORY' UPON ENVIRONMENT-NAME
007670     DISPLAY WS-HISTORY-NAME UPON ENVIRONMENT-VALUE
007680     PERFORM 5100-CHECK-HISTORY
007690     IF NOT HISTORY-COMPLETE
007700         PERFORM 5200-BUILD-HISTORY THRU 5200-EXIT
007710         IF WS-ERROR-COUNT NOT = ZERO
007720             GO TO 5000-EXIT
007730         END-IF
007740     END-IF
007750     OPEN INPUT LEDGER-HISTORY
007760     IF WS-HISTORY-FILE-STATUS NOT = '00'
007770         DISPLAY 'Error reopening ledger history. Status: '
007780             WS-HISTORY-FILE-STATUS
007790         ADD 1 TO WS-ERROR-COUNT
007800         GO TO 5000-EXIT
007810     END-IF
007820     MOVE 'N' TO WS-HISTORY-EOF
007830     PERFORM 5400-DELETE-ONE THRU 5400-EXIT
007840         UNTIL END-OF-HISTORY
007850     CLOSE LEDGER-HISTORY.
007860 5000-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------------*
007900*    5100-CHECK-HISTORY                                          *
007910*    A history file for the period that ends in its trailer was  *
007920*    finished by an earlier attempt at this close; its counts    *
007930*    are taken from the trailer.                                 *
007940*----------------------------------------------------------------*
007950 5100-CHECK-HISTORY.
007960     MOVE 'N' TO WS-HISTORY-SWITCH
007970     OPEN INPUT LEDGER-HISTORY
007980     IF WS-HISTORY-FILE-STATUS NOT = '00'
007990         GO TO 5100-EXIT
008000     END-IF
008010     MOVE 'N' TO WS-HISTORY-EOF
008020     PERFORM 5110-READ-HISTORY THRU 5110-EXIT
008030         UNTIL END-OF-HISTORY
008040     CLOSE LEDGER-HISTORY
008050     IF HISTORY-COMPLETE
008060         DISPLAY 'LEDGER HISTORY ALREADY COMPLETE: '
008070             WS-HISTORY-NAME
008080     END-IF.
008090 5100-EXIT.
008100     EXIT.
008110
008120*----------------------------------------------------------------*
008130*    5110-READ-HISTORY                                           *
008140*----------------------------------------------------------------*
008150 5110-READ-HISTORY.
008160     READ LEDGER-HISTORY
008170         AT END
008180             SET END-OF-HISTORY TO TRUE
008190             GO TO 5110-EXIT
008200     END-READ
008210     IF LH-IS-TRAILER
008220         SET HISTORY-COMPLETE TO TRUE
008230         MOVE LHT-RECORD-COUNT TO WS-ROLLED-COUNT
008240         MOVE LHT-AMOUNT-TOTAL TO WS-ROLLED-AMOUNT
008250     ELSE
008260         MOVE 'N' TO WS-HISTORY-SWITCH
008270     END-IF.
008280 5110-EXIT.
008290     EXIT.
008300
008310*----------------------------------------------------------------*
008320*    5200-BUILD-HISTORY                                          *
008330*    Every ledger entry dated before the cutoff, whole file, in  *
008340*    key order, then the count/amount trailer.                   *
008350*----------------------------------------------------------------*
008360 5200-BUILD-HISTORY.
008370     MOVE ZERO TO WS-ROLLED-COUNT
008380     MOVE ZERO TO WS-ROLLED-AMOUNT
008390     OPEN OUTPUT LEDGER-HISTORY
008400     IF WS-HISTORY-FILE-STATUS NOT = '00'
008410         DISPLAY 'Error opening ledger history. Status: '
008420             WS-HISTORY-FILE-STATUS
008430         ADD 1 TO WS-ERROR-COUNT
008440         GO TO 5200-EXIT
008450     END-IF
008460     MOVE 'N' TO WS-LEDGER-WALK-SWITCH
008470     MOVE LOW-VALUES TO TL-KEY
008480     START TRAN-LEDGER KEY IS NOT LESS THAN TL-KEY
008490         INVALID KEY
008500             SET END-OF-LEDGER-WALK TO TRUE
008510     END-START
008520     PERFORM 5210-COPY-ONE THRU 5210-EXIT
008530         UNTIL END-OF-LEDGER-WALK
008540     MOVE SPACES TO LEDGER-HISTORY-TRAILER
008550     MOVE 'T' TO LHT-REC-TYPE
008560     MOVE WS-ROLLED-COUNT TO LHT-RECORD-COUNT
008570     MOVE WS-ROLLED-AMOUNT TO LHT-AMOUNT-TOTAL
008580     WRITE LEDGER-HISTORY-TRAILER
008590     IF WS-HISTORY-FILE-STATUS NOT = '00'
008600         DISPLAY 'Error writing ledger history trailer. Status: '
008610             WS-HISTORY-FILE-STATUS
008620         ADD 1 TO WS-ERROR-COUNT
008630     END-IF
008640     CLOSE LEDGER-HISTORY.
008650 5200-EXIT.
008660     EXIT.
008670
008680*----------------------------------------------------------------*
008690*    5210-COPY-ONE                                               *
008700*    A failed write stops the run before any delete is taken.    *
008710*----------------------------------------------------------------*
008720 5210-COPY-ONE.
008730     READ TRAN-LEDGER NEXT RECORD
008740         AT END
008750             SET END-OF-LEDGER-WALK TO TRUE
008760             GO TO 5210-EXIT
008770     END-READ
008780     MOVE TL-POST-DATE TO WS-ENTRY-DATE
008790     IF WS-ENTRY-DATE NOT < WS-CUTOFF-DATE
008800         GO TO 5210-EXIT
008810     END-IF
008820     MOVE 'D' TO LH-REC-TYPE
008830     MOVE TRAN-LEDGER-RECORD TO LH-DATA
008840     WRITE LEDGER-HISTORY-RECORD
008850     IF WS-HISTORY-FILE-STATUS NOT = '00'
008860         DISPLAY 'Error writing ledger history. Status: '
008870             WS-HISTORY-FILE-STATUS
008880         DISPLAY 'LEDGER ROLL-OFF ABANDONED - NO ENTRIES DELETED'
008890         STOP RUN
008900     END-IF
008910     ADD 1 TO WS-ROLLED-COUNT
008920     ADD TL-AMOUNT TO WS-ROLLED-AMOUNT.
008930 5210-EXIT.
008940     EXIT.
008950
008960*----------------------------------------------------------------*
008970*    5400-DELETE-ONE                                             *
008980*    An entry no longer on the live ledger was deleted by an     *
008990*    earlier attempt at this close.                              *
009000*----------------------------------------------------------------*
009010 5400-DELETE-ONE.
009020     READ LEDGER-HISTORY
009030         AT END
009040             SET END-OF-HISTORY TO TRUE
009050             GO TO 5400-EXIT
009060     END-READ
009070     IF NOT LH-IS-DATA
009080         GO TO 5400-EXIT
009090     END-IF
009100     MOVE LH-DATA TO TRAN-LEDGER-RECORD
009110     DELETE TRAN-LEDGER
009120         INVALID KEY
009130             ADD 1 TO WS-GONE-COUNT
009140         NOT INVALID KEY
009150             ADD 1 TO WS-DELETED-COUNT
009160     END-DELETE.
009170 5400-EXIT.
009180     EXIT.
009190
009200*----------------------------------------------------------------*
009210*    8000-PRINT-SUMMARY                                          *
009220*    Period totals with the proof: opening plus activity must    *
009230*    equal closing, recoveries excepted.                         *
009240*----------------------------------------------------------------*
009250 8000-PRINT-SUMMARY.
009260     IF WS-UNTIED-COUNT = ZERO
009270         WRITE PRINT-LINE FROM WS-NONE-LINE
009280     END-IF
009290     COMPUTE WS-TOT-PROOF = WS-TOT-OPENING + WS-TOT-CHARGES
009300         + WS-TOT-FINANCE + WS-TOT-PAYMENTS + WS-TOT-ADJUSTMENTS
009310         + WS-TOT-WRITE-OFFS + WS-TOT-OTHER - WS-TOT-CLOSING
009320     WRITE PRINT-LINE FROM SPACES
009330     MOVE 'OPENING BALANCE ....: ' TO WS-TOTAL-LABEL
009340     MOVE WS-TOT-OPENING TO WS-TOTAL-AMOUNT
009350     WRITE PRINT-LINE FROM WS-TOTAL-LINE
009360     MOVE 'CHARGES ............: ' TO WS-TOTAL-LABEL
009370     MOVE WS-TOT-CHARGES TO WS-TOTAL-AMOUNT
009380     WRITE PRINT-LINE FROM WS-TOTAL-LINE
009390     MOVE 'FINANCE CHARGES ....: ' TO WS-TOTAL-LABEL
009400     MOVE WS-TOT-FINANCE TO WS-TOTAL-AMOUNT
009410     WRITE PRINT-LINE FROM WS-TOTAL-LINE
009420     MOVE 'PAYMENTS ...........: ' TO WS-TOTAL-LABEL
009430     MOVE WS-TOT-PAYMENTS TO WS-TOTAL-AMOUNT
009440     WRITE PRINT-LINE FROM WS-TOTAL-LINE
009450     MOVE 'ADJUSTMENTS ........: ' TO WS-TOTAL-LABEL
009460     MOVE WS-TOT-ADJUSTMENTS TO WS-TOTAL-AMOUNT
009470     WRITE PRINT-LINE FROM WS-TOTAL-LINE
009480     MOVE 'WRITE-OFFS .........: ' TO WS-TOTAL-LABEL
009490     MOVE WS-TOT-WRITE-OFFS TO WS-TOTAL-AMOUNT
009500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
009510     MOVE 'REFUNDS / MERGES ...: ' TO WS-TOTAL-LABEL
009520     MOVE WS-TOT-OTHER TO WS-TOTAL-AMOUNT
009530     WRITE PRINT-LINE FROM WS-TOTAL-LINE
009540     MOVE 'CLOSING BALANCE ....: ' TO WS-TOTAL-LABEL
009550     MOVE WS-TOT-CLOSING TO WS-TOTAL-AMOUNT
009560     WRITE PRINT-LINE FROM WS-TOTAL-LINE
009570     MOVE 'PROOF DIFFERENCE ...: ' TO WS-TOTAL-LABEL
009580     MOVE WS-TOT-PROOF TO WS-TOTAL-AMOUNT
009590     WRITE PRINT-LINE FROM WS-TOTAL-LINE
009600     MOVE 'RECOVERIES (MEMO) ..: ' TO WS-TOTAL-LABEL
009610     MOVE WS-TOT-RECOVERIES TO WS-TOTAL-AMOUNT
009620     WRITE PRINT-LINE FROM WS-TOTAL-LINE
009630     WRITE PRINT-LINE FROM SPACES
009640     MOVE 'CUSTOMERS CLOSED ...: ' TO WS-COUNT-LABEL
009650     MOVE WS-CLOSED-COUNT TO WS-COUNT-VALUE
009660     WRITE PRINT-LINE FROM WS-COUNT-LINE
009670     MOVE 'OPENINGS CARRIED ...: ' TO WS-COUNT-LABEL
009680     MOVE WS-CARRIED-COUNT TO WS-COUNT-VALUE
009690     WRITE PRINT-LINE FROM WS-COUNT-LINE
009700     MOVE 'OPENINGS DERIVED ...: ' TO WS-COUNT-LABEL
009710     MOVE WS-DERIVED-COUNT TO WS-COUNT-VALUE
009720     WRITE PRINT-LINE FROM WS-COUNT-LINE
009730     MOVE 'DID NOT TIE ........: ' TO WS-COUNT-LABEL
009740     MOVE WS-UNTIED-COUNT TO WS-COUNT-VALUE
009750     WRITE PRINT-LINE FROM WS-COUNT-LINE
009760     MOVE 'LEDGER CUTOFF ......: ' TO WS-TEXT-LABEL
009770     MOVE WS-CUTOFF-DATE TO WS-TEXT-VALUE
009780     WRITE PRINT-LINE FROM WS-TEXT-LINE
009790     MOVE 'ENTRIES ROLLED .....: ' TO WS-COUNT-LABEL
009800     MOVE WS-ROLLED-COUNT TO WS-COUNT-VALUE
009810     WRITE PRINT-LINE FROM WS-COUNT-LINE
009820     MOVE 'AMOUNT ROLLED ......: ' TO WS-TOTAL-LABEL
009830     MOVE WS-ROLLED-AMOUNT TO WS-TOTAL-AMOUNT
009840     WRITE PRINT-LINE FROM WS-TOTAL-LINE
009850     MOVE 'DELETED FROM LEDGER : ' TO WS-COUNT-LABEL
009860     MOVE WS-DELETED-COUNT TO WS-COUNT-VALUE
009870     WRITE PRINT-LINE FROM WS-COUNT-LINE
009880     MOVE 'ALREADY DELETED ....: ' TO WS-COUNT-LABEL
009890     MOVE WS-GONE-COUNT TO WS-COUNT-VALUE
009900     WRITE PRINT-LINE FROM WS-COUNT-LINE
009910     MOVE 'HISTORY FILE .......: ' TO WS-TEXT-LABEL
009920     MOVE WS-HISTORY-NAME TO WS-TEXT-VALUE
009930     WRITE PRINT-LINE FROM WS-TEXT-LINE
009940     DISPLAY '-----------------------------------------------'
009950     DISPLAY 'CUSTCLOS CONTROL TOTALS - PERIOD ' WS-CLOSE-PERIOD
009960     DISPLAY 'CUSTOMERS READ .....: ' WS-READ-COUNT
009970     DISPLAY 'CUSTOMERS CLOSED ...: ' WS-CLOSED-COUNT
009980     DISPLAY 'DID NOT TIE ........: ' WS-UNTIED-COUNT
009990     DISPLAY 'ENTRIES ROLLED .....: ' WS-ROLLED-COUNT
010000     DISPLAY 'DELETED FROM LEDGER : ' WS-DELETED-COUNT
010010     DISPLAY 'ERRORS .............: ' WS-ERROR-COUNT
010020     DISPLAY 'REGISTER WRITTEN TO DATA/CUSTCLOS_REGISTER.prt'
010030     DISPLAY '-----------------------------------------------'.
010040
010050*----------------------------------------------------------------*
010060*    9800-MARK-RUN-COMPLETE                                      *
010070*    The run record goes to C and the PERIOD record for the      *
010080*    month is written complete - from here CUSTPOST refuses      *
010090*    postings dated into the period. A record that cannot be     *
010092*    written leaves return code 8 for the job step to act on.    *
010100*----------------------------------------------------------------*
010110 9800-MARK-RUN-COMPLETE.
010120     OPEN I-O RUN-CONTROL-FILE
010130     IF WS-RC-FILE-STATUS NOT = '00'
010140         DISPLAY 'Error reopening run control file. Status: '
010150             WS-RC-FILE-STATUS
010160     ELSE
010170         MOVE 'PERIOD' TO RC-PROGRAM
010180         COMPUTE RC-RUN-DATE = WS-CLOSE-PERIOD * 100
010190         MOVE SPACES TO RC-INPUT-FILE
010200         STRING 'CLOSED BY CUSTCLOS ON ' WS-BUSINESS-DATE
010210             DELIMITED BY SIZE INTO RC-INPUT-FILE
010220         MOVE 'C' TO RC-STATUS
010230         WRITE RUN-CONTROL-RECORD
010240             INVALID KEY
010250                 REWRITE RUN-CONTROL-RECORD
010260                 END-REWRITE
010270         END-WRITE
010272         IF WS-RC-FILE-STATUS NOT = '00'
010274             DISPLAY 'Error writing period control record. '
010276                 'Status: ' WS-RC-FILE-STATUS
010278             MOVE 8 TO RETURN-CODE
010280         ELSE
010282             DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' CLOSED'
010284         END-IF
010290         MOVE 'CUSTCLOS' TO RC-PROGRAM
010300         MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
010310         READ RUN-CONTROL-FILE
010320             INVALID KEY
010330                 DISPLAY 'RUN CONTROL RECORD MISSING AT END'
010340             NOT INVALID KEY
010350                 MOVE 'C' TO RC-STATUS
010360                 REWRITE RUN-CONTROL-RECORD
010370                 END-REWRITE
010372                 IF WS-RC-FILE-STATUS NOT = '00'
010374                     DISPLAY 'Error marking run complete. '
010376                         'Status: ' WS-RC-FILE-STATUS
010378                     MOVE 8 TO RETURN-CODE
010379                 END-IF
010380         END-READ
010390         CLOSE RUN-CONTROL-FILE
010400     END-IF.
010410
010420*----------------------------------------------------------------*
010430*    9999-TERMINATE                                              *
010440*----------------------------------------------------------------*
010450 9999-TERMINATE.
010460     CLOSE CUSTOMER-FILE
010470     CLOSE TRAN-LEDGER
010480     CLOSE PERIOD-BALANCE-FILE
010490     CLOSE PRINT-FILE.
