000010*******************************************************************
000020*                   IDENTIFICATION DIVISION                       *
000030*******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CUSTINTG.
000060 AUTHOR. DATA-PROCESSING.
000070 INSTALLATION. CUSTOMER-SYSTEMS.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100
000110*******************************************************************
000120*  MODIFICATION HISTORY                                          *
000130*  ---------------------------------------------------------------
000140*  2026-10-15  DP  Initial version - nightly ledger-to-master    *
000150*                  integrity check. Walks the customer master    *
000160*                  and the transaction ledger together and       *
000170*                  proves each customer: the ledger amounts must *
000180*                  chain from entry to entry and the last result *
000190*                  balance must equal CUST-BALANCE. Then finds   *
000200*                  orphans - ledger entries, notes, CUSTLTR      *
000210*                  control records and crosswalk entries for     *
000220*                  CUST-IDs no longer on the master. Exceptions  *
000230*                  print by customer and file with a count by    *
000240*                  error type.                                   *
000250*******************************************************************
000260*  CUSTBAL proves the master in total; this run says which       *
000270*  customer is wrong. It is not held back by an unproved trial   *
000280*  balance - that is exactly when it is needed.                  *
000290*  Both files are in CUST-ID order, so one pass of each does the *
000300*  work: ledger entries below the current master key belong to no*
000310*  customer. R (recovery) entries do not move the balance and    *
000320*  entries re-keyed by CUSTMRGE keep the victim's result         *
000330*  balances, so neither takes part in the chain. The chain starts*
000340*  at the first live entry - anything older was rolled to ledger *
000350*  history by the month-end close. A customer with no live       *
000360*  entries cannot be proved here and is only counted.            *
000370*  A chain break is reported once and the chain picks up again   *
000380*  from the balance the ledger shows, so one bad entry does not  *
000390*  report every entry after it.                                  *
000400*  The notes, letter-control and crosswalk files are optional;   *
000410*  one exception prints per CUST-ID they carry that is not on the*
000420*  master.                                                       *
000430*******************************************************************
000440
000450*******************************************************************
000460*                   ENVIRONMENT DIVISION                          *
000470*******************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CUSTOMER-FILE
000520     ASSIGN TO 'DATA/READ_CUSTOMERS.dat'
000530     ORGANIZATION IS INDEXED
000540     ACCESS MODE IS DYNAMIC
000550     RECORD KEY IS CUST-ID
000560     ALTERNATE RECORD KEY IS CUST-NAME
000570         WITH DUPLICATES
000580     FILE STATUS IS WS-FILE-STATUS.
000590
000600     SELECT TRAN-LEDGER
000610     ASSIGN TO 'DATA/CUSTOMER_LEDGER.dat'
000620     ORGANIZATION IS INDEXED
000630     ACCESS MODE IS DYNAMIC
000640     RECORD KEY IS TL-KEY
000650     FILE STATUS IS WS-LEDGER-FILE-STATUS.
000660
000670     SELECT NOTES-FILE
000680     ASSIGN TO 'DATA/CUSTOMER_NOTES.dat'
000690     ORGANIZATION IS INDEXED
000700     ACCESS MODE IS DYNAMIC
000710     RECORD KEY IS NOTE-KEY
000720     FILE STATUS IS WS-NOTES-FILE-STATUS.
000730
000740     SELECT LETTER-CONTROL
000750     ASSIGN TO 'DATA/CUSTLTR_CONTROL.dat'
000760     ORGANIZATION IS INDEXED
000770     ACCESS MODE IS DYNAMIC
000780     RECORD KEY IS LTR-CUST-ID
000790     FILE STATUS IS WS-CONTROL-FILE-STATUS.
000800
000810     SELECT CROSSWALK-MASTER
000820     ASSIGN TO 'DATA/CID_CROSSWALK_MASTER.dat'
000830     ORGANIZATION IS INDEXED
000840     ACCESS MODE IS DYNAMIC
000850     RECORD KEY IS CWM-ALPHA-ID
000860     FILE STATUS IS WS-CWM-FILE-STATUS.
000870
000880     SELECT PRINT-FILE
000890     ASSIGN TO 'DATA/CUSTINTG_REPORT.prt'
000900     ORGANIZATION IS LINE SEQUENTIAL
000910     ACCESS MODE IS SEQUENTIAL
000920     FILE STATUS IS WS-PRINT-FILE-STATUS.
000930
000940     SELECT RUN-CONTROL-FILE
000950     ASSIGN TO 'DATA/RUN_CONTROL.dat'
000960     ORGANIZATION IS INDEXED
000970     ACCESS MODE IS DYNAMIC
000980     RECORD KEY IS RC-KEY
000990     FILE STATUS IS WS-RC-FILE-STATUS.
001000
001010*******************************************************************
001020*                        DATA DIVISION                            *
001030*******************************************************************
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD CUSTOMER-FILE.
001070     COPY CUSTREC.
001080
001090 FD TRAN-LEDGER.
001100     COPY TRANLED.
001110
001120 FD NOTES-FILE.
001130     COPY NOTEREC.
001140
001150 FD LETTER-CONTROL.
001160     COPY LTRCTL.
001170
001180 FD CROSSWALK-MASTER.
001190 01 CROSSWALK-MASTER-RECORD.
001200     02 CWM-ALPHA-ID PIC X(06).
001210     02 CWM-NUMERIC-ID PIC 9(05).
001220
001230 FD PRINT-FILE.
001240 01 PRINT-LINE PIC X(80).
001250
001260 FD RUN-CONTROL-FILE.
001270     COPY RUNCTL.
001280
001290 WORKING-STORAGE SECTION.
001300 01 WS-EOF PIC X VALUE 'N'.
001310     88 END-OF-FILE VALUE 'Y'.
001320 01 WS-FILE-STATUS PIC X(2).
001330 01 WS-LEDGER-FILE-STATUS PIC X(2).
001340 01 WS-NOTES-FILE-STATUS PIC X(2).
001350 01 WS-CONTROL-FILE-STATUS PIC X(2).
001360 01 WS-CWM-FILE-STATUS PIC X(2).
001370 01 WS-PRINT-FILE-STATUS PIC X(2).
001380 01 WS-RC-FILE-STATUS PIC X(2).
001390 01 WS-BUSINESS-DATE PIC 9(8).
001400 01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
001410     02 WS-BUSINESS-YEAR PIC 9(4).
001420     02 WS-BUSINESS-MONTH PIC 9(2).
001430     02 WS-BUSINESS-DAY PIC 9(2).
001440 01 WS-BUSINESS-DATE-IN PIC X(8).
001450 01 WS-RC-INPUT-FILE PIC X(60) VALUE
001460     'DATA/READ_CUSTOMERS.dat'.
001470 01 WS-REPORT-DATE PIC X(10).
001480
001490*----------------------------------------------------------------*
001500*    FILE AVAILABILITY                                           *
001510*    A side file that was never created holds no orphans.        *
001520*----------------------------------------------------------------*
001530 01 WS-LEDGER-SWITCH PIC X VALUE 'N'.
001540     88 LEDGER-AVAILABLE VALUE 'Y'.
001550 01 WS-NOTES-SWITCH PIC X VALUE 'N'.
001560     88 NOTES-AVAILABLE VALUE 'Y'.
001570 01 WS-CONTROL-SWITCH PIC X VALUE 'N'.
001580     88 CONTROL-AVAILABLE VALUE 'Y'.
001590 01 WS-CWM-SWITCH PIC X VALUE 'N'.
001600     88 CROSSWALK-AVAILABLE VALUE 'Y'.
001610
001620*----------------------------------------------------------------*
001630*    MATCH WORK AREAS                                            *
001640*    WS-LEDGER-CUST-ID goes to 999999 at the end of the ledger   *
001650*    so it sorts after every master key.                         *
001660*----------------------------------------------------------------*
001670 01 WS-LEDGER-EOF PIC X VALUE 'N'.
001680     88 END-OF-LEDGER VALUE 'Y'.
001690 01 WS-LEDGER-CUST-ID PIC 9(6) VALUE ZERO.
001700 01 WS-ORPHAN-CUST-ID PIC 9(6) VALUE ZERO.
001710 01 WS-SIDE-EOF PIC X VALUE 'N'.
001720     88 END-OF-SIDE-FILE VALUE 'Y'.
001730 01 WS-LAST-NOTE-CUST-ID PIC 9(5) VALUE ZERO.
001740 01 WS-CHAIN-SWITCH PIC X VALUE 'N'.
001750     88 CHAIN-STARTED VALUE 'Y'.
001760 01 WS-CUSTOMER-SWITCH PIC X VALUE 'N'.
001770     88 CUSTOMER-BROKEN VALUE 'Y'.
001780 01 WS-CHAIN-BALANCE PIC S9(9)V99 COMP-3.
001790 01 WS-EXPECTED-BALANCE PIC S9(9)V99 COMP-3.
001800
001810*----------------------------------------------------------------*
001820*    ERROR TYPES                                                 *
001830*    WS-ERROR-TYPE subscripts both tables below.                 *
001840*----------------------------------------------------------------*
001850 01 WS-ERROR-TYPE-VALUES.
001860     02 FILLER PIC X(18) VALUE 'BALANCE MISMATCH'.
001870     02 FILLER PIC X(18) VALUE 'CHAIN BREAK'.
001880     02 FILLER PIC X(18) VALUE 'ORPHAN LEDGER'.
001890     02 FILLER PIC X(18) VALUE 'ORPHAN NOTES'.
001900     02 FILLER PIC X(18) VALUE 'ORPHAN LETTER CTL'.
001910     02 FILLER PIC X(18) VALUE 'ORPHAN CROSSWALK'.
001920 01 WS-ERROR-TYPE-TABLE REDEFINES WS-ERROR-TYPE-VALUES.
001930     02 WS-ERROR-TYPE-NAME PIC X(18) OCCURS 6 TIMES.
001940 01 WS-ERROR-COUNT-TABLE.
001950     02 WS-ERROR-TYPE-COUNT PIC 9(9) COMP OCCURS 6 TIMES.
001960 77 WS-ERROR-TYPE PIC 9(2) COMP VALUE ZERO.
001970 77 WS-ERROR-TYPES PIC 9(2) COMP VALUE 6.
001980
001990*----------------------------------------------------------------*
002000*    RUN CONTROL TOTALS                                          *
002010*----------------------------------------------------------------*
002020 77 WS-READ-COUNT PIC 9(9) COMP VALUE ZERO.
002030 77 WS-PROVED-COUNT PIC 9(9) COMP VALUE ZERO.
002040 77 WS-BROKEN-COUNT PIC 9(9) COMP VALUE ZERO.
002050 77 WS-NO-LEDGER-COUNT PIC 9(9) COMP VALUE ZERO.
002060 77 WS-ENTRY-COUNT PIC 9(9) COMP VALUE ZERO.
002070 77 WS-STEPPED-COUNT PIC 9(9) COMP VALUE ZERO.
002080 77 WS-ORPHAN-ENTRY-COUNT PIC 9(9) COMP VALUE ZERO.
002090 77 WS-EXCEPTION-COUNT PIC 9(9) COMP VALUE ZERO.
002100
002110*----------------------------------------------------------------*
002120*    REPORT PAGE CONTROL                                         *
002130*----------------------------------------------------------------*
002140 77 WS-LINES-PER-PAGE PIC 9(2) COMP VALUE 20.
002150 77 WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
002160 77 WS-PAGE-COUNT PIC 9(4) COMP VALUE ZERO.
002170
002180*----------------------------------------------------------------*
002190*    REPORT LINES                                                *
002200*----------------------------------------------------------------*
002210 01 WS-TITLE-LINE.
002220     02 FILLER PIC X(30) VALUE 'LEDGER INTEGRITY EXCEPTIONS'.
002230     02 FILLER PIC X(30) VALUE SPACES.
002240     02 FILLER PIC X(06) VALUE 'PAGE: '.
002250     02 WS-TITLE-PAGE PIC ZZZ9.
002260 01 WS-DATE-LINE.
002270     02 FILLER PIC X(14) VALUE 'REPORT DATE: '.
002280     02 WS-DATE-LINE-DATE PIC X(10).
002290 01 WS-COLUMN-HEADING-1.
002300     02 FILLER PIC X(08) VALUE 'FILE'.
002310     02 FILLER PIC X(06) VALUE 'CUST'.
002320     02 FILLER PIC X(19) VALUE 'ERROR'.
002330     02 FILLER PIC X(14) VALUE 'REFERENCE'.
002340     02 FILLER PIC X(14) VALUE '     EXPECTED'.
002350     02 FILLER PIC X(13) VALUE '        FOUND'.
002360 01 WS-COLUMN-HEADING-2.
002370     02 FILLER PIC X(08) VALUE '-------'.
002380     02 FILLER PIC X(06) VALUE '-----'.
002390     02 FILLER PIC X(19) VALUE '------------------'.
002400     02 FILLER PIC X(14) VALUE '-------------'.
002410     02 FILLER PIC X(14) VALUE '-------------'.
002420     02 FILLER PIC X(13) VALUE '-------------'.
002430 01 WS-EXCEPTION-LINE.
002440     02 WS-EXC-FILE PIC X(07).
002450     02 FILLER PIC X(01) VALUE SPACES.
002460     02 WS-EXC-CUST-ID PIC ZZZZ9.
002470     02 FILLER PIC X(01) VALUE SPACES.
002480     02 WS-EXC-ERROR PIC X(18).
002490     02 FILLER PIC X(01) VALUE SPACES.
002500     02 WS-EXC-REFERENCE PIC X(13).
002510     02 FILLER PIC X(01) VALUE SPACES.
002520     02 WS-EXC-AMOUNTS.
002530         03 WS-EXC-EXPECTED PIC -Z,ZZZ,ZZ9.99.
002540         03 FILLER PIC X(01) VALUE SPACES.
002550         03 WS-EXC-FOUND PIC -Z,ZZZ,ZZ9.99.
002560     02 WS-EXC-AMOUNTS-X REDEFINES WS-EXC-AMOUNTS PIC X(27).
002570 01 WS-NONE-LINE PIC X(30) VALUE '  (NO EXCEPTIONS)'.
002580 01 WS-SUMMARY-TITLE-LINE.
002590     02 FILLER PIC X(30) VALUE 'EXCEPTIONS BY ERROR TYPE'.
002600 01 WS-SUMMARY-LINE.
002610     02 WS-SUMMARY-LABEL PIC X(24).
002620     02 WS-SUMMARY-COUNT PIC ZZZZZZZZ9.
002630
002640*******************************************************************
002650*                       PROCEDURE DIVISION                        *
002660*******************************************************************
002670 PROCEDURE DIVISION.
002680
002690*----------------------------------------------------------------*
002700*    0000-MAINLINE                                               *
002710*----------------------------------------------------------------*
002720 0000-MAINLINE.
002730     PERFORM 1100-CHECK-RUN-CONTROL
002740     PERFORM 1000-INITIALIZE
002750     PERFORM 2900-READ-LEDGER
002760     PERFORM 2000-CHECK-CUSTOMER THRU 2000-EXIT
002770         UNTIL END-OF-FILE
002780     PERFORM 2100-ORPHAN-LEDGER-ENTRY
002790         UNTIL END-OF-LEDGER
002800     IF NOTES-AVAILABLE
002810         PERFORM 3000-CHECK-NOTES
002820     END-IF
002830     IF CONTROL-AVAILABLE
002840         PERFORM 4000-CHECK-LETTER-CONTROL
002850     END-IF
002860     IF CROSSWALK-AVAILABLE
002870         PERFORM 5000-CHECK-CROSSWALK
002880     END-IF
002890     PERFORM 8000-PRINT-SUMMARY
002900     PERFORM 9800-MARK-RUN-COMPLETE
002910     PERFORM 9999-TERMINATE
002920     STOP RUN.
002930
002940*----------------------------------------------------------------*
002950*    1000-INITIALIZE                                             *
002960*----------------------------------------------------------------*
002970 1000-INITIALIZE.
002980     STRING WS-BUSINESS-MONTH '/' WS-BUSINESS-DAY '/'
002990         WS-BUSINESS-YEAR DELIMITED BY SIZE
003000         INTO WS-REPORT-DATE
003010     INITIALIZE WS-ERROR-COUNT-TABLE
003020     OPEN INPUT CUSTOMER-FILE
003030     IF WS-FILE-STATUS NOT = '00'
003040         DISPLAY 'Error opening customer master. Status: '
003050             WS-FILE-STATUS
003060         STOP RUN
003070     END-IF
003080     OPEN INPUT TRAN-LEDGER
003090     IF WS-LEDGER-FILE-STATUS = '00'
003100         SET LEDGER-AVAILABLE TO TRUE
003110     ELSE
003120         IF WS-LEDGER-FILE-STATUS = '35'
003130             DISPLAY 'NO TRANSACTION LEDGER - BALANCES NOT PROVED'
003140         ELSE
003150             DISPLAY 'Error opening transaction ledger. Status: '
003160                 WS-LEDGER-FILE-STATUS
003170             STOP RUN
003180         END-IF
003190     END-IF
003200     OPEN INPUT NOTES-FILE
003210     IF WS-NOTES-FILE-STATUS = '00'
003220         SET NOTES-AVAILABLE TO TRUE
003230     ELSE
003240         IF WS-NOTES-FILE-STATUS NOT = '35'
003250             DISPLAY 'Error opening notes file. Status: '
003260                 WS-NOTES-FILE-STATUS
003270             STOP RUN
003280         END-IF
003290     END-IF
003300     OPEN INPUT LETTER-CONTROL
003310     IF WS-CONTROL-FILE-STATUS = '00'
003320         SET CONTROL-AVAILABLE TO TRUE
003330     ELSE
003340         IF WS-CONTROL-FILE-STATUS NOT = '35'
003350             DISPLAY 'Error opening letter control file. Status: '
003360                 WS-CONTROL-FILE-STATUS
003370             STOP RUN
003380         END-IF
003390     END-IF
003400     OPEN INPUT CROSSWALK-MASTER
003410     IF WS-CWM-FILE-STATUS = '00'
003420         SET CROSSWALK-AVAILABLE TO TRUE
003430     ELSE
003440         IF WS-CWM-FILE-STATUS NOT = '35'
003450             DISPLAY 'Error opening crosswalk master. Status: '
003460                 WS-CWM-FILE-STATUS
003470             STOP RUN
003480         END-IF
003490     END-IF
003500     OPEN OUTPUT PRINT-FILE
003510     IF WS-PRINT-FILE-STATUS NOT = '00'
003520         DISPLAY 'Error opening integrity report. Status: '
003530             WS-PRINT-FILE-STATUS
003540         STOP RUN
003550     END-IF
003560     PERFORM 7000-PRINT-PAGE-HEADING.
003570
003580*----------------------------------------------------------------*
003590*    1100-CHECK-RUN-CONTROL                                      *
003600*    A check already completed for the business date is          *
003610*    refused; then the record is stamped started. CUSTBAL's      *
003620*    result is deliberately not a condition of this run.         *
003630*----------------------------------------------------------------*
003640 1100-CHECK-RUN-CONTROL.
003650     MOVE SPACES TO WS-BUSINESS-DATE-IN
003660     DISPLAY 'BUSINESS-DATE' UPON ENVIRONMENT-NAME
003670     ACCEPT WS-BUSINESS-DATE-IN FROM ENVIRONMENT-VALUE
003680     END-ACCEPT
003690     IF WS-BUSINESS-DATE-IN IS NUMERIC
003700         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
003710     ELSE
003720         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
003730     END-IF
003740     OPEN I-O RUN-CONTROL-FILE
003750     IF WS-RC-FILE-STATUS = '35'
003760         OPEN OUTPUT RUN-CONTROL-FILE
003770         CLOSE RUN-CONTROL-FILE
003780         OPEN I-O RUN-CONTROL-FILE
003790     END-IF
003800     IF WS-RC-FILE-STATUS NOT = '00'
003810         DISPLAY 'Error opening run control file. Status: '
003820             WS-RC-FILE-STATUS
003830         STOP RUN
003840     END-IF
003850     MOVE 'CUSTINTG' TO RC-PROGRAM
003860     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
003870     READ RUN-CONTROL-FILE
003880         INVALID KEY
003890             CONTINUE
003900         NOT INVALID KEY
003910             IF RC-RUN-COMPLETE
003920                 DISPLAY 'RUN REFUSED - CUSTINTG ALREADY '
003930                     'COMPLETED FOR ' WS-BUSINESS-DATE
003940                 STOP RUN
003950             END-IF
003960     END-READ
003970     MOVE 'CUSTINTG' TO RC-PROGRAM
003980     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
003990     MOVE WS-RC-INPUT-FILE TO RC-INPUT-FILE
004000     MOVE 'S' TO RC-STATUS
004010     WRITE RUN-CONTROL-RECORD
004020         INVALID KEY
004030             REWRITE RUN-CONTROL-RECORD
004040                 INVALID KEY
004050                     DISPLAY 'Error stamping run control: '
004060                         WS-RC-FILE-STATUS
004070                     STOP RUN
004080             END-REWRITE
004090     END-WRITE
004100     CLOSE RUN-CONTROL-FILE.
004110
004120*----------------------------------------------------------------*
004130*    2000-CHECK-CUSTOMER                                         *
004140*    Ledger entries keyed below this customer belong to nobody;  *
004150*    this customer's own entries are then chained.               *
004160*----------------------------------------------------------------*
004170 2000-CHECK-CUSTOMER.
004180     READ CUSTOMER-FILE NEXT RECORD
004190         AT END
004200             SET END-OF-FILE TO TRUE
004210             GO TO 2000-EXIT
004220     END-READ
004230     ADD 1 TO WS-READ-COUNT
004240     PERFORM 2100-ORPHAN-LEDGER-ENTRY
004250         UNTIL WS-LEDGER-CUST-ID NOT < CUST-ID
004260     MOVE 'N' TO WS-CHAIN-SWITCH
004270     MOVE 'N' TO WS-CUSTOMER-SWITCH
004280     PERFORM 2200-CHAIN-ONE-ENTRY
004290         UNTIL WS-LEDGER-CUST-ID NOT = CUST-ID
004300     IF CHAIN-STARTED
004310         IF WS-CHAIN-BALANCE NOT = CUST-BALANCE
004320             MOVE 1 TO WS-ERROR-TYPE
004330             MOVE 'LEDGER' TO WS-EXC-FILE
004340             MOVE CUST-ID TO WS-EXC-CUST-ID
004350             MOVE 'LAST ENTRY' TO WS-EXC-REFERENCE
004360             MOVE WS-CHAIN-BALANCE TO WS-EXC-EXPECTED
004370             MOVE CUST-BALANCE TO WS-EXC-FOUND
004380             PERFORM 6000-WRITE-EXCEPTION
004390         END-IF
004400     ELSE
004410         ADD 1 TO WS-NO-LEDGER-COUNT
004420     END-IF
004430     IF CUSTOMER-BROKEN
004440         ADD 1 TO WS-BROKEN-COUNT
004450     ELSE
004460         IF CHAIN-STARTED
004470             ADD 1 TO WS-PROVED-COUNT
004480         END-IF
004490     END-IF.
004500 2000-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------*
004540*    2100-ORPHAN-LEDGER-ENTRY                                    *
004550*    One exception per orphan CUST-ID, at its first entry; the   *
004560*    entries themselves are only counted.                        *
004570*----------------------------------------------------------------*
004580 2100-ORPHAN-LEDGER-ENTRY.
004590     ADD 1 TO WS-ORPHAN-ENTRY-COUNT
004600     IF WS-LEDGER-CUST-ID NOT = WS-ORPHAN-CUST-ID
004610         MOVE WS-LEDGER-CUST-ID TO WS-ORPHAN-CUST-ID
004620         MOVE 3 TO WS-ERROR-TYPE
004630         MOVE 'LEDGER' TO WS-EXC-FILE
004640         MOVE TL-CUST-ID TO WS-EXC-CUST-ID
004650         PERFORM 6100-SET-ENTRY-REFERENCE
004660         MOVE SPACES TO WS-EXC-AMOUNTS-X
004670         PERFORM 6000-WRITE-EXCEPTION
004680     END-IF
004690     PERFORM 2900-READ-LEDGER.
004700
004710*----------------------------------------------------------------*
004720*    2200-CHAIN-ONE-ENTRY                                        *
004730*    Each balance-moving entry must take the balance after the   *
004740*    one before it, plus its own amount, to its result balance.  *
004750*----------------------------------------------------------------*
004760 2200-CHAIN-ONE-ENTRY.
004770     ADD 1 TO WS-ENTRY-COUNT
004780     IF TL-IS-RECOVERY OR TL-MERGED-FROM-ID NOT = ZERO
004790         ADD 1 TO WS-STEPPED-COUNT
004800     ELSE
004810         IF CHAIN-STARTED
004820             COMPUTE WS-EXPECTED-BALANCE =
004830                 WS-CHAIN-BALANCE + TL-AMOUNT
004840             IF WS-EXPECTED-BALANCE NOT = TL-RESULT-BALANCE
004850                 MOVE 2 TO WS-ERROR-TYPE
004860                 MOVE 'LEDGER' TO WS-EXC-FILE
004870                 MOVE CUST-ID TO WS-EXC-CUST-ID
004880                 PERFORM 6100-SET-ENTRY-REFERENCE
004890                 MOVE WS-EXPECTED-BALANCE TO WS-EXC-EXPECTED
004900                 MOVE TL-RESULT-BALANCE TO WS-EXC-FOUND
004910                 PERFORM 6000-WRITE-EXCEPTION
004920             END-IF
004930         END-IF
004940         MOVE TL-RESULT-BALANCE TO WS-CHAIN-BALANCE
004950         SET CHAIN-STARTED TO TRUE
004960     END-IF
004970     PERFORM 2900-READ-LEDGER.
004980
004990*----------------------------------------------------------------*
005000*    2900-READ-LEDGER                                            *
005010*----------------------------------------------------------------*
005020 2900-READ-LEDGER.
005030     IF NOT LEDGER-AVAILABLE
005040         SET END-OF-LEDGER TO TRUE
005050         MOVE 999999 TO WS-LEDGER-CUST-ID
005060     ELSE
005070         READ TRAN-LEDGER NEXT RECORD
005080             AT END
005090                 SET END-OF-LEDGER TO TRUE
005100                 MOVE 999999 TO WS-LEDGER-CUST-ID
005110             NOT AT END
005120                 MOVE TL-CUST-ID TO WS-LEDGER-CUST-ID
005130         END-READ
005140     END-IF.
005150
005160*----------------------------------------------------------------*
005170*    3000-CHECK-NOTES                                            *
005180*    Notes are keyed CUST-ID first, so each customer's notes     *
005190*    come together and the master is read once per customer.     *
005200*----------------------------------------------------------------*
005210 3000-CHECK-NOTES.
005220     MOVE 'N' TO WS-SIDE-EOF
005230     MOVE ZERO TO WS-LAST-NOTE-CUST-ID
005240     PERFORM 3100-CHECK-ONE-NOTE THRU 3100-EXIT
005250         UNTIL END-OF-SIDE-FILE.
005260
005270*----------------------------------------------------------------*
005280*    3100-CHECK-ONE-NOTE                                         *
005290*----------------------------------------------------------------*
005300 3100-CHECK-ONE-NOTE.
005310     READ NOTES-FILE NEXT RECORD
005320         AT END
005330             SET END-OF-SIDE-FILE TO TRUE
005340             GO TO 3100-EXIT
005350     END-READ
005360     IF NOTE-CUST-ID = WS-LAST-NOTE-CUST-ID
005370         GO TO 3100-EXIT
005380     END-IF
005390     MOVE NOTE-CUST-ID TO WS-LAST-NOTE-CUST-ID
005400     MOVE NOTE-CUST-ID TO CUST-ID
005410     READ CUSTOMER-FILE
005420         INVALID KEY
005430             MOVE 4 TO WS-ERROR-TYPE
005440             MOVE 'NOTES' TO WS-EXC-FILE
005450             MOVE NOTE-CUST-ID TO WS-EXC-CUST-ID
005460             MOVE NOTE-DATE TO WS-EXC-REFERENCE
005470             MOVE SPACES TO WS-EXC-AMOUNTS-X
005480             PERFORM 6000-WRITE-EXCEPTION
005490     END-READ.
005500 3100-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------------*
005540*    4000-CHECK-LETTER-CONTROL                                   *
005550*----------------------------------------------------------------*
005560 4000-CHECK-LETTER-CONTROL.
005570     MOVE 'N' TO WS-SIDE-EOF
005580     PERFORM 4100-CHECK-ONE-LETTER THRU 4100-EXIT
005590         UNTIL END-OF-SIDE-FILE.
005600
005610*----------------------------------------------------------------*
005620*    4100-CHECK-ONE-LETTER                                       *
005630*----------------------------------------------------------------*
005640 4100-CHECK-ONE-LETTER.
005650     READ LETTER-CONTROL NEXT RECORD
005660         AT END
005670             SET END-OF-SIDE-FILE TO TRUE
005680             GO TO 4100-EXIT
005690     END-READ
005700     MOVE LTR-CUST-ID TO CUST-ID
005710     READ CUSTOMER-FILE
005720         INVALID KEY
005730             MOVE 5 TO WS-ERROR-TYPE
005740             MOVE 'LTRCTL' TO WS-EXC-FILE
005750             MOVE LTR-CUST-ID TO WS-EXC-CUST-ID
005760             MOVE LTR-LAST-DATE TO WS-EXC-REFERENCE
005770             MOVE SPACES TO WS-EXC-AMOUNTS-X
005780             PERFORM 6000-WRITE-EXCEPTION
005790     END-READ.
005800 4100-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------------*
005840*    5000-CHECK-CROSSWALK                                        *
005850*    The crosswalk is keyed on the alpha ID, which prints as     *
005860*    the reference.                                              *
005870*----------------------------------------------------------------*
005880 5000-CHECK-CROSSWALK.
005890     MOVE 'N' TO WS-SIDE-EOF
005900     PERFORM 5100-CHECK-ONE-CROSSWALK THRU 5100-EXIT
005910         UNTIL END-OF-SIDE-FILE.
005920
005930*----------------------------------------------------------------*
005940*    5100-CHECK-ONE-CROSSWALK                                    *
005950*----------------------------------------------------------------*
005960 5100-CHECK-ONE-CROSSWALK.
005970     READ CROSSWALK-MASTER NEXT RECORD
005980         AT END
005990             SET END-OF-SIDE-FILE TO TRUE
006000             GO TO 5100-EXIT
006010     END-READ
006020     MOVE CWM-NUMERIC-ID TO CUST-ID
006030     READ CUSTOMER-FILE
006040         INVALID KEY
006050             MOVE 6 TO WS-ERROR-TYPE
006060             MOVE 'XWALK' TO WS-EXC-FILE
006070             MOVE CWM-NUMERIC-ID TO WS-EXC-CUST-ID
006080             MOVE CWM-ALPHA-ID TO WS-EXC-REFERENCE
006090             MOVE SPACES TO WS-EXC-AMOUNTS-X
006100             PERFORM 6000-WRITE-EXCEPTION
006110     END-READ.
006120 5100-EXIT.
006130     EXIT.
006140
006150*----------------------------------------------------------------*
006160*    6000-WRITE-EXCEPTION                                        *
006170*    The caller sets the type, file, customer, reference and     *
006180*    amounts.                                                    *
006190*----------------------------------------------------------------*
006200 6000-WRITE-EXCEPTION.
006210     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006220         PERFORM 7000-PRINT-PAGE-HEADING
006230     END-IF
006240     MOVE WS-ERROR-TYPE-NAME(WS-ERROR-TYPE) TO WS-EXC-ERROR
006250     ADD 1 TO WS-ERROR-TYPE-COUNT(WS-ERROR-TYPE)
006260     ADD 1 TO WS-EXCEPTION-COUNT
006270     SET CUSTOMER-BROKEN TO TRUE
006280     WRITE PRINT-LINE FROM WS-EXCEPTION-LINE
006290     ADD 1 TO WS-LINE-COUNT.
006300
006310*----------------------------------------------------------------*
006320*    6100-SET-ENTRY-REFERENCE                                    *
006330*    A ledger entry is referenced by its date and sequence.      *
006340*----------------------------------------------------------------*
006350 6100-SET-ENTRY-REFERENCE.
006360     MOVE SPACES TO WS-EXC-REFERENCE
006370     STRING TL-POST-DATE '-' TL-SEQ DELIMITED BY SIZE
006380         INTO WS-EXC-REFERENCE.
006390
006400*----------------------------------------------------------------*
006410*    7000-PRINT-PAGE-HEADING                                     *
006420*----------------------------------------------------------------*
006430 7000-PRINT-PAGE-HEADING.
006440     ADD 1 TO WS-PAGE-COUNT
006450     MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE
006460     MOVE WS-REPORT-DATE TO WS-DATE-LINE-DATE
006470     IF WS-PAGE-COUNT > 1
006480         WRITE PRINT-LINE FROM SPACES
006490     END-IF
006500     WRITE PRINT-LINE FROM WS-TITLE-LINE
006510     WRITE PRINT-LINE FROM WS-DATE-LINE
006520     WRITE PRINT-LINE FROM SPACES
006530     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-1
006540     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-2
006550     MOVE ZERO TO WS-LINE-COUNT.
006560
006570*----------------------------------------------------------------*
006580*    8000-PRINT-SUMMARY                                          *
006590*----------------------------------------------------------------*
006600 8000-PRINT-SUMMARY.
006610     IF WS-EXCEPTION-COUNT = ZERO
006620         WRITE PRINT-LINE FROM WS-NONE-LINE
006630     END-IF
006640     WRITE PRINT-LINE FROM SPACES
006650     WRITE PRINT-LINE FROM WS-SUMMARY-TITLE-LINE
006660     PERFORM 8100-PRINT-ERROR-TYPE
006670         VARYING WS-ERROR-TYPE FROM 1 BY 1
006680         UNTIL WS-ERROR-TYPE > WS-ERROR-TYPES
006690     MOVE 'TOTAL EXCEPTIONS ....: ' TO WS-SUMMARY-LABEL
006700     MOVE WS-EXCEPTION-COUNT TO WS-SUMMARY-COUNT
006710     WRITE PRINT-LINE FROM WS-SUMMARY-LINE
006720     WRITE PRINT-LINE FROM SPACES
006730     MOVE 'CUSTOMERS READ ......: ' TO WS-SUMMARY-LABEL
006740     MOVE WS-READ-COUNT TO WS-SUMMARY-COUNT
006750     WRITE PRINT-LINE FROM WS-SUMMARY-LINE
006760     MOVE 'CUSTOMERS PROVED ....: ' TO WS-SUMMARY-LABEL
006770     MOVE WS-PROVED-COUNT TO WS-SUMMARY-COUNT
006780     WRITE PRINT-LINE FROM WS-SUMMARY-LINE
006790     MOVE 'CUSTOMERS BROKEN ....: ' TO WS-SUMMARY-LABEL
006800     MOVE WS-BROKEN-COUNT TO WS-SUMMARY-COUNT
006810     WRITE PRINT-LINE FROM WS-SUMMARY-LINE
006820     MOVE 'NO LIVE LEDGER ......: ' TO WS-SUMMARY-LABEL
006830     MOVE WS-NO-LEDGER-COUNT TO WS-SUMMARY-COUNT
006840     WRITE PRINT-LINE FROM WS-SUMMARY-LINE
006850     MOVE 'LEDGER ENTRIES READ .: ' TO WS-SUMMARY-LABEL
006860     MOVE WS-ENTRY-COUNT TO WS-SUMMARY-COUNT
006870     WRITE PRINT-LINE FROM WS-SUMMARY-LINE
006880     MOVE 'STEPPED OVER (R/MRG) : ' TO WS-SUMMARY-LABEL
006890     MOVE WS-STEPPED-COUNT TO WS-SUMMARY-COUNT
006900     WRITE PRINT-LINE FROM WS-SUMMARY-LINE
006910     MOVE 'ORPHAN LEDGER ENTRIES: ' TO WS-SUMMARY-LABEL
006920     MOVE WS-ORPHAN-ENTRY-COUNT TO WS-SUMMARY-COUNT
006930     WRITE PRINT-LINE FROM WS-SUMMARY-LINE
006940     DISPLAY '-----------------------------------------------'
006950     DISPLAY 'CUSTINTG CONTROL TOTALS'
006960     DISPLAY 'CUSTOMERS READ .....: ' WS-READ-COUNT
006970     DISPLAY 'CUSTOMERS PROVED ...: ' WS-PROVED-COUNT
006980     DISPLAY 'CUSTOMERS BROKEN ...: ' WS-BROKEN-COUNT
006990     DISPLAY 'LEDGER ENTRIES READ : ' WS-ENTRY-COUNT
007000     DISPLAY 'EXCEPTIONS .........: ' WS-EXCEPTION-COUNT
007010     DISPLAY 'REPORT WRITTEN TO DATA/CUSTINTG_REPORT.prt'
007020     DISPLAY '-----------------------------------------------'.
007030
007040*----------------------------------------------------------------*
007050*    8100-PRINT-ERROR-TYPE                                       *
007060*----------------------------------------------------------------*
007070 8100-PRINT-ERROR-TYPE.
007080     MOVE WS-ERROR-TYPE-NAME(WS-ERROR-TYPE) TO WS-SUMMARY-LABEL
007090     MOVE WS-ERROR-TYPE-COUNT(WS-ERROR-TYPE) TO WS-SUMMARY-COUNT
007100     WRITE PRINT-LINE FROM WS-SUMMARY-LINE.
007110
007120*----------------------------------------------------------------*
007130*    9800-MARK-RUN-COMPLETE                                      *
007140*    Complete means the check ran to the end, whatever it found. *
007150*----------------------------------------------------------------*
007160 9800-MARK-RUN-COMPLETE.
007170     OPEN I-O RUN-CONTROL-FILE
007180     IF WS-RC-FILE-STATUS NOT = '00'
007190         DISPLAY 'Error reopening run control file. Status: '
007200             WS-RC-FILE-STATUS
007210     ELSE
007220         MOVE 'CUSTINTG' TO RC-PROGRAM
007230         MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
007240         READ RUN-CONTROL-FILE
007250             INVALID KEY
007260                 DISPLAY 'RUN CONTROL RECORD MISSING AT END'
007270             NOT INVALID KEY
007280                 MOVE 'C' TO RC-STATUS
007290                 REWRITE RUN-CONTROL-RECORD
007300                 END-REWRITE
007310         END-READ
007320         CLOSE RUN-CONTROL-FILE
007330     END-IF.
007340
007350*----------------------------------------------------------------*
007360*    9999-TERMINATE                                              *
007370*----------------------------------------------------------------*
007380 9999-TERMINATE.
007390     CLOSE CUSTOMER-FILE
007400     IF LEDGER-AVAILABLE
007410         CLOSE TRAN-LEDGER
007420     END-IF
007430     IF NOTES-AVAILABLE
007440         CLOSE NOTES-FILE
007450     END-IF
007460     IF CONTROL-AVAILABLE
007470         CLOSE LETTER-CONTROL
007480     END-IF
007490     IF CROSSWALK-AVAILABLE
007500         CLOSE CROSSWALK-MASTER
007510     END-IF
007520     CLOSE PRINT-FILE.
