000010*******************************************************************
000020*                   IDENTIFICATION DIVISION                       *
000030*******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CUSTRFND.
000060 AUTHOR. DATA-PROCESSING.
000070 INSTALLATION. CUSTOMER-SYSTEMS.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100
000110*******************************************************************
000120*  MODIFICATION HISTORY                                          *
000130*  ---------------------------------------------------------------
000140*  2026-10-15  DP  Initial version - credit-balance refund run.  *
000150*                  Selects every account carrying a credit       *
000160*                  (negative CUST-BALANCE) at least as large as  *
000170*                  the refund threshold that has been idle past  *
000180*                  the waiting period, zeroes the credit with a  *
000190*                  D (refund) ledger entry, writes a check       *
000200*                  request to the AP interface, prints a refund  *
000210*                  register for approval, and feeds the total to *
000220*                  the GL interface and POSTING-ACTIVITY so      *
000230*                  CUSTBAL still proves.                         *
000233*  2026-10-15  DP  D ledger entries clear TL-MERGED-FROM-ID,     *
000236*                  added to the ledger layout for CUSTMRGE.      *
000240*******************************************************************
000250*  The threshold is the REFUND-MIN-AMOUNT environment value, seven*
000260*  digits with two implied decimals ('0001000' = 10.00), default *
000270*  10.00. The waiting period is REFUND-IDLE-DAYS, three digits   *
000280*  ('060' = 60), default 60, counted from CUST-LAST-ACTIVITY-DATE*
000290*  to the business date on the 30/360 convention CUSTAGE uses, so*
000300*  a credit that is still being worked (a payment just landed, an*
000310*  adjustment is pending) is left alone. Written-off accounts are*
000320*  passed by. The register is the approval document: accounts    *
000330*  payable holds the checks in the AP batch until it is signed.  *
000340*  One run per business date: the run-control record is refused  *
000350*  if it is already complete OR only started, because a partial  *
000360*  run has already zeroed some credits and requested the checks. *
000370*******************************************************************
000380
000390*******************************************************************
000400*                   ENVIRONMENT DIVISION                          *
000410*******************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CUSTOMER-FILE
000460     ASSIGN TO 'DATA/READ_CUSTOMERS.dat'
000470     ORGANIZATION IS INDEXED
000480     ACCESS MODE IS DYNAMIC
000490     RECORD KEY IS CUST-ID
000500     ALTERNATE RECORD KEY IS CUST-NAME
000510         WITH DUPLICATES
000520     FILE STATUS IS WS-FILE-STATUS.
000530
000540     SELECT TRAN-LEDGER
000550     ASSIGN TO 'DATA/CUSTOMER_LEDGER.dat'
000560     ORGANIZATION IS INDEXED
000570     ACCESS MODE IS DYNAMIC
000580     RECORD KEY IS TL-KEY
000590     FILE STATUS IS WS-LEDGER-FILE-STATUS.
000600
000610     SELECT AP-INTERFACE
000620     ASSIGN TO 'DATA/AP_INTERFACE.dat'
000630     ORGANIZATION IS LINE SEQUENTIAL
000640     ACCESS MODE IS SEQUENTIAL
000650     FILE STATUS IS WS-AP-FILE-STATUS.
000660
000670     SELECT POSTING-ACTIVITY
000680     ASSIGN TO 'DATA/POSTING_ACTIVITY.dat'
000690     ORGANIZATION IS SEQUENTIAL
000700     ACCESS MODE IS SEQUENTIAL
000710     FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
000720
000730     SELECT GL-INTERFACE
000740     ASSIGN TO 'DATA/GL_INTERFACE.dat'
000750     ORGANIZATION IS LINE SEQUENTIAL
000760     ACCESS MODE IS SEQUENTIAL
000770     FILE STATUS IS WS-GL-FILE-STATUS.
000780
000790     SELECT PRINT-FILE
000800     ASSIGN TO 'DATA/CUSTRFND_REGISTER.prt'
000810     ORGANIZATION IS LINE SEQUENTIAL
000820     ACCESS MODE IS SEQUENTIAL
000830     FILE STATUS IS WS-PRINT-FILE-STATUS.
000840
000850     SELECT RUN-CONTROL-FILE
000860     ASSIGN TO 'DATA/RUN_CONTROL.dat'
000870     ORGANIZATION IS INDEXED
000880     ACCESS MODE IS DYNAMIC
000890     RECORD KEY IS RC-KEY
000900     FILE STATUS IS WS-RC-FILE-STATUS.
000910
000920*******************************************************************
000930*                        DATA DIVISION                            *
000940*******************************************************************
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD CUSTOMER-FILE.
000980     COPY CUSTREC.
000990
001000 FD TRAN-LEDGER.
001010     COPY TRANLED.
001020
001030 FD AP-INTERFACE.
001040     COPY APINTF.
001050
001060 FD POSTING-ACTIVITY.
001070     COPY PSTACT.
001080
001090 FD GL-INTERFACE.
001100     COPY GLINTF.
001110
001120 FD PRINT-FILE.
001130 01 PRINT-LINE PIC X(80).
001140
001150 FD RUN-CONTROL-FILE.
001160     COPY RUNCTL.
001170
001180 WORKING-STORAGE SECTION.
001190 01 WS-EOF PIC X VALUE 'N'.
001200     88 END-OF-FILE VALUE 'Y'.
001210 01 WS-FILE-STATUS PIC X(2).
001220 01 WS-LEDGER-FILE-STATUS PIC X(2).
001230 01 WS-AP-FILE-STATUS PIC X(2).
001240 01 WS-ACTIVITY-FILE-STATUS PIC X(2).
001250 01 WS-GL-FILE-STATUS PIC X(2).
001260 01 WS-PRINT-FILE-STATUS PIC X(2).
001270 01 WS-RC-FILE-STATUS PIC X(2).
001280 01 WS-ACTIVITY-DATE PIC 9(8).
001290 01 WS-CURRENT-TIME.
001300     02 WS-TIME-HOURS PIC 9(2).
001310     02 WS-TIME-MINUTES PIC 9(2).
001320     02 WS-TIME-SECONDS PIC 9(2).
001330     02 WS-TIME-HUNDREDTHS PIC 9(2).
001340
001350*----------------------------------------------------------------*
001360*    RUN CONTROL WORK AREAS                                      *
001370*    The business date keys the run-control record, dates the    *
001380*    D ledger entries and the AP references, and is the as-of    *
001390*    date for the idle period.                                   *
001400*----------------------------------------------------------------*
001410 01 WS-BUSINESS-DATE PIC 9(8).
001420 01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
001430     02 WS-BUSINESS-YEAR PIC 9(4).
001440     02 WS-BUSINESS-MONTH PIC 9(2).
001450     02 WS-BUSINESS-DAY PIC 9(2).
001460 01 WS-BUSINESS-DATE-IN PIC X(8).
001470 01 WS-RC-INPUT-FILE PIC X(60) VALUE
001480     'DATA/READ_CUSTOMERS.dat'.
001490 01 WS-REPORT-DATE PIC X(10).
001500
001510*----------------------------------------------------------------*
001520*    REFUND THRESHOLD AND WAITING PERIOD                         *
001530*----------------------------------------------------------------*
001540 01 WS-MIN-AMOUNT-IN PIC X(7).
001550 01 WS-MIN-AMOUNT-IN-NUM REDEFINES WS-MIN-AMOUNT-IN
001560     PIC 9(5)V99.
001570 01 WS-MIN-AMOUNT PIC 9(5)V99 VALUE 10.00.
001580 01 WS-IDLE-DAYS-IN PIC X(3).
001590 01 WS-IDLE-DAYS-IN-NUM REDEFINES WS-IDLE-DAYS-IN PIC 9(3).
001600 77 WS-IDLE-DAYS PIC 9(3) COMP VALUE 60.
001610
001620*----------------------------------------------------------------*
001630*    AGE-IN-DAYS WORK AREA (30/360 CONVENTION, AS CUSTAGE)       *
001640*----------------------------------------------------------------*
001650 77 WS-AGE-DAYS PIC S9(7) COMP.
001660
001670*----------------------------------------------------------------*
001680*    REFUND WORK AREAS                                           *
001690*----------------------------------------------------------------*
001700 01 WS-REFUND-AMOUNT PIC S9(7)V99 COMP-3.
001710 01 WS-LEDGER-SWITCH PIC X VALUE 'N'.
001720     88 LEDGER-WRITTEN VALUE 'Y'.
001730
001740*----------------------------------------------------------------*
001750*    RUN CONTROL TOTALS                                          *
001760*----------------------------------------------------------------*
001770 77 WS-READ-COUNT PIC 9(9) COMP VALUE ZERO.
001780 77 WS-CREDIT-COUNT PIC 9(9) COMP VALUE ZERO.
001790 77 WS-REFUND-COUNT PIC 9(9) COMP VALUE ZERO.
001800 77 WS-UNDER-MIN-COUNT PIC 9(9) COMP VALUE ZERO.
001810 77 WS-NOT-IDLE-COUNT PIC 9(9) COMP VALUE ZERO.
001820 77 WS-ERROR-COUNT PIC 9(9) COMP VALUE ZERO.
001830 77 WS-GL-ENTRY-COUNT PIC 9(4) COMP VALUE ZERO.
001840 01 WS-TOTAL-REFUNDED PIC S9(9)V99 COMP-3 VALUE ZERO.
001850 01 WS-TOTAL-EDITED PIC -ZZZ,ZZZ,ZZ9.99.
001860
001870*----------------------------------------------------------------*
001880*    REGISTER PAGE CONTROL                                       *
001890*----------------------------------------------------------------*
001900 77 WS-LINES-PER-PAGE PIC 9(2) COMP VALUE 20.
001910 77 WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
001920 77 WS-PAGE-COUNT PIC 9(4) COMP VALUE ZERO.
001930
001940*----------------------------------------------------------------*
001950*    REGISTER LINES                                              *
001960*----------------------------------------------------------------*
001970 01 WS-TITLE-LINE.
001980     02 FILLER PIC X(26) VALUE 'CREDIT-BALANCE REFUNDS'.
001990     02 FILLER PIC X(34) VALUE SPACES.
002000     02 FILLER PIC X(06) VALUE 'PAGE: '.
002010     02 WS-TITLE-PAGE PIC ZZZ9.
002020 01 WS-DATE-LINE.
002030     02 FILLER PIC X(14) VALUE 'REPORT DATE: '.
002040     02 WS-DATE-LINE-DATE PIC X(10).
002050     02 FILLER PIC X(10) VALUE '  MINIMUM '.
002060     02 WS-DATE-LINE-MIN PIC ZZ,ZZ9.99.
002070     02 FILLER PIC X(08) VALUE '  IDLE '.
002080     02 WS-DATE-LINE-DAYS PIC ZZ9.
002090     02 FILLER PIC X(05) VALUE ' DAYS'.
002100 01 WS-COLUMN-HEADING-1.
002110     02 FILLER PIC X(07) VALUE 'CUST-ID'.
002120     02 FILLER PIC X(22) VALUE ' CUST-NAME'.
002130     02 FILLER PIC X(11) VALUE 'LAST ACTV'.
002140     02 FILLER PIC X(06) VALUE ' DAYS'.
002150     02 FILLER PIC X(16) VALUE 'REFERENCE'.
002160     02 FILLER PIC X(13) VALUE '       REFUND'.
002170 01 WS-COLUMN-HEADING-2.
002180     02 FILLER PIC X(07) VALUE '-------'.
002190     02 FILLER PIC X(22) VALUE ' --------------------'.
002200     02 FILLER PIC X(11) VALUE '----------'.
002210     02 FILLER PIC X(06) VALUE ' ----'.
002220     02 FILLER PIC X(16) VALUE '---------------'.
002230     02 FILLER PIC X(13) VALUE ' ------------'.
002240 01 WS-DETAIL-LINE.
002250     02 WS-DETAIL-ID PIC ZZZZ9.
002260     02 FILLER PIC X(03) VALUE SPACES.
002270     02 WS-DETAIL-NAME PIC X(20).
002280     02 FILLER PIC X(01) VALUE SPACES.
002290     02 WS-DETAIL-ACTIVITY-DATE PIC X(10).
002300     02 FILLER PIC X(01) VALUE SPACES.
002310     02 WS-DETAIL-DAYS PIC ZZZZ9.
002320     02 FILLER PIC X(01) VALUE SPACES.
002330     02 WS-DETAIL-REFERENCE PIC X(15).
002340     02 FILLER PIC X(01) VALUE SPACES.
002350     02 WS-DETAIL-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
002360 01 WS-SUMMARY-LINE-1.
002370     02 FILLER PIC X(24) VALUE 'REFUNDS REQUESTED ...: '.
002380     02 WS-SUMMARY-COUNT PIC ZZZZZZZZ9.
002390 01 WS-SUMMARY-LINE-2.
002400     02 FILLER PIC X(24) VALUE 'TOTAL REFUNDED ......: '.
002410     02 WS-SUMMARY-TOTAL PIC -ZZZ,ZZZ,ZZ9.99.
002420 01 WS-APPROVAL-LINE.
002430     02 FILLER PIC X(40) VALUE
002440         'APPROVED FOR PAYMENT BY: ______________'.
002450     02 FILLER PIC X(26) VALUE
002460         '  DATE: __________'.
002470
002480*******************************************************************
002490*                       PROCEDURE DIVISION                        *
002500*******************************************************************
002510 PROCEDURE DIVISION.
002520
002530*----------------------------------------------------------------*
002540*    0000-MAINLINE                                                *
002550*----------------------------------------------------------------*
002560 0000-MAINLINE.
002570     PERFORM 1100-CHECK-RUN-CONTROL
002580     PERFORM 1000-INITIALIZE
002590     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
002600         UNTIL END-OF-FILE
002610     PERFORM 7000-WRITE-AP-TRAILER
002620     PERFORM 8000-PRINT-SUMMARY
002630     PERFORM 8500-WRITE-ACTIVITY
002640     PERFORM 8600-WRITE-GL-EXTRACT THRU 8600-EXIT
002650     PERFORM 9800-MARK-RUN-COMPLETE
002660     PERFORM 9999-TERMINATE
002670     STOP RUN.
002680
002690*----------------------------------------------------------------*
002700*    1000-INITIALIZE                                              *
002710*    The AP interface is appended to, like the GL interface, so  *
002720*    a batch AP has not yet picked up is never overwritten; this *
002730*    run's header goes out as soon as the file is open.          *
002740*----------------------------------------------------------------*
002750 1000-INITIALIZE.
002760     STRING WS-BUSINESS-MONTH '/' WS-BUSINESS-DAY '/'
002770         WS-BUSINESS-YEAR DELIMITED BY SIZE
002780         INTO WS-REPORT-DATE
002790     MOVE SPACES TO WS-MIN-AMOUNT-IN
002800     DISPLAY 'REFUND-MIN-AMOUNT' UPON ENVIRONMENT-NAME
002810     ACCEPT WS-MIN-AMOUNT-IN FROM ENVIRONMENT-VALUE
002820     END-ACCEPT
002830     IF WS-MIN-AMOUNT-IN IS NUMERIC
002840         MOVE WS-MIN-AMOUNT-IN-NUM TO WS-MIN-AMOUNT
002850     END-IF
002860     MOVE SPACES TO WS-IDLE-DAYS-IN
002870     DISPLAY 'REFUND-IDLE-DAYS' UPON ENVIRONMENT-NAME
002880     ACCEPT WS-IDLE-DAYS-IN FROM ENVIRONMENT-VALUE
002890     END-ACCEPT
002900     IF WS-IDLE-DAYS-IN IS NUMERIC
002910         MOVE WS-IDLE-DAYS-IN-NUM TO WS-IDLE-DAYS
002920     END-IF
002930     OPEN I-O CUSTOMER-FILE
002940     IF WS-FILE-STATUS NOT = '00'
002950         DISPLAY 'Error opening customer master. Status: '
002960             WS-FILE-STATUS
002970         STOP RUN
002980     END-IF
002990     OPEN I-O TRAN-LEDGER
003000     IF WS-LEDGER-FILE-STATUS = '35'
003010         OPEN OUTPUT TRAN-LEDGER
003020         CLOSE TRAN-LEDGER
003030         OPEN I-O TRAN-LEDGER
003040     END-IF
003050     IF WS-LEDGER-FILE-STATUS NOT = '00'
003060         DISPLAY 'Error opening transaction ledger. Status: '
003070             WS-LEDGER-FILE-STATUS
003080         STOP RUN
003090     END-IF
003100     OPEN EXTEND AP-INTERFACE
003110     IF WS-AP-FILE-STATUS = '35'
003120         OPEN OUTPUT AP-INTERFACE
003130     END-IF
003140     IF WS-AP-FILE-STATUS NOT = '00'
003150         DISPLAY 'Error opening AP interface file. Status: '
003160             WS-AP-FILE-STATUS
003170         STOP RUN
003180     END-IF
003190     MOVE SPACES TO AP-HEADER-RECORD
003200     MOVE 'H' TO APH-REC-TYPE
003210     MOVE WS-BUSINESS-DATE TO APH-DATE
003220     MOVE 'CUSTRFND' TO APH-SOURCE
003230     WRITE AP-HEADER-RECORD
003240     OPEN OUTPUT PRINT-FILE
003250     IF WS-PRINT-FILE-STATUS NOT = '00'
003260         DISPLAY 'Error opening register file. Status: '
003270             WS-PRINT-FILE-STATUS
003280         STOP RUN
003290     END-IF.
003300
003310*----------------------------------------------------------------*
003320*    1100-CHECK-RUN-CONTROL                                      *
003330*    One refund run per business date, refused on a complete or  *
003340*    a started record as described above. The business date is   *
003350*    taken from the BUSINESS-DATE environment value, defaulting  *
003360*    to the system date when not set.                            *
003370*----------------------------------------------------------------*
003380 1100-CHECK-RUN-CONTROL.
003390     MOVE SPACES TO WS-BUSINESS-DATE-IN
003400     DISPLAY 'BUSINESS-DATE' UPON ENVIRONMENT-NAME
003410     ACCEPT WS-BUSINESS-DATE-IN FROM ENVIRONMENT-VALUE
003420     END-ACCEPT
003430     IF WS-BUSINESS-DATE-IN IS NUMERIC
003440         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
003450     ELSE
003460         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
003470     END-IF
003480     OPEN I-O RUN-CONTROL-FILE
003490     IF WS-RC-FILE-STATUS = '35'
003500         OPEN OUTPUT RUN-CONTROL-FILE
003510         CLOSE RUN-CONTROL-FILE
003520         OPEN I-O RUN-CONTROL-FILE
003530     END-IF
003540     IF WS-RC-FILE-STATUS NOT = '00'
003550         DISPLAY 'Error opening run control file. Status: '
003560             WS-RC-FILE-STATUS
003570         STOP RUN
003580     END-IF
003590     MOVE 'CUSTRFND' TO RC-PROGRAM
003600     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
003610     READ RUN-CONTROL-FILE
003620         INVALID KEY
003630             CONTINUE
003640         NOT INVALID KEY
003650             IF RC-RUN-COMPLETE
003660                 DISPLAY 'RUN REFUSED - CUSTRFND ALREADY RAN FOR '
003670                     'BUSINESS DATE ' WS-BUSINESS-DATE
003680                 STOP RUN
003690             ELSE
003700                 DISPLAY 'RUN REFUSED - PRIOR CUSTRFND RUN FOR '
003710                     WS-BUSINESS-DATE ' DID NOT END CLEAN'
003720                 DISPLAY 'SOME CREDITS MAY ALREADY BE REFUNDED - '
003730                     'RECOVER FROM THE REFUND REGISTER AND THE '
003740                     'AP INTERFACE AND CLEAR THE RUN RECORD '
003750                     'BEFORE RERUNNING'
003760                 STOP RUN
003770             END-IF
003780     END-READ
003790     MOVE 'CUSTRFND' TO RC-PROGRAM
003800     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
003810     MOVE WS-RC-INPUT-FILE TO RC-INPUT-FILE
003820     MOVE 'S' TO RC-STATUS
003830     WRITE RUN-CONTROL-RECORD
003840         INVALID KEY
003850             REWRITE RUN-CONTROL-RECORD
003860                 INVALID KEY
003870                     DISPLAY 'Error stamping run control: '
003880                         WS-RC-FILE-STATUS
003890                     STOP RUN
003900             END-REWRITE
003910     END-WRITE
003920     CLOSE RUN-CONTROL-FILE.
003930
003940*----------------------------------------------------------------*
003950*    2000-PROCESS-FILE                                           *
003960*    Only a credit balance on an account that has not been       *
003970*    written off is considered at all.                           *
003980*----------------------------------------------------------------*
003990 2000-PROCESS-FILE.
004000     READ CUSTOMER-FILE NEXT RECORD
004010         AT END
004020             SET END-OF-FILE TO TRUE
004030             GO TO 2000-EXIT
004040         NOT AT END
004050             ADD 1 TO WS-READ-COUNT
004060             IF NOT CUST-STATUS-WRITTEN-OFF AND
004070                 CUST-BALANCE < ZERO
004080                 ADD 1 TO WS-CREDIT-COUNT
004090                 PERFORM 2100-CHECK-CANDIDATE THRU 2100-EXIT
004100             END-IF
004110     END-READ.
004120 2000-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------*
004160*    2100-CHECK-CANDIDATE                                        *
004170*    The credit must reach the threshold and the account must    *
004180*    have been idle longer than the waiting period; a credit     *
004190*    turned away on either test is counted.                      *
004200*----------------------------------------------------------------*
004210 2100-CHECK-CANDIDATE.
004220     COMPUTE WS-REFUND-AMOUNT = ZERO - CUST-BALANCE
004230     IF WS-REFUND-AMOUNT < WS-MIN-AMOUNT
004240         ADD 1 TO WS-UNDER-MIN-COUNT
004250         GO TO 2100-EXIT
004260     END-IF
004270     COMPUTE WS-AGE-DAYS =
004280         (WS-BUSINESS-YEAR - CUST-LAST-ACTIVITY-YEAR) * 360 +
004290         (WS-BUSINESS-MONTH - CUST-LAST-ACTIVITY-MONTH) * 30 +
004300         (WS-BUSINESS-DAY - CUST-LAST-ACTIVITY-DAY)
004310     IF WS-AGE-DAYS NOT > WS-IDLE-DAYS
004320         ADD 1 TO WS-NOT-IDLE-COUNT
004330         GO TO 2100-EXIT
004340     END-IF
004350     PERFORM 2200-REFUND-ONE THRU 2200-EXIT.
004360 2100-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------------*
004400*    2200-REFUND-ONE                                             *
004410*    The whole credit goes: CUST-BALANCE to zero, with           *
004420*    CUST-LAST-ACTIVITY-DATE left alone as CUSTWOFF leaves it.   *
004430*----------------------------------------------------------------*
004440 2200-REFUND-ONE.
004450     MOVE ZERO TO CUST-BALANCE
004460     REWRITE CUSTOMER-RECORD
004470         INVALID KEY
004480             ADD 1 TO WS-ERROR-COUNT
004490             DISPLAY 'REWRITE FAILED FOR CUST-ID: ' CUST-ID
004500             GO TO 2200-EXIT
004510     END-REWRITE
004520     ADD 1 TO WS-REFUND-COUNT
004530     ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDED
004540     PERFORM 2300-WRITE-LEDGER
004550     PERFORM 2400-WRITE-AP-DETAIL
004560     PERFORM 2500-WRITE-REGISTER-LINE.
004570 2200-EXIT.
004580     EXIT.
004590
004600*----------------------------------------------------------------*
004610*    2300-WRITE-LEDGER                                           *
004620*    One D ledger record per refund: the credit refunded as a    *
004630*    positive amount and a zero result balance, sequence probed  *
004640*    the same way CUSTPOST's 2350-WRITE-LEDGER probes.           *
004650*----------------------------------------------------------------*
004660 2300-WRITE-LEDGER.
004670     MOVE CUST-ID TO TL-CUST-ID
004680     MOVE WS-BUSINESS-YEAR TO TL-POST-YEAR
004690     MOVE WS-BUSINESS-MONTH TO TL-POST-MONTH
004700     MOVE WS-BUSINESS-DAY TO TL-POST-DAY
004710     MOVE 1 TO TL-SEQ
004715     MOVE ZERO TO TL-MERGED-FROM-ID
004720     MOVE 'D' TO TL-TRANS-CODE
004730     MOVE WS-REFUND-AMOUNT TO TL-AMOUNT
004740     MOVE CUST-BALANCE TO TL-RESULT-BALANCE
004750     MOVE 'N' TO WS-LEDGER-SWITCH
004760     PERFORM 2310-WRITE-ONE-LEDGER THRU 2310-EXIT
004770         UNTIL LEDGER-WRITTEN OR TL-SEQ > 9998
004780     IF NOT LEDGER-WRITTEN
004790         ADD 1 TO WS-ERROR-COUNT
004800         DISPLAY 'LEDGER SEQ EXHAUSTED FOR CUST-ID: ' CUST-ID
004810     END-IF.
004820
004830*----------------------------------------------------------------*
004840*    2310-WRITE-ONE-LEDGER                                       *
004850*----------------------------------------------------------------*
004860 2310-WRITE-ONE-LEDGER.
004870     WRITE TRAN-LEDGER-RECORD
004880         INVALID KEY
004890             ADD 1 TO TL-SEQ
004900         NOT INVALID KEY
004910             SET LEDGER-WRITTEN TO TRUE
004920     END-WRITE.
004930 2310-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------------*
004970*    2400-WRITE-AP-DETAIL                                        *
004980*    One check request per refund, payable to the customer at    *
004990*    the address on the master.                                  *
005000*----------------------------------------------------------------*
005010 2400-WRITE-AP-DETAIL.
005020     MOVE SPACES TO AP-DETAIL-RECORD
005030     MOVE 'D' TO APD-REC-TYPE
005040     MOVE 'RF' TO APD-REF-PREFIX
005050     MOVE CUST-ID TO APD-REF-CUST-ID
005060     MOVE WS-BUSINESS-DATE TO APD-REF-DATE
005070     MOVE CUST-NAME TO APD-PAYEE-NAME
005080     MOVE CUST-ADDRESS TO APD-PAYEE-ADDRESS
005090     MOVE WS-REFUND-AMOUNT TO APD-AMOUNT
005100     WRITE AP-DETAIL-RECORD
005110     IF WS-AP-FILE-STATUS NOT = '00'
005120         ADD 1 TO WS-ERROR-COUNT
005130         DISPLAY 'AP INTERFACE WRITE FAILED FOR CUST-ID: '
005140             CUST-ID
005150     END-IF.
005160
005170*----------------------------------------------------------------*
005180*    2500-WRITE-REGISTER-LINE                                    *
005190*----------------------------------------------------------------*
005200 2500-WRITE-REGISTER-LINE.
005210     IF WS-LINE-COUNT = ZERO OR
005220         WS-LINE-COUNT >= WS-LINES-PER-PAGE
005230         PERFORM 3000-PRINT-PAGE-HEADING
005240     END-IF
005250     MOVE CUST-ID TO WS-DETAIL-ID
005260     MOVE CUST-NAME TO WS-DETAIL-NAME
005270     MOVE SPACES TO WS-DETAIL-ACTIVITY-DATE
005280     STRING CUST-LAST-ACTIVITY-MONTH '/' CUST-LAST-ACTIVITY-DAY
005290         '/' CUST-LAST-ACTIVITY-YEAR
005300         DELIMITED BY SIZE INTO WS-DETAIL-ACTIVITY-DATE
005310     MOVE WS-AGE-DAYS TO WS-DETAIL-DAYS
005320     MOVE APD-REFERENCE TO WS-DETAIL-REFERENCE
005330     MOVE WS-REFUND-AMOUNT TO WS-DETAIL-AMOUNT
005340     WRITE PRINT-LINE FROM WS-DETAIL-LINE
005350     ADD 1 TO WS-LINE-COUNT.
005360
005370*----------------------------------------------------------------*
005380*    3000-PRINT-PAGE-HEADING                                     *
005390*----------------------------------------------------------------*
005400 3000-PRINT-PAGE-HEADING.
005410     ADD 1 TO WS-PAGE-COUNT
005420     MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE
005430     MOVE WS-REPORT-DATE TO WS-DATE-LINE-DATE
005440     MOVE WS-MIN-AMOUNT TO WS-DATE-LINE-MIN
005450     MOVE WS-IDLE-DAYS TO WS-DATE-LINE-DAYS
005460     IF WS-PAGE-COUNT > 1
005470         WRITE PRINT-LINE FROM SPACES
005480     END-IF
005490     WRITE PRINT-LINE FROM WS-TITLE-LINE
005500     WRITE PRINT-LINE FROM WS-DATE-LINE
005510     WRITE PRINT-LINE FROM SPACES
005520     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-1
005530     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-2
005540     MOVE ZERO TO WS-LINE-COUNT.
005550
005560*----------------------------------------------------------------*
005570*    7000-WRITE-AP-TRAILER                                       *
005580*    Closes this run's AP batch with the count and total AP      *
005590*    proves the checks against.                                  *
005600*----------------------------------------------------------------*
005610 7000-WRITE-AP-TRAILER.
005620     MOVE SPACES TO AP-TRAILER-RECORD
005630     MOVE 'T' TO APT-REC-TYPE
005640     MOVE WS-REFUND-COUNT TO APT-DETAIL-COUNT
005650     MOVE WS-TOTAL-REFUNDED TO APT-AMOUNT-TOTAL
005660     WRITE AP-TRAILER-RECORD
005670     IF WS-AP-FILE-STATUS NOT = '00'
005680         DISPLAY 'Error writing AP interface. Status: '
005690             WS-AP-FILE-STATUS
005700     END-IF
005710     CLOSE AP-INTERFACE.
005720
005730*----------------------------------------------------------------*
005740*    8000-PRINT-SUMMARY                                          *
005750*    The register closes with the approval line AP waits on.     *
005760*----------------------------------------------------------------*
005770 8000-PRINT-SUMMARY.
005780     IF WS-PAGE-COUNT = ZERO
005790         PERFORM 3000-PRINT-PAGE-HEADING
005800     END-IF
005810     MOVE WS-REFUND-COUNT TO WS-SUMMARY-COUNT
005820     MOVE WS-TOTAL-REFUNDED TO WS-SUMMARY-TOTAL
005830     WRITE PRINT-LINE FROM SPACES
005840     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-1
005850     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-2
005860     WRITE PRINT-LINE FROM SPACES
005870     WRITE PRINT-LINE FROM SPACES
005880     WRITE PRINT-LINE FROM WS-APPROVAL-LINE
005890     MOVE WS-TOTAL-REFUNDED TO WS-TOTAL-EDITED
005900     DISPLAY '-----------------------------------------------'
005910     DISPLAY 'CUSTRFND CONTROL TOTALS'
005920     DISPLAY 'CUSTOMERS READ .....: ' WS-READ-COUNT
005930     DISPLAY 'CREDIT BALANCES ....: ' WS-CREDIT-COUNT
005940     DISPLAY 'REFUNDS REQUESTED ..: ' WS-REFUND-COUNT
005950     DISPLAY 'TOTAL REFUNDED .....: ' WS-TOTAL-EDITED
005960     DISPLAY 'UNDER MINIMUM ......: ' WS-UNDER-MIN-COUNT
005970     DISPLAY 'NOT IDLE LONG ENOUGH: ' WS-NOT-IDLE-COUNT
005980     DISPLAY 'ACCOUNTS IN ERROR ..: ' WS-ERROR-COUNT
005990     DISPLAY 'REGISTER WRITTEN TO DATA/CUSTRFND_REGISTER.prt'
006000     DISPLAY 'CHECK REQUESTS IN DATA/AP_INTERFACE.dat'
006010     DISPLAY '-----------------------------------------------'.
006020
006030*----------------------------------------------------------------*
006040*    8500-WRITE-ACTIVITY                                         *
006050*    One activity record per clean run, the same stamp CUSTPOST  *
006060*    and CUSTFIN append, so the trial balance accounts for the   *
006070*    credits refunded. The stamp is the actual run date, as in   *
006080*    CUSTFIN.                                                    *
006090*----------------------------------------------------------------*
006100 8500-WRITE-ACTIVITY.
006110     OPEN EXTEND POSTING-ACTIVITY
006120     IF WS-ACTIVITY-FILE-STATUS = '35'
006130         OPEN OUTPUT POSTING-ACTIVITY
006140     END-IF
006150     IF WS-ACTIVITY-FILE-STATUS NOT = '00'
006160         DISPLAY 'Error opening posting activity file. Status: '
006170             WS-ACTIVITY-FILE-STATUS
006180     ELSE
006190         ACCEPT WS-ACTIVITY-DATE FROM DATE YYYYMMDD
006200         ACCEPT WS-CURRENT-TIME FROM TIME
006210         MOVE 'CUSTRFND' TO PA-PROGRAM
006220         MOVE WS-ACTIVITY-DATE TO PA-DATE
006230         MOVE WS-CURRENT-TIME(1:6) TO PA-TIME
006240         MOVE WS-REFUND-COUNT TO PA-POSTED-COUNT
006250         MOVE WS-TOTAL-REFUNDED TO PA-NET-AMOUNT
006260         WRITE POSTING-ACTIVITY-RECORD
006270         IF WS-ACTIVITY-FILE-STATUS NOT = '00'
006280             DISPLAY 'Error writing posting activity. Status: '
006290                 WS-ACTIVITY-FILE-STATUS
006300         END-IF
006310         CLOSE POSTING-ACTIVITY
006320     END-IF.
006330
006340*----------------------------------------------------------------*
006350*    8600-WRITE-GL-EXTRACT                                       *
006360*    Appends this run's batch to the GL interface: a header      *
006370*    naming CUSTRFND, one D entry debiting the receivable (the   *
006380*    AP side credits the payable), and a trailer whose hash      *
006390*    totals and net amount tie to the refund totals.             *
006400*----------------------------------------------------------------*
006410 8600-WRITE-GL-EXTRACT.
006420     OPEN EXTEND GL-INTERFACE
006430     IF WS-GL-FILE-STATUS = '35'
006440         OPEN OUTPUT GL-INTERFACE
006450     END-IF
006460     IF WS-GL-FILE-STATUS NOT = '00'
006470         DISPLAY 'Error opening GL interface file. Status: '
006480             WS-GL-FILE-STATUS
006490         GO TO 8600-EXIT
006500     END-IF
006510     ACCEPT WS-ACTIVITY-DATE FROM DATE YYYYMMDD
006520     MOVE SPACES TO GL-HEADER-RECORD
006530     MOVE 'H' TO GLH-REC-TYPE
006540     MOVE WS-ACTIVITY-DATE TO GLH-DATE
006550     MOVE 'CUSTRFND' TO GLH-SOURCE
006560     WRITE GL-HEADER-RECORD
006570     IF WS-REFUND-COUNT > ZERO
006580         MOVE SPACES TO GL-DETAIL-RECORD
006590         MOVE 'D' TO GLD-REC-TYPE
006600         MOVE 'D ' TO GLD-TRANS-TYPE
006610         MOVE 'D' TO GLD-DR-CR
006620         MOVE WS-REFUND-COUNT TO GLD-COUNT
006630         MOVE WS-TOTAL-REFUNDED TO GLD-AMOUNT
006640         WRITE GL-DETAIL-RECORD
006650         ADD 1 TO WS-GL-ENTRY-COUNT
006660     END-IF
006670     MOVE SPACES TO GL-TRAILER-RECORD
006680     MOVE 'T' TO GLT-REC-TYPE
006690     MOVE WS-GL-ENTRY-COUNT TO GLT-ENTRY-COUNT
006700     MOVE WS-REFUND-COUNT TO GLT-COUNT-HASH
006710     MOVE WS-TOTAL-REFUNDED TO GLT-AMOUNT-HASH
006720     MOVE WS-TOTAL-REFUNDED TO GLT-NET-AMOUNT
006730     WRITE GL-TRAILER-RECORD
006740     IF WS-GL-FILE-STATUS NOT = '00'
006750         DISPLAY 'Error writing GL interface. Status: '
006760             WS-GL-FILE-STATUS
006770     END-IF
006780     CLOSE GL-INTERFACE
006790     DISPLAY 'GL ENTRIES WRITTEN .: ' WS-GL-ENTRY-COUNT.
006800 8600-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------------*
006840*    9800-MARK-RUN-COMPLETE                                      *
006850*----------------------------------------------------------------*
006860 9800-MARK-RUN-COMPLETE.
006870     OPEN I-O RUN-CONTROL-FILE
006880     IF WS-RC-FILE-STATUS NOT = '00'
006890         DISPLAY 'Error reopening run control file. Status: '
006900             WS-RC-FILE-STATUS
006910     ELSE
006920         MOVE 'CUSTRFND' TO RC-PROGRAM
006930         MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
006940         READ RUN-CONTROL-FILE
006950             INVALID KEY
006960                 DISPLAY 'RUN CONTROL RECORD MISSING AT END'
006970             NOT INVALID KEY
006980                 MOVE 'C' TO RC-STATUS
006990                 REWRITE RUN-CONTROL-RECORD
007000                 END-REWRITE
007010         END-READ
007020         CLOSE RUN-CONTROL-FILE
007030     END-IF.
007040
007050*----------------------------------------------------------------*
007060*    9999-TERMINATE                                              *
007070*----------------------------------------------------------------*
007080 9999-TERMINATE.
007090     CLOSE CUSTOMER-FILE
007100     CLOSE TRAN-LEDGER
007110     CLOSE PRINT-FILE.
