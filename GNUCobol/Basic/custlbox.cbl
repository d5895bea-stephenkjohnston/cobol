000010*******************************************************************
000020*                   IDENTIFICATION DIVISION                       *
000030*******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CUSTLBOX.
000060 AUTHOR. DATA-PROCESSING.
000070 INSTALLATION. CUSTOMER-SYSTEMS.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100
000110*******************************************************************
000120*  MODIFICATION HISTORY                                          *
000130*  ---------------------------------------------------------------
000140*  2026-10-15  DP  Initial version - bank lockbox remittance     *
000150*                  intake. Proves every bank batch in the day's  *
000160*                  remittance file against its batch total, and  *
000170*                  only when the whole deposit balances releases *
000180*                  the items: each one is matched to the master  *
000190*                  on the statement-stub CUST-ID, or on the      *
000200*                  remitter name through the CUST-NAME alternate *
000210*                  key when no stub came back, and written to    *
000220*                  CUSTPOST_TRANS.dat as a P (payment) record.   *
000230*                  Unmatched and ambiguous items go to the       *
000240*                  unapplied-cash file and the worklist report   *
000250*                  instead of being guessed at.                  *
000251*  2026-10-15  DP  Released payments now go to CUSTPOST as one   *
000252*                  posting batch (PSTTRN layout): a header for   *
000253*                  batch 9MMDD of the business date, operator    *
000254*                  LBX, and a trailer carrying the released      *
000255*                  count and total, so CUSTPOST proves the       *
000256*                  release like any keyed batch.                 *
000257*  2026-10-15  DP  Items of a new batch arriving while another   *
000258*                  is still open close the open one as missing   *
000259*                  its T record, which holds the deposit.        *
000260*******************************************************************
000270*  The remittance file carries one D record per check and one T  *
000280*  record closing each bank batch with the bank's item count and *
000290*  batch total. The run is in two passes: 2000-PROVE-DEPOSIT     *
000300*  reads the whole file and proves each batch; 3000-RELEASE-ITEMS*
000310*  reads it again and matches and writes the items. An out-of-   *
000320*  balance batch (or items with no closing T record) holds the   *
000330*  WHOLE deposit - nothing is released to posting or to          *
000340*  unapplied cash until the bank file is corrected and rerun.    *
000350*  Released payments are appended to CUSTPOST_TRANS.dat with the *
000360*  business date as the payment date, so they post in the same   *
000370*  CUSTPOST run as the keyed transactions.                       *
000380*  The run-control record (keyed on the business date) is stamped*
000390*  only once the deposit proves, so a held deposit may simply be *
000400*  rerun; a released deposit is refused a second time - posting  *
000410*  the same checks twice is worse than not posting them.         *
000420*******************************************************************
000430
000440*******************************************************************
000450*                   ENVIRONMENT DIVISION                          *
000460*******************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT REMIT-FILE
000510     ASSIGN TO 'DATA/LOCKBOX_REMIT.dat'
000520     ORGANIZATION IS LINE SEQUENTIAL
000530     ACCESS MODE IS SEQUENTIAL
000540     FILE STATUS IS WS-REMIT-FILE-STATUS.
000550
000560     SELECT CUSTOMER-FILE
000570     ASSIGN TO 'DATA/READ_CUSTOMERS.dat'
000580     ORGANIZATION IS INDEXED
000590     ACCESS MODE IS DYNAMIC
000600     RECORD KEY IS CUST-ID
000610     ALTERNATE RECORD KEY IS CUST-NAME
000620         WITH DUPLICATES
000630     FILE STATUS IS WS-FILE-STATUS.
000640
000650     SELECT POSTING-FILE
000660     ASSIGN TO 'DATA/CUSTPOST_TRANS.dat'
000670     ORGANIZATION IS LINE SEQUENTIAL
000680     ACCESS MODE IS SEQUENTIAL
000690     FILE STATUS IS WS-POST-FILE-STATUS.
000700
000710     SELECT UNAPPLIED-FILE
000720     ASSIGN TO 'DATA/LOCKBOX_UNAPPLIED.dat'
000730     ORGANIZATION IS LINE SEQUENTIAL
000740     ACCESS MODE IS SEQUENTIAL
000750     FILE STATUS IS WS-UNAPPLIED-FILE-STATUS.
000760
000770     SELECT PRINT-FILE
000780     ASSIGN TO 'DATA/LOCKBOX_WORKLIST.prt'
000790     ORGANIZATION IS LINE SEQUENTIAL
000800     ACCESS MODE IS SEQUENTIAL
000810     FILE STATUS IS WS-PRINT-FILE-STATUS.
000820
000830     SELECT RUN-CONTROL-FILE
000840     ASSIGN TO 'DATA/RUN_CONTROL.dat'
000850     ORGANIZATION IS INDEXED
000860     ACCESS MODE IS DYNAMIC
000870     RECORD KEY IS RC-KEY
000880     FILE STATUS IS WS-RC-FILE-STATUS.
000890
000900*******************************************************************
000910*                        DATA DIVISION                            *
000920*******************************************************************
000930 DATA DIVISION.
000940 FILE SECTION.
000950*    D (item) and T (batch total) records share the file; the    *
000960*    record type in column 1 says which layout applies.          *
000970 FD REMIT-FILE.
000980 01 REMIT-RECORD.
000990     02 RMT-REC-TYPE PIC X(01).
001000         88 RMT-IS-ITEM VALUE 'D'.
001010         88 RMT-IS-BATCH-TOTAL VALUE 'T'.
001020     02 RMT-BATCH PIC 9(4).
001030     02 RMT-CHECK-NO PIC X(10).
001040     02 RMT-AMOUNT PIC 9(7)V99.
001050     02 RMT-AMOUNT-X REDEFINES RMT-AMOUNT PIC X(9).
001060     02 RMT-REMITTER PIC X(30).
001070     02 RMT-STUB-ID PIC X(5).
001080     02 RMT-STUB-ID-NUM REDEFINES RMT-STUB-ID PIC 9(5).
001090 01 REMIT-TOTAL-RECORD.
001100     02 RMT-TOT-REC-TYPE PIC X(01).
001110     02 RMT-TOT-BATCH PIC 9(4).
001120     02 RMT-TOT-COUNT PIC 9(5).
001130     02 RMT-TOT-AMOUNT PIC 9(9)V99.
001140     02 FILLER PIC X(38).
001150
001160 FD CUSTOMER-FILE.
001170     COPY CUSTREC.
001180
001190*    Same 24-byte layouts CUSTPOST reads.                        *
001200 FD POSTING-FILE.
001235     COPY PSTTRN.
001270
001280 FD UNAPPLIED-FILE.
001290 01 UNAPPLIED-RECORD.
001300     02 UNA-DATE PIC 9(8).
001310     02 UNA-BATCH PIC 9(4).
001320     02 UNA-CHECK-NO PIC X(10).
001330     02 UNA-AMOUNT PIC 9(7)V99.
001340     02 UNA-AMOUNT-X REDEFINES UNA-AMOUNT PIC X(9).
001350     02 UNA-REMITTER PIC X(30).
001360     02 UNA-STUB-ID PIC X(5).
001370     02 UNA-REASON-CODE PIC X(2).
001380     02 UNA-REASON-TEXT PIC X(20).
001390
001400 FD PRINT-FILE.
001410 01 PRINT-LINE PIC X(80).
001420
001430 FD RUN-CONTROL-FILE.
001440     COPY RUNCTL.
001450
001460 WORKING-STORAGE SECTION.
001470 01 WS-EOF PIC X VALUE 'N'.
001480     88 END-OF-FILE VALUE 'Y'.
001490 01 WS-REMIT-FILE-STATUS PIC X(2).
001500 01 WS-FILE-STATUS PIC X(2).
001510 01 WS-POST-FILE-STATUS PIC X(2).
001520 01 WS-UNAPPLIED-FILE-STATUS PIC X(2).
001530 01 WS-PRINT-FILE-STATUS PIC X(2).
001540 01 WS-RC-FILE-STATUS PIC X(2).
001550
001560*----------------------------------------------------------------*
001570*    RUN CONTROL WORK AREAS                                      *
001580*----------------------------------------------------------------*
001590 01 WS-BUSINESS-DATE PIC 9(8).
001600 01 WS-BUSINESS-DATE-IN PIC X(8).
001610 01 WS-RC-INPUT-FILE PIC X(60) VALUE
001620     'DATA/LOCKBOX_REMIT.dat'.
001621
001622*----------------------------------------------------------------*
001623*    POSTING BATCH                                               *
001624*    The release is one CUSTPOST batch numbered 9 followed by    *
001625*    the business MMDD - the 90000 range is kept clear of keyed  *
001626*    batch numbers.                                              *
001627*----------------------------------------------------------------*
001628 01 WS-POST-BATCH.
001629     02 WS-POST-BATCH-PREFIX PIC 9(1) VALUE 9.
001630     02 WS-POST-BATCH-MMDD PIC 9(4).
001631 01 WS-POST-BATCH-NUMBER REDEFINES WS-POST-BATCH PIC 9(5).
001632
001640*----------------------------------------------------------------*
001650*    DEPOSIT PROOF WORK AREAS                                    *
001660*    A batch is open from its first D record until its T record. *
001670*----------------------------------------------------------------*
001680 01 WS-BATCH-SWITCH PIC X VALUE 'N'.
001690     88 BATCH-OPEN VALUE 'Y'.
001700 01 WS-DEPOSIT-SWITCH PIC X VALUE 'Y'.
001710     88 DEPOSIT-IN-BALANCE VALUE 'Y'.
001720     88 DEPOSIT-OUT-OF-BALANCE VALUE 'N'.
001730 01 WS-CURRENT-BATCH PIC 9(4) VALUE ZERO.
001740 77 WS-BATCH-ITEM-COUNT PIC 9(5) COMP VALUE ZERO.
001750 01 WS-BATCH-ITEM-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.
001760 77 WS-BATCH-COUNT PIC 9(5) COMP VALUE ZERO.
001770 77 WS-BATCH-ERROR-COUNT PIC 9(5) COMP VALUE ZERO.
001780 01 WS-DEPOSIT-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.
001790
001800*----------------------------------------------------------------*
001810*    MATCHING WORK AREAS                                         *
001820*----------------------------------------------------------------*
001830 01 WS-MATCH-SWITCH PIC X VALUE 'N'.
001840     88 ITEM-MATCHED VALUE 'Y'.
001850 01 WS-SEARCH-SWITCH PIC X VALUE 'N'.
001860     88 END-OF-SEARCH VALUE 'Y'.
001870 77 WS-NAME-MATCH-COUNT PIC 9(5) COMP VALUE ZERO.
001880 01 WS-MATCHED-ID PIC 9(5).
001890 01 WS-REASON-CODE PIC X(2).
001900 01 WS-REASON-TEXT PIC X(20).
001910
001920*----------------------------------------------------------------*
001930*    RUN CONTROL TOTALS                                          *
001940*----------------------------------------------------------------*
001950 77 WS-ITEM-COUNT PIC 9(9) COMP VALUE ZERO.
001960 77 WS-ID-MATCH-COUNT PIC 9(9) COMP VALUE ZERO.
001970 77 WS-NAME-MATCHED-COUNT PIC 9(9) COMP VALUE ZERO.
001980 77 WS-UNAPPLIED-COUNT PIC 9(9) COMP VALUE ZERO.
001990 01 WS-RELEASED-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.
002000 01 WS-UNAPPLIED-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.
002010 01 WS-AMOUNT-EDITED PIC -ZZZ,ZZZ,ZZ9.99.
002020
002030*----------------------------------------------------------------*
002040*    REPORT DATE / PAGE CONTROL                                  *
002050*----------------------------------------------------------------*
002060 01 WS-CURRENT-DATE.
002070     02 WS-CURRENT-YEAR PIC 9(4).
002080     02 WS-CURRENT-MONTH PIC 9(2).
002090     02 WS-CURRENT-DAY PIC 9(2).
002100 01 WS-REPORT-DATE PIC X(10).
002110 77 WS-LINES-PER-PAGE PIC 9(2) COMP VALUE 20.
002120 77 WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
002130 77 WS-PAGE-COUNT PIC 9(4) COMP VALUE ZERO.
002140
002150*----------------------------------------------------------------*
002160*    REPORT LINES                                                *
002170*----------------------------------------------------------------*
002180 01 WS-TITLE-LINE.
002190     02 FILLER PIC X(26) VALUE 'LOCKBOX UNAPPLIED CASH'.
002200     02 FILLER PIC X(34) VALUE SPACES.
002210     02 FILLER PIC X(06) VALUE 'PAGE: '.
002220     02 WS-TITLE-PAGE PIC ZZZ9.
002230 01 WS-DATE-LINE.
002240     02 FILLER PIC X(14) VALUE 'REPORT DATE: '.
002250     02 WS-DATE-LINE-DATE PIC X(10).
002260     02 FILLER PIC X(18) VALUE '  BUSINESS DATE: '.
002270     02 WS-DATE-LINE-BUSINESS PIC 9(8).
002280 01 WS-PROOF-HEADING-1.
002290     02 FILLER PIC X(07) VALUE 'BATCH'.
002300     02 FILLER PIC X(08) VALUE ' ITEMS'.
002310     02 FILLER PIC X(16) VALUE '      BANK TOTAL'.
002320     02 FILLER PIC X(08) VALUE ' ITEMS'.
002330     02 FILLER PIC X(16) VALUE '     ITEMS TOTAL'.
002340     02 FILLER PIC X(02) VALUE SPACES.
002350     02 FILLER PIC X(14) VALUE 'PROOF'.
002360 01 WS-PROOF-HEADING-2.
002370     02 FILLER PIC X(07) VALUE '-----'.
002380     02 FILLER PIC X(08) VALUE ' ------'.
002390     02 FILLER PIC X(16) VALUE ' ---------------'.
002400     02 FILLER PIC X(08) VALUE ' ------'.
002410     02 FILLER PIC X(16) VALUE ' ---------------'.
002420     02 FILLER PIC X(02) VALUE SPACES.
002430     02 FILLER PIC X(14) VALUE '--------------'.
002440 01 WS-PROOF-LINE.
002450     02 WS-PROOF-BATCH PIC 9(4).
002460     02 FILLER PIC X(03) VALUE SPACES.
002470     02 WS-PROOF-BANK-COUNT PIC ZZZZZZ9.
002480     02 FILLER PIC X(01) VALUE SPACES.
002490     02 WS-PROOF-BANK-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
002500     02 FILLER PIC X(01) VALUE SPACES.
002510     02 WS-PROOF-ITEM-COUNT PIC ZZZZZZ9.
002520     02 FILLER PIC X(01) VALUE SPACES.
002530     02 WS-PROOF-ITEM-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
002540     02 FILLER PIC X(02) VALUE SPACES.
002550     02 WS-PROOF-RESULT PIC X(14).
002560 01 WS-PROOF-VERDICT-LINE.
002570     02 FILLER PIC X(16) VALUE 'DEPOSIT PROOF: '.
002580     02 WS-PROOF-VERDICT PIC X(44).
002590 01 WS-COLUMN-HEADING-1.
002600     02 FILLER PIC X(06) VALUE 'BATCH'.
002610     02 FILLER PIC X(11) VALUE 'CHECK NO'.
002620     02 FILLER PIC X(12) VALUE '      AMOUNT'.
002630     02 FILLER PIC X(02) VALUE SPACES.
002640     02 FILLER PIC X(22) VALUE 'REMITTER'.
002650     02 FILLER PIC X(06) VALUE 'STUB'.
002660     02 FILLER PIC X(21) VALUE 'REASON'.
002670 01 WS-COLUMN-HEADING-2.
002680     02 FILLER PIC X(06) VALUE '-----'.
002690     02 FILLER PIC X(11) VALUE '----------'.
002700     02 FILLER PIC X(12) VALUE '------------'.
002710     02 FILLER PIC X(02) VALUE SPACES.
002720     02 FILLER PIC X(22) VALUE '---------------------'.
002730     02 FILLER PIC X(06) VALUE '-----'.
002740     02 FILLER PIC X(21) VALUE '--------------------'.
002750 01 WS-DETAIL-LINE.
002760     02 WS-DETAIL-BATCH PIC 9(4).
002770     02 FILLER PIC X(02) VALUE SPACES.
002780     02 WS-DETAIL-CHECK PIC X(10).
002790     02 FILLER PIC X(01) VALUE SPACES.
002800     02 WS-DETAIL-AMOUNT PIC Z,ZZZ,ZZ9.99.
002810     02 FILLER PIC X(02) VALUE SPACES.
002820     02 WS-DETAIL-REMITTER PIC X(21).
002830     02 FILLER PIC X(01) VALUE SPACES.
002840     02 WS-DETAIL-STUB PIC X(5).
002850     02 FILLER PIC X(01) VALUE SPACES.
002860     02 WS-DETAIL-REASON PIC X(20).
002870 01 WS-SUMMARY-LINE-1.
002880     02 FILLER PIC X(24) VALUE 'ITEMS UNAPPLIED ....: '.
002890     02 WS-SUMMARY-COUNT PIC ZZZZZZZZ9.
002900 01 WS-SUMMARY-LINE-2.
002910     02 FILLER PIC X(24) VALUE 'UNAPPLIED CASH .....: '.
002920     02 WS-SUMMARY-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
002930
002940*******************************************************************
002950*                       PROCEDURE DIVISION                        *
002960*******************************************************************
002970 PROCEDURE DIVISION.
002980
002990*----------------------------------------------------------------*
003000*    0000-MAINLINE                                               *
003010*----------------------------------------------------------------*
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE
003040     PERFORM 2000-PROVE-DEPOSIT THRU 2000-EXIT
003050         UNTIL END-OF-FILE
003060     PERFORM 2500-CLOSE-PROOF
003070     IF DEPOSIT-OUT-OF-BALANCE
003080         PERFORM 8100-HOLD-DEPOSIT
003090     ELSE
003100         PERFORM 1100-CHECK-RUN-CONTROL
003110         PERFORM 1200-OPEN-RELEASE-FILES
003120         PERFORM 3000-RELEASE-ITEMS THRU 3000-EXIT
003130             UNTIL END-OF-FILE
003135         PERFORM 3800-CLOSE-POSTING-BATCH
003140         PERFORM 8000-PRINT-SUMMARY
003150         PERFORM 9800-MARK-RUN-COMPLETE
003160     END-IF
003170     PERFORM 9999-TERMINATE
003180     STOP RUN.
003190
003200*----------------------------------------------------------------*
003210*    1000-INITIALIZE                                             *
003220*    The business date is taken from the BUSINESS-DATE           *
003230*    environment value, defaulting to the system date when not   *
003240*    set; it is the payment date on every released P record.     *
003250*----------------------------------------------------------------*
003260 1000-INITIALIZE.
003270     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003280     STRING WS-CURRENT-MONTH '/' WS-CURRENT-DAY '/'
003290         WS-CURRENT-YEAR DELIMITED BY SIZE
003300         INTO WS-REPORT-DATE
003310     MOVE SPACES TO WS-BUSINESS-DATE-IN
003320     DISPLAY 'BUSINESS-DATE' UPON ENVIRONMENT-NAME
003330     ACCEPT WS-BUSINESS-DATE-IN FROM ENVIRONMENT-VALUE
003340     END-ACCEPT
003350     IF WS-BUSINESS-DATE-IN IS NUMERIC
003360         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
003370     ELSE
003380         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
003390     END-IF
003400     OPEN INPUT REMIT-FILE
003410     IF WS-REMIT-FILE-STATUS NOT = '00'
003420         DISPLAY 'Error opening remittance file. Status: '
003430             WS-REMIT-FILE-STATUS
003440         STOP RUN
003450     END-IF
003460     OPEN OUTPUT PRINT-FILE
003470     IF WS-PRINT-FILE-STATUS NOT = '00'
003480         DISPLAY 'Error opening worklist file. Status: '
003490             WS-PRINT-FILE-STATUS
003500         STOP RUN
003510     END-IF
003520     PERFORM 3900-PRINT-PAGE-HEADING
003530     WRITE PRINT-LINE FROM WS-PROOF-HEADING-1
003540     WRITE PRINT-LINE FROM WS-PROOF-HEADING-2
003550     ADD 2 TO WS-LINE-COUNT.
003560
003570*----------------------------------------------------------------*
003580*    1100-CHECK-RUN-CONTROL                                      *
003590*    Reached only once the deposit has proved. A deposit already *
003600*    released for this business date - or one whose release      *
003610*    abended partway, leaving some payments appended - is        *
003620*    refused; either way a rerun would post checks twice.        *
003630*----------------------------------------------------------------*
003640 1100-CHECK-RUN-CONTROL.
003650     OPEN I-O RUN-CONTROL-FILE
003660     IF WS-RC-FILE-STATUS = '35'
003670         OPEN OUTPUT RUN-CONTROL-FILE
003680         CLOSE RUN-CONTROL-FILE
003690         OPEN I-O RUN-CONTROL-FILE
003700     END-IF
003710     IF WS-RC-FILE-STATUS NOT = '00'
003720         DISPLAY 'Error opening run control file. Status: '
003730             WS-RC-FILE-STATUS
003740         STOP RUN
003750     END-IF
003760     MOVE 'CUSTLBOX' TO RC-PROGRAM
003770     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
003780     READ RUN-CONTROL-FILE
003790         INVALID KEY
003800             CONTINUE
003810         NOT INVALID KEY
003820             IF RC-RUN-COMPLETE
003830                 DISPLAY 'RUN REFUSED - CUSTLBOX ALREADY '
003840                     'RELEASED THE DEPOSIT FOR ' WS-BUSINESS-DATE
003850             ELSE
003860                 DISPLAY 'RUN REFUSED - PRIOR CUSTLBOX RELEASE '
003870                     'FOR ' WS-BUSINESS-DATE ' DID NOT END CLEAN'
003880                 DISPLAY 'CHECK CUSTPOST_TRANS.dat AND '
003890                     'LOCKBOX_UNAPPLIED.dat BEFORE CLEARING THE '
003900                     'RUN CONTROL RECORD'
003910             END-IF
003920             STOP RUN
003930     END-READ
003940     MOVE 'CUSTLBOX' TO RC-PROGRAM
003950     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
003960     MOVE WS-RC-INPUT-FILE TO RC-INPUT-FILE
003970     MOVE 'S' TO RC-STATUS
003980     WRITE RUN-CONTROL-RECORD
003990         INVALID KEY
004000             DISPLAY 'Error stamping run control: '
004010                 WS-RC-FILE-STATUS
004020             STOP RUN
004030     END-WRITE
004040     CLOSE RUN-CONTROL-FILE.
004050
004060*----------------------------------------------------------------*
004070*    1200-OPEN-RELEASE-FILES                                     *
004080*    The remittance file is reopened for the release pass.       *
004090*    Payments are appended behind whatever has already been      *
004100*    keyed for the day; unapplied cash accumulates until the     *
004110*    cash-application desk works it.                             *
004120*----------------------------------------------------------------*
004130 1200-OPEN-RELEASE-FILES.
004140     CLOSE REMIT-FILE
004150     MOVE 'N' TO WS-EOF
004160     OPEN INPUT REMIT-FILE
004170     IF WS-REMIT-FILE-STATUS NOT = '00'
004180         DISPLAY 'Error reopening remittance file. Status: '
004190             WS-REMIT-FILE-STATUS
004200         STOP RUN
004210     END-IF
004220     OPEN INPUT CUSTOMER-FILE
004230     IF WS-FILE-STATUS NOT = '00'
004240         DISPLAY 'Error opening customer master. Status: '
004250             WS-FILE-STATUS
004260         STOP RUN
004270     END-IF
004280     OPEN EXTEND POSTING-FILE
004290     IF WS-POST-FILE-STATUS = '35'
004300         OPEN OUTPUT POSTING-FILE
004310     END-IF
004320     IF WS-POST-FILE-STATUS NOT = '00'
004330         DISPLAY 'Error opening posting file. Status: '
004331             WS-POST-FILE-STATUS
004332         STOP RUN
004333     END-IF
004334     MOVE WS-BUSINESS-DATE(5:4) TO WS-POST-BATCH-MMDD
004335     MOVE SPACES TO POSTING-BATCH-HEADER
004336     MOVE 'H' TO PBH-REC-TYPE
004337     MOVE WS-POST-BATCH-NUMBER TO PBH-BATCH
004338     MOVE 'LBX' TO PBH-OPERATOR
004339     WRITE POSTING-BATCH-HEADER
004340     IF WS-POST-FILE-STATUS NOT = '00'
004341         DISPLAY 'Error writing posting file. Status: '
004342             WS-POST-FILE-STATUS
004350         STOP RUN
004360     END-IF
004370     OPEN EXTEND UNAPPLIED-FILE
004380     IF WS-UNAPPLIED-FILE-STATUS = '35'
004390         OPEN OUTPUT UNAPPLIED-FILE
004400     END-IF
004410     IF WS-UNAPPLIED-FILE-STATUS NOT = '00'
004420         DISPLAY 'Error opening unapplied cash file. Status: '
004430             WS-UNAPPLIED-FILE-STATUS
004440         STOP RUN
004450     END-IF
004460     MOVE ZERO TO WS-LINE-COUNT.
004470
004480*----------------------------------------------------------------*
004490*    2000-PROVE-DEPOSIT                                          *
004500*    First pass: item counts and amounts are accumulated per     *
004510*    bank batch and proved against each T record.                *
004520*----------------------------------------------------------------*
004530 2000-PROVE-DEPOSIT.
004540     READ REMIT-FILE
004550         AT END
004560             SET END-OF-FILE TO TRUE
004570             GO TO 2000-EXIT
004580     END-READ
004590     EVALUATE TRUE
004600         WHEN RMT-IS-ITEM
004602             IF BATCH-OPEN AND RMT-BATCH NOT = WS-CURRENT-BATCH
004604                 PERFORM 2150-CLOSE-UNTOTALLED-BATCH
004606             END-IF
004610             IF NOT BATCH-OPEN
004620                 SET BATCH-OPEN TO TRUE
004630                 MOVE RMT-BATCH TO WS-CURRENT-BATCH
004640                 MOVE ZERO TO WS-BATCH-ITEM-COUNT
004650                 MOVE ZERO TO WS-BATCH-ITEM-AMOUNT
004660             END-IF
004670             ADD 1 TO WS-BATCH-ITEM-COUNT
004680             IF RMT-AMOUNT IS NUMERIC
004690                 ADD RMT-AMOUNT TO WS-BATCH-ITEM-AMOUNT
004700             END-IF
004710         WHEN RMT-IS-BATCH-TOTAL
004720             PERFORM 2100-PROVE-BATCH
004730         WHEN OTHER
004740             SET DEPOSIT-OUT-OF-BALANCE TO TRUE
004750             DISPLAY 'UNKNOWN REMITTANCE RECORD TYPE: '
004760                 RMT-REC-TYPE
004770     END-EVALUATE.
004780 2000-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------------*
004820*    2100-PROVE-BATCH                                            *
004830*    The T record must carry the open batch's number, and its    *
004840*    count and total must equal what the items add up to. A      *
004850*    non-numeric item amount never proves, because it was left   *
004860*    out of the computed total.                                  *
004870*----------------------------------------------------------------*
004880 2100-PROVE-BATCH.
004890     ADD 1 TO WS-BATCH-COUNT
004900     MOVE RMT-TOT-BATCH TO WS-PROOF-BATCH
004910     MOVE RMT-TOT-COUNT TO WS-PROOF-BANK-COUNT
004920     MOVE RMT-TOT-AMOUNT TO WS-PROOF-BANK-AMOUNT
004930     MOVE WS-BATCH-ITEM-COUNT TO WS-PROOF-ITEM-COUNT
004940     MOVE WS-BATCH-ITEM-AMOUNT TO WS-PROOF-ITEM-AMOUNT
004950     IF RMT-TOT-COUNT IS NOT NUMERIC OR
004960         RMT-TOT-AMOUNT IS NOT NUMERIC
004970         MOVE ZERO TO WS-PROOF-BANK-COUNT
004980         MOVE ZERO TO WS-PROOF-BANK-AMOUNT
004990         MOVE 'BAD TOTAL REC' TO WS-PROOF-RESULT
005000     ELSE
005010         IF NOT BATCH-OPEN OR
005020             RMT-TOT-BATCH NOT = WS-CURRENT-BATCH
005030             MOVE 'BATCH MISMATCH' TO WS-PROOF-RESULT
005040         ELSE
005050             IF RMT-TOT-COUNT = WS-BATCH-ITEM-COUNT AND
005060                 RMT-TOT-AMOUNT = WS-BATCH-ITEM-AMOUNT
005070                 MOVE 'IN BALANCE' TO WS-PROOF-RESULT
005080                 ADD WS-BATCH-ITEM-AMOUNT TO WS-DEPOSIT-AMOUNT
005090             ELSE
005100                 MOVE 'OUT OF BALANCE' TO WS-PROOF-RESULT
005110             END-IF
005120         END-IF
005130     END-IF
005140     IF WS-PROOF-RESULT NOT = 'IN BALANCE'
005150         SET DEPOSIT-OUT-OF-BALANCE TO TRUE
005160         ADD 1 TO WS-BATCH-ERROR-COUNT
005170     END-IF
005180     PERFORM 2200-WRITE-PROOF-LINE
005190     MOVE 'N' TO WS-BATCH-SWITCH
005200     MOVE ZERO TO WS-BATCH-ITEM-COUNT
005210     MOVE ZERO TO WS-BATCH-ITEM-AMOUNT.
005220
005227*----------------------------------------------------------------*
005234*    2150-CLOSE-UNTOTALLED-BATCH                                 *
005241*    The open batch had no T record before the next batch's      *
005248*    items (or the end of the file) began: the bank's trailer is *
005255*    missing, so the batch cannot prove and holds the deposit.   *
005262*----------------------------------------------------------------*
005269 2150-CLOSE-UNTOTALLED-BATCH.
005276     ADD 1 TO WS-BATCH-COUNT
005283     ADD 1 TO WS-BATCH-ERROR-COUNT
005290     SET DEPOSIT-OUT-OF-BALANCE TO TRUE
005297     MOVE WS-CURRENT-BATCH TO WS-PROOF-BATCH
005304     MOVE ZERO TO WS-PROOF-BANK-COUNT
005311     MOVE ZERO TO WS-PROOF-BANK-AMOUNT
005318     MOVE WS-BATCH-ITEM-COUNT TO WS-PROOF-ITEM-COUNT
005325     MOVE WS-BATCH-ITEM-AMOUNT TO WS-PROOF-ITEM-AMOUNT
005332     MOVE 'NO BATCH TOTAL' TO WS-PROOF-RESULT
005339     PERFORM 2200-WRITE-PROOF-LINE
005346     MOVE 'N' TO WS-BATCH-SWITCH
005353     MOVE ZERO TO WS-BATCH-ITEM-COUNT
005360     MOVE ZERO TO WS-BATCH-ITEM-AMOUNT.
005367
005374*----------------------------------------------------------------*
005381*    2200-WRITE-PROOF-LINE                                       *
005388*----------------------------------------------------------------*
005395 2200-WRITE-PROOF-LINE.
005402     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005409         PERFORM 3900-PRINT-PAGE-HEADING
005416         WRITE PRINT-LINE FROM WS-PROOF-HEADING-1
005423         WRITE PRINT-LINE FROM WS-PROOF-HEADING-2
005430         ADD 2 TO WS-LINE-COUNT
005437     END-IF
005444     WRITE PRINT-LINE FROM WS-PROOF-LINE
005451     ADD 1 TO WS-LINE-COUNT.
005458
005465*----------------------------------------------------------------*
005472*    2500-CLOSE-PROOF                                            *
005479*    Items left over after the last T record belong to a batch   *
005486*    the bank never totalled, and an empty file is no deposit;   *
005493*    either one holds the run.                                   *
005500*----------------------------------------------------------------*
005507 2500-CLOSE-PROOF.
005514     IF BATCH-OPEN
005521         PERFORM 2150-CLOSE-UNTOTALLED-BATCH
005528     END-IF
005535     IF WS-BATCH-COUNT = ZERO
005542         SET DEPOSIT-OUT-OF-BALANCE TO TRUE
005549     END-IF
005556     WRITE PRINT-LINE FROM SPACES
005563     IF DEPOSIT-IN-BALANCE
005570         MOVE 'IN BALANCE - ITEMS RELEASED TO POSTING'
005577             TO WS-PROOF-VERDICT
005584     ELSE
005591         MOVE 'OUT OF BALANCE - DEPOSIT HELD, NOTHING RELEASED'
005598             TO WS-PROOF-VERDICT
005605     END-IF
005612     WRITE PRINT-LINE FROM WS-PROOF-VERDICT-LINE
005619     ADD 2 TO WS-LINE-COUNT.
005626
005690*----------------------------------------------------------------*
005700*    3000-RELEASE-ITEMS                                          *
005710*    Second pass: each D record is matched and released either   *
005720*    to posting or to unapplied cash. T records were proved in   *
005730*    the first pass and are skipped here.                        *
005740*----------------------------------------------------------------*
005750 3000-RELEASE-ITEMS.
005760     READ REMIT-FILE
005770         AT END
005780             SET END-OF-FILE TO TRUE
005790             GO TO 3000-EXIT
005800     END-READ
005810     IF NOT RMT-IS-ITEM
005820         GO TO 3000-EXIT
005830     END-IF
005840     ADD 1 TO WS-ITEM-COUNT
005850     PERFORM 3100-MATCH-ITEM
005860     IF ITEM-MATCHED
005870         PERFORM 3400-WRITE-PAYMENT
005880     ELSE
005890         PERFORM 3500-WRITE-UNAPPLIED
005900     END-IF.
005910 3000-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------*
005950*    3100-MATCH-ITEM                                             *
005960*    A stub CUST-ID is authoritative: when one came back it must *
005970*    be on file and open, or the item is unapplied - it is not   *
005980*    second-guessed by name. Only a stubless item is matched on  *
005990*    the remitter name.                                          *
006000*----------------------------------------------------------------*
006010 3100-MATCH-ITEM.
006020     MOVE 'N' TO WS-MATCH-SWITCH
006030     MOVE SPACES TO WS-REASON-CODE
006040     MOVE SPACES TO WS-REASON-TEXT
006050     IF RMT-AMOUNT IS NOT NUMERIC OR RMT-AMOUNT = ZERO
006060         MOVE 'L5' TO WS-REASON-CODE
006070         MOVE 'INVALID ITEM AMOUNT' TO WS-REASON-TEXT
006080     ELSE
006090         IF RMT-STUB-ID = SPACES
006100             PERFORM 3200-MATCH-BY-NAME
006110         ELSE
006120             PERFORM 3150-MATCH-BY-ID
006130         END-IF
006140     END-IF.
006150
006160*----------------------------------------------------------------*
006170*    3150-MATCH-BY-ID                                            *
006180*----------------------------------------------------------------*
006190 3150-MATCH-BY-ID.
006200     IF RMT-STUB-ID IS NOT NUMERIC OR RMT-STUB-ID-NUM = ZERO
006210         MOVE 'L1' TO WS-REASON-CODE
006220         MOVE 'STUB ID NOT ON FILE' TO WS-REASON-TEXT
006230     ELSE
006240         MOVE RMT-STUB-ID-NUM TO CUST-ID
006250         READ CUSTOMER-FILE
006260             INVALID KEY
006270                 MOVE 'L1' TO WS-REASON-CODE
006280                 MOVE 'STUB ID NOT ON FILE' TO WS-REASON-TEXT
006290             NOT INVALID KEY
006300                 IF CUST-STATUS-CLOSED
006310                     MOVE 'L2' TO WS-REASON-CODE
006320                     MOVE 'CUSTOMER CLOSED' TO WS-REASON-TEXT
006330                 ELSE
006340                     SET ITEM-MATCHED TO TRUE
006350                     MOVE CUST-ID TO WS-MATCHED-ID
006360                     ADD 1 TO WS-ID-MATCH-COUNT
006370                 END-IF
006380         END-READ
006390     END-IF.
006400
006410*----------------------------------------------------------------*
006420*    3200-MATCH-BY-NAME                                          *
006430*    STARTs the name alternate key at the remitter name and      *
006440*    counts the open customers carrying exactly that name. One   *
006450*    is a match; none is unmatched; more than one is ambiguous   *
006460*    and goes to the desk - the walk stops at the second hit.    *
006470*----------------------------------------------------------------*
006480 3200-MATCH-BY-NAME.
006490     IF RMT-REMITTER = SPACES
006500         MOVE 'L3' TO WS-REASON-CODE
006510         MOVE 'NO NAME MATCH' TO WS-REASON-TEXT
006520     ELSE
006530         MOVE ZERO TO WS-NAME-MATCH-COUNT
006540         MOVE 'N' TO WS-SEARCH-SWITCH
006550         MOVE RMT-REMITTER TO CUST-NAME
006560         START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-NAME
006570             INVALID KEY
006580                 SET END-OF-SEARCH TO TRUE
006590         END-START
006600         PERFORM 3210-NAME-ONE THRU 3210-EXIT
006610             UNTIL END-OF-SEARCH OR WS-NAME-MATCH-COUNT > 1
006620         EVALUATE WS-NAME-MATCH-COUNT
006630             WHEN ZERO
006640                 MOVE 'L3' TO WS-REASON-CODE
006650                 MOVE 'NO NAME MATCH' TO WS-REASON-TEXT
006660             WHEN 1
006670                 SET ITEM-MATCHED TO TRUE
006680                 ADD 1 TO WS-NAME-MATCHED-COUNT
006690             WHEN OTHER
006700                 MOVE 'L4' TO WS-REASON-CODE
006710                 MOVE 'AMBIGUOUS NAME' TO WS-REASON-TEXT
006720         END-EVALUATE
006730     END-IF.
006740
006750*----------------------------------------------------------------*
006760*    3210-NAME-ONE                                               *
006770*----------------------------------------------------------------*
006780 3210-NAME-ONE.
006790     READ CUSTOMER-FILE NEXT RECORD
006800         AT END
006810             SET END-OF-SEARCH TO TRUE
006820             GO TO 3210-EXIT
006830     END-READ
006840     IF CUST-NAME NOT = RMT-REMITTER
006850         SET END-OF-SEARCH TO TRUE
006860         GO TO 3210-EXIT
006870     END-IF
006880     IF NOT CUST-STATUS-CLOSED
006890         ADD 1 TO WS-NAME-MATCH-COUNT
006900         MOVE CUST-ID TO WS-MATCHED-ID
006910     END-IF.
006920 3210-EXIT.
006930     EXIT.
006940
006950*----------------------------------------------------------------*
006960*    3400-WRITE-PAYMENT                                          *
006970*    One P record in CUSTPOST's layout; CUSTPOST applies its own *
006980*    edits when the record posts.                                *
006990*----------------------------------------------------------------*
007000 3400-WRITE-PAYMENT.
007010     MOVE SPACES TO POSTING-RECORD
007020     MOVE 'P' TO PTRAN-CODE
007030     MOVE WS-MATCHED-ID TO PTRAN-CUST-ID
007040     MOVE RMT-AMOUNT TO PTRAN-AMOUNT
007050     MOVE WS-BUSINESS-DATE TO PTRAN-DATE
007060     WRITE POSTING-RECORD
007070     IF WS-POST-FILE-STATUS NOT = '00'
007080         DISPLAY 'Error writing posting file. Status: '
007090             WS-POST-FILE-STATUS
007100         STOP RUN
007110     END-IF
007120     ADD RMT-AMOUNT TO WS-RELEASED-AMOUNT.
007130
007140*----------------------------------------------------------------*
007150*    3500-WRITE-UNAPPLIED                                        *
007160*----------------------------------------------------------------*
007170 3500-WRITE-UNAPPLIED.
007180     ADD 1 TO WS-UNAPPLIED-COUNT
007190     MOVE SPACES TO UNAPPLIED-RECORD
007200     MOVE WS-BUSINESS-DATE TO UNA-DATE
007210     MOVE RMT-BATCH TO UNA-BATCH
007220     MOVE RMT-CHECK-NO TO UNA-CHECK-NO
007230     MOVE RMT-AMOUNT-X TO UNA-AMOUNT-X
007240     MOVE RMT-REMITTER TO UNA-REMITTER
007250     MOVE RMT-STUB-ID TO UNA-STUB-ID
007260     MOVE WS-REASON-CODE TO UNA-REASON-CODE
007270     MOVE WS-REASON-TEXT TO UNA-REASON-TEXT
007280     WRITE UNAPPLIED-RECORD
007290     IF WS-UNAPPLIED-FILE-STATUS NOT = '00'
007300         DISPLAY 'Error writing unapplied cash file. Status: '
007310             WS-UNAPPLIED-FILE-STATUS
007320         STOP RUN
007330     END-IF
007340     IF RMT-AMOUNT IS NUMERIC
007350         ADD RMT-AMOUNT TO WS-UNAPPLIED-AMOUNT
007360     END-IF
007370     PERFORM 3600-WRITE-WORKLIST-LINE.
007380
007390*----------------------------------------------------------------*
007400*    3600-WRITE-WORKLIST-LINE                                    *
007410*----------------------------------------------------------------*
007420 3600-WRITE-WORKLIST-LINE.
007430     IF WS-LINE-COUNT = ZERO OR
007440         WS-LINE-COUNT >= WS-LINES-PER-PAGE
007450         PERFORM 3900-PRINT-PAGE-HEADING
007460         WRITE PRINT-LINE FROM WS-COLUMN-HEADING-1
007470         WRITE PRINT-LINE FROM WS-COLUMN-HEADING-2
007480         ADD 2 TO WS-LINE-COUNT
007490     END-IF
007500     MOVE RMT-BATCH TO WS-DETAIL-BATCH
007510     MOVE RMT-CHECK-NO TO WS-DETAIL-CHECK
007520     IF RMT-AMOUNT IS NUMERIC
007530         MOVE RMT-AMOUNT TO WS-DETAIL-AMOUNT
007540     ELSE
007550         MOVE ZERO TO WS-DETAIL-AMOUNT
007560     END-IF
007570     MOVE RMT-REMITTER TO WS-DETAIL-REMITTER
007580     MOVE RMT-STUB-ID TO WS-DETAIL-STUB
007590     MOVE WS-REASON-TEXT TO WS-DETAIL-REASON
007600     WRITE PRINT-LINE FROM WS-DETAIL-LINE
007610     ADD 1 TO WS-LINE-COUNT.
007620
007630*----------------------------------------------------------------*
007631*    3800-CLOSE-POSTING-BATCH                                    *
007632*    The trailer is written only when every item has been        *
007633*    released: a release that abends leaves its batch without a  *
007634*    trailer, and CUSTPOST holds the batch rather than post part *
007635*    of the deposit.                                             *
007636*----------------------------------------------------------------*
007637 3800-CLOSE-POSTING-BATCH.
007638     MOVE SPACES TO POSTING-BATCH-TRAILER
007639     MOVE 'T' TO PBT-REC-TYPE
007640     MOVE WS-POST-BATCH-NUMBER TO PBT-BATCH
007641     COMPUTE PBT-ITEM-COUNT =
007642         WS-ID-MATCH-COUNT + WS-NAME-MATCHED-COUNT
007643     MOVE WS-RELEASED-AMOUNT TO PBT-AMOUNT-TOTAL
007644     WRITE POSTING-BATCH-TRAILER
007645     IF WS-POST-FILE-STATUS NOT = '00'
007646         DISPLAY 'Error writing posting file. Status: '
007647             WS-POST-FILE-STATUS
007648         STOP RUN
007649     END-IF.
007650
007651*----------------------------------------------------------------*
007652*    3900-PRINT-PAGE-HEADING                                     *
007653*    The caller writes whichever column headings its section     *
007660*    needs - the proof section and the worklist differ.          *
007670*----------------------------------------------------------------*
007680 3900-PRINT-PAGE-HEADING.
007690     ADD 1 TO WS-PAGE-COUNT
007700     MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE
007710     MOVE WS-REPORT-DATE TO WS-DATE-LINE-DATE
007720     MOVE WS-BUSINESS-DATE TO WS-DATE-LINE-BUSINESS
007730     IF WS-PAGE-COUNT > 1
007740         WRITE PRINT-LINE FROM SPACES
007750     END-IF
007760     WRITE PRINT-LINE FROM WS-TITLE-LINE
007770     WRITE PRINT-LINE FROM WS-DATE-LINE
007780     WRITE PRINT-LINE FROM SPACES
007790     MOVE ZERO TO WS-LINE-COUNT.
007800
007810*----------------------------------------------------------------*
007820*    8000-PRINT-SUMMARY                                          *
007830*----------------------------------------------------------------*
007840 8000-PRINT-SUMMARY.
007850     MOVE WS-UNAPPLIED-COUNT TO WS-SUMMARY-COUNT
007860     MOVE WS-UNAPPLIED-AMOUNT TO WS-SUMMARY-AMOUNT
007870     WRITE PRINT-LINE FROM SPACES
007880     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-1
007890     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-2
007900     DISPLAY '-----------------------------------------------'
007910     DISPLAY 'CUSTLBOX CONTROL TOTALS'
007920     DISPLAY 'BANK BATCHES PROVED : ' WS-BATCH-COUNT
007930     DISPLAY 'ITEMS READ .........: ' WS-ITEM-COUNT
007940     DISPLAY 'MATCHED ON STUB ID .: ' WS-ID-MATCH-COUNT
007950     DISPLAY 'MATCHED ON NAME ....: ' WS-NAME-MATCHED-COUNT
007960     DISPLAY 'ITEMS UNAPPLIED ....: ' WS-UNAPPLIED-COUNT
007970     MOVE WS-DEPOSIT-AMOUNT TO WS-AMOUNT-EDITED
007980     DISPLAY 'DEPOSIT TOTAL ......: ' WS-AMOUNT-EDITED
007990     MOVE WS-RELEASED-AMOUNT TO WS-AMOUNT-EDITED
008000     DISPLAY 'RELEASED TO POSTING : ' WS-AMOUNT-EDITED
008005     DISPLAY 'POSTING BATCH ......: ' WS-POST-BATCH-NUMBER
008010     MOVE WS-UNAPPLIED-AMOUNT TO WS-AMOUNT-EDITED
008020     DISPLAY 'UNAPPLIED CASH .....: ' WS-AMOUNT-EDITED
008030     DISPLAY 'PAYMENTS APPENDED TO DATA/CUSTPOST_TRANS.dat'
008040     DISPLAY 'WORKLIST WRITTEN TO DATA/LOCKBOX_WORKLIST.prt'
008050     DISPLAY '-----------------------------------------------'.
008060
008070*----------------------------------------------------------------*
008080*    8100-HOLD-DEPOSIT                                           *
008090*    Nothing has been written to posting or unapplied cash and   *
008100*    run control was never stamped, so the corrected bank file   *
008110*    can simply be rerun.                                        *
008120*----------------------------------------------------------------*
008130 8100-HOLD-DEPOSIT.
008140     DISPLAY '-----------------------------------------------'
008150     DISPLAY 'CUSTLBOX CONTROL TOTALS'
008160     DISPLAY 'BANK BATCHES READ ..: ' WS-BATCH-COUNT
008170     DISPLAY 'BATCHES NOT PROVED .: ' WS-BATCH-ERROR-COUNT
008180     DISPLAY 'DEPOSIT OUT OF BALANCE - NOTHING RELEASED'
008190     DISPLAY 'PROOF WRITTEN TO DATA/LOCKBOX_WORKLIST.prt'
008200     DISPLAY '-----------------------------------------------'.
008210
008220*----------------------------------------------------------------*
008230*    9800-MARK-RUN-COMPLETE                                      *
008240*----------------------------------------------------------------*
008250 9800-MARK-RUN-COMPLETE.
008260     OPEN I-O RUN-CONTROL-FILE
008270     IF WS-RC-FILE-STATUS NOT = '00'
008280         DISPLAY 'Error reopening run control file. Status: '
008290             WS-RC-FILE-STATUS
008300     ELSE
008310         MOVE 'CUSTLBOX' TO RC-PROGRAM
008320         MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
008330         READ RUN-CONTROL-FILE
008340             INVALID KEY
008350                 DISPLAY 'RUN CONTROL RECORD MISSING AT END'
008360             NOT INVALID KEY
008370                 MOVE 'C' TO RC-STATUS
008380                 REWRITE RUN-CONTROL-RECORD
008390                 END-REWRITE
008400         END-READ
008410         CLOSE RUN-CONTROL-FILE
008420     END-IF.
008430
008440*----------------------------------------------------------------*
008450*    9999-TERMINATE                                              *
008460*----------------------------------------------------------------*
008470 9999-TERMINATE.
008480     CLOSE REMIT-FILE
008490     CLOSE PRINT-FILE
008500     IF DEPOSIT-IN-BALANCE
008510         CLOSE CUSTOMER-FILE
008520         CLOSE POSTING-FILE
008530         CLOSE UNAPPLIED-FILE
008540     END-IF.
