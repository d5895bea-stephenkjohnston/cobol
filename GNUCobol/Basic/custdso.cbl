000010*******************************************************************
000020*                   IDENTIFICATION DIVISION                       *
000030*******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CUSTDSO.
000060 AUTHOR. DATA-PROCESSING.
000070 INSTALLATION. CUSTOMER-SYSTEMS.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100
000110*******************************************************************
000120*  MODIFICATION HISTORY                                          *
000130*  ---------------------------------------------------------------
000140*  2026-10-15  DP  Initial version - monthly days-sales-         *
000150*                  outstanding and collection-effectiveness      *
000160*                  report by CUST-BRANCH and shop-wide, from the *
000170*                  month-end period balances, with the prior     *
000180*                  three closed months for trend and a comma-    *
000190*                  delimited extract for the controller.         *
000200*******************************************************************
000210*  The month reported is the DSO-PERIOD environment value        *
000220*  (YYYYMM), defaulting to the latest period CUSTCLOS has marked *
000230*  closed in run control. A period not yet closed is refused -   *
000240*  its balances would still move. The figures come from the      *
000250*  period-balance file (PERBAL layout) the close writes from the *
000260*  ledger and the master: one record per customer per closed     *
000270*  month, carrying the customer's branch, opening and closing    *
000280*  balance, activity by type and age bucket at the close. Using  *
000290*  the close's figures means the report ties to the close        *
000300*  register, and the trend months stay reportable after their    *
000310*  ledger entries have rolled off to history.                    *
000320*  Measures, for the branch or the whole shop:                   *
000330*      BILLED  charges plus finance charges for the month        *
000340*      DSO     closing receivables / billed x 30 days (a 30-day  *
000350*              month, the 30/360 convention CUSTAGE ages on)     *
000360*      CEI     (opening + billed - closing) /                    *
000370*              (opening + billed - current closing) x 100,       *
000380*              current being the CURRENT age bucket              *
000390*      AGING   each age bucket's share of closing receivables    *
000400*  A measure whose divisor is zero or negative prints as N/A and *
000410*  is left empty on the extract. The report goes to              *
000420*  DATA/CUSTDSO_REPORT.prt; the extract, one row per branch per  *
000430*  month with a heading row, to DATA/CUSTDSO_EXTRACT.dat.        *
000440*******************************************************************
000450
000460*******************************************************************
000470*                   ENVIRONMENT DIVISION                          *
000480*******************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PERIOD-BALANCE-FILE
000530     ASSIGN TO 'DATA/PERIOD_BALANCES.dat'
000540     ORGANIZATION IS INDEXED
000550     ACCESS MODE IS DYNAMIC
000560     RECORD KEY IS PB-KEY
000570     FILE STATUS IS WS-PB-FILE-STATUS.
000580
000590     SELECT RUN-CONTROL-FILE
000600     ASSIGN TO 'DATA/RUN_CONTROL.dat'
000610     ORGANIZATION IS INDEXED
000620     ACCESS MODE IS DYNAMIC
000630     RECORD KEY IS RC-KEY
000640     FILE STATUS IS WS-RC-FILE-STATUS.
000650
000660     SELECT PRINT-FILE
000670     ASSIGN TO 'DATA/CUSTDSO_REPORT.prt'
000680     ORGANIZATION IS LINE SEQUENTIAL
000690     ACCESS MODE IS SEQUENTIAL
000700     FILE STATUS IS WS-PRINT-FILE-STATUS.
000710
000720     SELECT DSO-EXTRACT
000730     ASSIGN TO 'DATA/CUSTDSO_EXTRACT.dat'
000740     ORGANIZATION IS LINE SEQUENTIAL
000750     ACCESS MODE IS SEQUENTIAL
000760     FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000770
000780*******************************************************************
000790*                        DATA DIVISION                            *
000800*******************************************************************
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD PERIOD-BALANCE-FILE.
000840     COPY PERBAL.
000850
000860 FD RUN-CONTROL-FILE.
000870     COPY RUNCTL.
000880
000890 FD PRINT-FILE.
000900 01 PRINT-LINE PIC X(120).
000910
000920 FD DSO-EXTRACT.
000930 01 DSO-EXTRACT-RECORD PIC X(194).
000940
000950 WORKING-STORAGE SECTION.
000960 01 WS-EOF PIC X VALUE 'N'.
000970     88 END-OF-FILE VALUE 'Y'.
000980 01 WS-PB-FILE-STATUS PIC X(2).
000990 01 WS-RC-FILE-STATUS PIC X(2).
001000 01 WS-PRINT-FILE-STATUS PIC X(2).
001010 01 WS-EXTRACT-FILE-STATUS PIC X(2).
001020 01 WS-BUSINESS-DATE PIC 9(8).
001030 01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
001040     02 WS-BUSINESS-YEAR PIC 9(4).
001050     02 WS-BUSINESS-MONTH PIC 9(2).
001060     02 WS-BUSINESS-DAY PIC 9(2).
001070 01 WS-BUSINESS-DATE-IN PIC X(8).
001080 01 WS-REPORT-DATE PIC X(10).
001090
001100*----------------------------------------------------------------*
001110*    PERIOD WORK AREAS                                           *
001120*    Months are counted as year x 12 + month - 1 so the trend    *
001130*    months fall out of a subtraction, as CUSTCLOS does for its  *
001140*    retention cutoff. Trend slot 4 is the month reported and    *
001150*    slot 1 three months before it.                              *
001160*----------------------------------------------------------------*
001170 01 WS-PERIOD-IN PIC X(6).
001180 01 WS-PERIOD-IN-NUM REDEFINES WS-PERIOD-IN PIC 9(6).
001190 01 WS-REPORT-PERIOD PIC 9(6).
001200 01 WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
001210     02 WS-REPORT-YEAR PIC 9(4).
001220     02 WS-REPORT-MONTH PIC 9(2).
001230 01 WS-LAST-CLOSED-PERIOD PIC 9(6) VALUE ZERO.
001240 01 WS-RC-SCAN-SWITCH PIC X VALUE 'N'.
001250     88 END-OF-PERIOD-RECORDS VALUE 'Y'.
001260 77 WS-REPORT-MONTH-NUMBER PIC 9(7) COMP.
001270 77 WS-MONTH-NUMBER PIC 9(7) COMP.
001280 77 WS-MONTH-QUOTIENT PIC 9(7) COMP.
001290 77 WS-MONTH-REMAINDER PIC 9(2) COMP.
001300 77 WS-MONTH-DIFFERENCE PIC S9(7) COMP.
001310 01 WS-TREND-PERIODS.
001320     02 WS-TREND-PERIOD OCCURS 4 TIMES PIC 9(6).
001330 01 WS-WORK-PERIOD PIC 9(6).
001340 01 WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-PERIOD.
001350     02 WS-WORK-YEAR PIC 9(4).
001360     02 WS-WORK-MONTH PIC 9(2).
001370 01 WS-PERIOD-DISPLAY.
001380     02 WS-PD-YEAR PIC 9(4).
001390     02 FILLER PIC X(1) VALUE '-'.
001400     02 WS-PD-MONTH PIC 9(2).
001410
001420*----------------------------------------------------------------*
001430*    BRANCH PERIOD TABLE                                         *
001440*    Slot 1 is the whole shop. Branch slots fill from slot 2 in  *
001450*    the order branches are met; a blank PB-BRANCH totals under  *
001460*    the *** slot, printed as (NONE), as CUSTAGE does.           *
001470*----------------------------------------------------------------*
001480 77 WS-SLOT-MAX PIC 9(4) COMP VALUE 11.
001490 77 WS-SLOT-COUNT PIC 9(4) COMP VALUE 1.
001500 77 WS-SLOT-SUB PIC 9(4) COMP VALUE ZERO.
001510 77 WS-PER-SUB PIC 9(4) COMP VALUE ZERO.
001520 77 WS-AGE-SUB PIC 9(4) COMP VALUE ZERO.
001530 01 WS-WORK-BRANCH PIC X(3).
001540 01 WS-WORK-BRANCH-LABEL PIC X(6).
001550 01 WS-BRANCH-TABLE.
001560     02 WS-BRANCH-ENTRY OCCURS 11 TIMES
001570         INDEXED BY WS-BR-IX.
001580         03 WS-BR-CODE PIC X(3).
001590         03 WS-BR-PERIOD OCCURS 4 TIMES.
001600             04 WS-BP-CUSTOMERS PIC 9(7) COMP.
001610             04 WS-BP-OPENING PIC S9(11)V99 COMP-3.
001620             04 WS-BP-CHARGES PIC S9(11)V99 COMP-3.
001630             04 WS-BP-FINANCE PIC S9(11)V99 COMP-3.
001640             04 WS-BP-PAYMENTS PIC S9(11)V99 COMP-3.
001650             04 WS-BP-ADJUSTMENTS PIC S9(11)V99 COMP-3.
001660             04 WS-BP-OTHER PIC S9(11)V99 COMP-3.
001670             04 WS-BP-CLOSING PIC S9(11)V99 COMP-3.
001680             04 WS-BP-AGED OCCURS 4 TIMES
001690                 PIC S9(11)V99 COMP-3.
001700
001710*----------------------------------------------------------------*
001720*    MEASURES FOR ONE BRANCH AND MONTH                           *
001730*    Set by 3000-COMPUTE-MEASURES from WS-SLOT-SUB/WS-PER-SUB.   *
001740*----------------------------------------------------------------*
001750 01 WS-MEASURES.
001760     02 WS-M-BILLED PIC S9(11)V99 COMP-3.
001770     02 WS-M-COLLECTED PIC S9(11)V99 COMP-3.
001780     02 WS-M-COLLECTIBLE PIC S9(11)V99 COMP-3.
001790     02 WS-M-DSO PIC S9(5)V9 COMP-3.
001800     02 WS-M-DSO-SWITCH PIC X(1).
001810         88 DSO-VALID VALUE 'Y'.
001820     02 WS-M-CEI PIC S9(5)V9 COMP-3.
001830     02 WS-M-CEI-SWITCH PIC X(1).
001840         88 CEI-VALID VALUE 'Y'.
001850     02 WS-M-PCT OCCURS 4 TIMES PIC S9(5)V9 COMP-3.
001860     02 WS-M-PCT-SWITCH PIC X(1).
001870         88 PCT-VALID VALUE 'Y'.
001880
001890*----------------------------------------------------------------*
001900*    RUN CONTROL TOTALS                                          *
001910*----------------------------------------------------------------*
001920 77 WS-READ-COUNT PIC 9(9) COMP VALUE ZERO.
001930 77 WS-USED-COUNT PIC 9(9) COMP VALUE ZERO.
001940 77 WS-UNTABLED-COUNT PIC 9(9) COMP VALUE ZERO.
001950 77 WS-EXTRACT-COUNT PIC 9(9) COMP VALUE ZERO.
001960 77 WS-BRANCH-COUNT PIC 9(4) COMP VALUE ZERO.
001970
001980*----------------------------------------------------------------*
001990*    REPORT PAGE CONTROL                                         *
002000*    Each section starts a page; its two heading lines are held  *
002010*    here so a page break inside the section repeats them.       *
002020*----------------------------------------------------------------*
002030 77 WS-LINES-PER-PAGE PIC 9(2) COMP VALUE 20.
002040 77 WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
002050 77 WS-PAGE-COUNT PIC 9(4) COMP VALUE ZERO.
002060 01 WS-SECTION-HEADING-1 PIC X(120).
002070 01 WS-SECTION-HEADING-2 PIC X(120).
002080
002090*----------------------------------------------------------------*
002100*    REPORT LINES                                                *
002110*----------------------------------------------------------------*
002120 01 WS-TITLE-LINE.
002130     02 FILLER PIC X(50) VALUE
002140         'DSO AND COLLECTION EFFECTIVENESS BY BRANCH'.
002150     02 FILLER PIC X(60) VALUE SPACES.
002160     02 FILLER PIC X(06) VALUE 'PAGE: '.
002170     02 WS-TITLE-PAGE PIC ZZZ9.
002180 01 WS-DATE-LINE.
002190     02 FILLER PIC X(14) VALUE 'REPORT DATE: '.
002200     02 WS-DATE-LINE-DATE PIC X(10).
002210     02 FILLER PIC X(10) VALUE '  PERIOD: '.
002220     02 WS-DATE-LINE-PERIOD PIC X(7).
002230 01 WS-ACTIVITY-HEADING-1.
002240     02 FILLER PIC X(40) VALUE
002250         'RECEIVABLES ACTIVITY FOR THE MONTH'.
002260 01 WS-ACTIVITY-HEADING-2.
002270     02 FILLER PIC X(06) VALUE 'BRANCH'.
002280     02 FILLER PIC X(16) VALUE '         OPENING'.
002290     02 FILLER PIC X(16) VALUE '         CHARGES'.
002300     02 FILLER PIC X(16) VALUE ' FINANCE CHARGES'.
002310     02 FILLER PIC X(16) VALUE '        PAYMENTS'.
002320     02 FILLER PIC X(16) VALUE '     ADJUSTMENTS'.
002330     02 FILLER PIC X(16) VALUE '   W-OFF/REFUNDS'.
002340     02 FILLER PIC X(16) VALUE '         CLOSING'.
002350 01 WS-ACTIVITY-LINE.
002360     02 WS-AL-BRANCH PIC X(6).
002370     02 WS-AL-COLUMN OCCURS 7 TIMES.
002380         03 FILLER PIC X(01).
002390         03 WS-AL-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
002400 01 WS-MEASURES-HEADING-1.
002410     02 FILLER PIC X(40) VALUE
002420         'COLLECTION MEASURES FOR THE MONTH'.
002430     02 FILLER PIC X(40) VALUE
002440         '                 PCT OF CLOSING BY AGE'.
002450 01 WS-MEASURES-HEADING-2.
002460     02 FILLER PIC X(06) VALUE 'BRANCH'.
002470     02 FILLER PIC X(12) VALUE '   CUSTOMERS'.
002480     02 FILLER PIC X(10) VALUE '       DSO'.
002490     02 FILLER PIC X(10) VALUE '       CEI'.
002500     02 FILLER PIC X(10) VALUE '   CURRENT'.
002510     02 FILLER PIC X(10) VALUE '     31-60'.
002520     02 FILLER PIC X(10) VALUE '     61-90'.
002530     02 FILLER PIC X(10) VALUE '   OVER 90'.
002540 01 WS-MEASURES-LINE.
002550     02 WS-ML-BRANCH PIC X(6).
002560     02 FILLER PIC X(05).
002570     02 WS-ML-CUSTOMERS PIC ZZZ,ZZ9.
002580     02 FILLER PIC X(03).
002590     02 WS-ML-DSO PIC -ZZZ9.9.
002600     02 WS-ML-DSO-X REDEFINES WS-ML-DSO PIC X(7).
002610     02 FILLER PIC X(03).
002620     02 WS-ML-CEI PIC -ZZZ9.9.
002630     02 WS-ML-CEI-X REDEFINES WS-ML-CEI PIC X(7).
002640     02 WS-ML-AGE-COLUMN OCCURS 4 TIMES.
002650         03 FILLER PIC X(03).
002660         03 WS-ML-PCT PIC -ZZZ9.9.
002670         03 WS-ML-PCT-X REDEFINES WS-ML-PCT PIC X(7).
002680 01 WS-TREND-HEADING-1.
002690     02 FILLER PIC X(50) VALUE
002700         'TREND - MONTH REPORTED AND PRIOR THREE MONTHS'.
002710 01 WS-TREND-HEADING-2.
002720     02 FILLER PIC X(06) VALUE 'BRANCH'.
002730     02 FILLER PIC X(09) VALUE '   PERIOD'.
002740     02 FILLER PIC X(16) VALUE '         CLOSING'.
002750     02 FILLER PIC X(16) VALUE '          BILLED'.
002760     02 FILLER PIC X(16) VALUE '        PAYMENTS'.
002770     02 FILLER PIC X(10) VALUE '       DSO'.
002780     02 FILLER PIC X(10) VALUE '       CEI'.
002790     02 FILLER PIC X(10) VALUE '   OVER 90'.
002800 01 WS-TREND-LINE.
002810     02 WS-TL-BRANCH PIC X(6).
002820     02 FILLER PIC X(02).
002830     02 WS-TL-PERIOD PIC X(7).
002840     02 WS-TL-DETAIL.
002850         03 FILLER PIC X(01).
002860         03 WS-TL-CLOSING PIC -ZZZ,ZZZ,ZZ9.99.
002870         03 FILLER PIC X(01).
002880         03 WS-TL-BILLED PIC -ZZZ,ZZZ,ZZ9.99.
002890         03 FILLER PIC X(01).
002900         03 WS-TL-PAYMENTS PIC -ZZZ,ZZZ,ZZ9.99.
002910         03 FILLER PIC X(03).
002920         03 WS-TL-DSO PIC -ZZZ9.9.
002930         03 WS-TL-DSO-X REDEFINES WS-TL-DSO PIC X(7).
002940         03 FILLER PIC X(03).
002950         03 WS-TL-CEI PIC -ZZZ9.9.
002960         03 WS-TL-CEI-X REDEFINES WS-TL-CEI PIC X(7).
002970         03 FILLER PIC X(03).
002980         03 WS-TL-OVER-90 PIC -ZZZ9.9.
002990         03 WS-TL-OVER-90-X REDEFINES WS-TL-OVER-90 PIC X(7).
003000     02 WS-TL-NOTE REDEFINES WS-TL-DETAIL PIC X(78).
003010 01 WS-FOOTNOTE-LINES.
003020     02 FILLER PIC X(70) VALUE
003030         'BILLED = CHARGES + FINANCE CHARGES'.
003040     02 FILLER PIC X(70) VALUE
003050         'DSO    = CLOSING / BILLED X 30 DAYS'.
003060     02 FILLER PIC X(70) VALUE
003070         'CEI    = (OPENING + BILLED - CLOSING) /'.
003080     02 FILLER PIC X(70) VALUE
003090         '         (OPENING + BILLED - CURRENT CLOSING) X 100'.
003100     02 FILLER PIC X(70) VALUE
003110         'N/A    = DIVISOR ZERO OR NEGATIVE'.
003120 01 WS-FOOTNOTE-TABLE REDEFINES WS-FOOTNOTE-LINES.
003130     02 WS-FOOTNOTE PIC X(70) OCCURS 5 TIMES.
003140
003150*----------------------------------------------------------------*
003160*    EXTRACT ROWS                                                *
003170*    Comma-delimited for the controller's spreadsheet; amounts   *
003180*    carry a leading sign and an actual decimal point, and an    *
003190*    N/A measure is left empty between its commas.               *
003200*----------------------------------------------------------------*
003210 01 WS-EXTRACT-HEADING.
003220     02 FILLER PIC X(32) VALUE
003230         'PERIOD,BRANCH,CUSTOMERS,OPENING,'.
003240     02 FILLER PIC X(37) VALUE
003250         'CHARGES,FINANCE,PAYMENTS,ADJUSTMENTS,'.
003260     02 FILLER PIC X(28) VALUE
003270         'WOFF-REFUNDS,CLOSING,BILLED,'.
003280     02 FILLER PIC X(30) VALUE
003290         'DSO,CEI,PCT-CURRENT,PCT-31-60,'.
003300     02 FILLER PIC X(21) VALUE
003310         'PCT-61-90,PCT-OVER-90'.
003320 01 WS-EXTRACT-ROW.
003330     02 WS-EX-PERIOD PIC 9(6).
003340     02 FILLER PIC X(01) VALUE ','.
003350     02 WS-EX-BRANCH PIC X(3).
003360     02 FILLER PIC X(01) VALUE ','.
003370     02 WS-EX-CUSTOMERS PIC 9(7).
003380     02 WS-EX-AMOUNT-COLUMN OCCURS 8 TIMES.
003390         03 FILLER PIC X(01) VALUE ','.
003400         03 WS-EX-AMOUNT PIC -9(11).99.
003410     02 FILLER PIC X(01) VALUE ','.
003420     02 WS-EX-DSO PIC -9(4).9.
003430     02 WS-EX-DSO-X REDEFINES WS-EX-DSO PIC X(7).
003440     02 FILLER PIC X(01) VALUE ','.
003450     02 WS-EX-CEI PIC -9(4).9.
003460     02 WS-EX-CEI-X REDEFINES WS-EX-CEI PIC X(7).
003470     02 WS-EX-AGE-COLUMN OCCURS 4 TIMES.
003480         03 FILLER PIC X(01) VALUE ','.
003490         03 WS-EX-PCT PIC -9(4).9.
003500         03 WS-EX-PCT-X REDEFINES WS-EX-PCT PIC X(7).
003510
003520*******************************************************************
003530*                       PROCEDURE DIVISION                        *
003540*******************************************************************
003550 PROCEDURE DIVISION.
003560
003570*----------------------------------------------------------------*
003580*    0000-MAINLINE                                               *
003590*----------------------------------------------------------------*
003600 0000-MAINLINE.
003610     PERFORM 1000-INITIALIZE
003620     PERFORM 2000-LOAD-BALANCES THRU 2000-EXIT
003630         UNTIL END-OF-FILE
003640     PERFORM 2500-OPEN-OUTPUTS
003650     PERFORM 5000-PRINT-ACTIVITY
003660     PERFORM 6000-PRINT-MEASURES
003670     PERFORM 7000-PRINT-TREND
003680     PERFORM 7500-WRITE-EXTRACT
003690     PERFORM 8000-PRINT-SUMMARY
003700     PERFORM 9999-TERMINATE
003710     STOP RUN.
003720
003730*----------------------------------------------------------------*
003740*    1000-INITIALIZE                                             *
003750*----------------------------------------------------------------*
003760 1000-INITIALIZE.
003770     MOVE SPACES TO WS-BUSINESS-DATE-IN
003780     DISPLAY 'BUSINESS-DATE' UPON ENVIRONMENT-NAME
003790     ACCEPT WS-BUSINESS-DATE-IN FROM ENVIRONMENT-VALUE
003800     END-ACCEPT
003810     IF WS-BUSINESS-DATE-IN IS NUMERIC
003820         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
003830     ELSE
003840         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
003850     END-IF
003860     STRING WS-BUSINESS-MONTH '/' WS-BUSINESS-DAY '/'
003870         WS-BUSINESS-YEAR DELIMITED BY SIZE
003880         INTO WS-REPORT-DATE
003890     PERFORM 1100-SET-PERIOD
003900     INITIALIZE WS-BRANCH-TABLE
003910     MOVE 'ALL' TO WS-BR-CODE(1)
003920     OPEN INPUT PERIOD-BALANCE-FILE
003930     IF WS-PB-FILE-STATUS NOT = '00'
003940         DISPLAY 'RUN REFUSED - NO PERIOD BALANCE FILE. Status: '
003950             WS-PB-FILE-STATUS
003960         STOP RUN
003970     END-IF.
003980
003990*----------------------------------------------------------------*
004000*    1100-SET-PERIOD                                             *
004010*    Only a closed month is reported. The close only ever moves  *
004020*    forward, so every month up to the latest complete PERIOD    *
004030*    record is closed.                                           *
004040*----------------------------------------------------------------*
004050 1100-SET-PERIOD.
004060     OPEN INPUT RUN-CONTROL-FILE
004070     IF WS-RC-FILE-STATUS NOT = '00'
004080         DISPLAY 'RUN REFUSED - NO PERIOD HAS BEEN CLOSED'
004090         STOP RUN
004100     END-IF
004110     PERFORM 1150-FIND-LAST-CLOSED
004120     CLOSE RUN-CONTROL-FILE
004130     IF WS-LAST-CLOSED-PERIOD = ZERO
004140         DISPLAY 'RUN REFUSED - NO PERIOD HAS BEEN CLOSED'
004150         STOP RUN
004160     END-IF
004170     MOVE WS-LAST-CLOSED-PERIOD TO WS-REPORT-PERIOD
004180     MOVE SPACES TO WS-PERIOD-IN
004190     DISPLAY 'DSO-PERIOD' UPON ENVIRONMENT-NAME
004200     ACCEPT WS-PERIOD-IN FROM ENVIRONMENT-VALUE
004210     END-ACCEPT
004220     IF WS-PERIOD-IN IS NUMERIC
004230         MOVE WS-PERIOD-IN-NUM TO WS-REPORT-PERIOD
004240     END-IF
004250     IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
004260         DISPLAY 'RUN REFUSED - DSO-PERIOD IS NOT YYYYMM: '
004270             WS-PERIOD-IN
004280         STOP RUN
004290     END-IF
004300     IF WS-REPORT-PERIOD > WS-LAST-CLOSED-PERIOD
004310         DISPLAY 'RUN REFUSED - PERIOD ' WS-REPORT-PERIOD
004320             ' IS NOT CLOSED - LAST CLOSED PERIOD IS '
004330             WS-LAST-CLOSED-PERIOD
004340         STOP RUN
004350     END-IF
004360     COMPUTE WS-REPORT-MONTH-NUMBER =
004370         WS-REPORT-YEAR * 12 + WS-REPORT-MONTH - 1
004380     PERFORM 1200-SET-TREND-PERIOD
004390         VARYING WS-PER-SUB FROM 1 BY 1
004400         UNTIL WS-PER-SUB > 4
004410     MOVE WS-REPORT-PERIOD TO WS-WORK-PERIOD
004420     PERFORM 1300-FORMAT-PERIOD
004430     DISPLAY 'REPORTING PERIOD ' WS-REPORT-PERIOD.
004440
004450*----------------------------------------------------------------*
004460*    1150-FIND-LAST-CLOSED                                       *
004470*    Walks the PERIOD records (a dozen a year) and keeps the     *
004480*    latest one that is complete.                                *
004490*----------------------------------------------------------------*
004500 1150-FIND-LAST-CLOSED.
004510     MOVE ZERO TO WS-LAST-CLOSED-PERIOD
004520     MOVE 'N' TO WS-RC-SCAN-SWITCH
004530     MOVE 'PERIOD' TO RC-PROGRAM
004540     MOVE ZERO TO RC-RUN-DATE
004550     START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-KEY
004560         INVALID KEY
004570             SET END-OF-PERIOD-RECORDS TO TRUE
004580     END-START
004590     PERFORM 1160-READ-PERIOD-RECORD THRU 1160-EXIT
004600         UNTIL END-OF-PERIOD-RECORDS.
004610
004620*----------------------------------------------------------------*
004630*    1160-READ-PERIOD-RECORD                                     *
004640*----------------------------------------------------------------*
004650 1160-READ-PERIOD-RECORD.
004660     READ RUN-CONTROL-FILE NEXT RECORD
004670         AT END
004680             SET END-OF-PERIOD-RECORDS TO TRUE
004690             GO TO 1160-EXIT
004700     END-READ
004710     IF RC-PROGRAM NOT = 'PERIOD'
004720         SET END-OF-PERIOD-RECORDS TO TRUE
004730         GO TO 1160-EXIT
004740     END-IF
004750     IF RC-RUN-COMPLETE
004760         MOVE RC-RUN-DATE(1:6) TO WS-LAST-CLOSED-PERIOD
004770     END-IF.
004780 1160-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------------*
004820*    1200-SET-TREND-PERIOD                                       *
004830*----------------------------------------------------------------*
004840 1200-SET-TREND-PERIOD.
004850     COMPUTE WS-MONTH-NUMBER =
004860         WS-REPORT-MONTH-NUMBER - (4 - WS-PER-SUB)
004870     DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-MONTH-QUOTIENT
004880         REMAINDER WS-MONTH-REMAINDER
004890     MOVE WS-MONTH-QUOTIENT TO WS-WORK-YEAR
004900     COMPUTE WS-WORK-MONTH = WS-MONTH-REMAINDER + 1
004910     MOVE WS-WORK-PERIOD TO WS-TREND-PERIOD(WS-PER-SUB).
004920
004930*----------------------------------------------------------------*
004940*    1300-FORMAT-PERIOD                                          *
004950*    WS-WORK-PERIOD as YYYY-MM for the report.                   *
004960*----------------------------------------------------------------*
004970 1300-FORMAT-PERIOD.
004980     MOVE WS-WORK-YEAR TO WS-PD-YEAR
004990     MOVE WS-WORK-MONTH TO WS-PD-MONTH.
005000
005010*----------------------------------------------------------------*
005020*    2000-LOAD-BALANCES                                          *
005030*    One pass of the period-balance file. Records for months     *
005040*    outside the four reported are passed over.                  *
005050*----------------------------------------------------------------*
005060 2000-LOAD-BALANCES.
005070     READ PERIOD-BALANCE-FILE NEXT RECORD
005080         AT END
005090             SET END-OF-FILE TO TRUE
005100             GO TO 2000-EXIT
005110     END-READ
005120     ADD 1 TO WS-READ-COUNT
005130     COMPUTE WS-MONTH-DIFFERENCE = WS-REPORT-MONTH-NUMBER
005140         - (PB-PERIOD-YEAR * 12 + PB-PERIOD-MONTH - 1)
005150     IF WS-MONTH-DIFFERENCE < ZERO OR WS-MONTH-DIFFERENCE > 3
005160         GO TO 2000-EXIT
005170     END-IF
005180     COMPUTE WS-PER-SUB = 4 - WS-MONTH-DIFFERENCE
005190     ADD 1 TO WS-USED-COUNT
005200     MOVE 1 TO WS-SLOT-SUB
005210     PERFORM 2200-ADD-TO-SLOT
005220     PERFORM 2100-FIND-BRANCH-SLOT
005230     IF WS-SLOT-SUB NOT = ZERO
005240         PERFORM 2200-ADD-TO-SLOT
005250     END-IF.
005260 2000-EXIT.
005270     EXIT.
005280
005290*----------------------------------------------------------------*
005300*    2100-FIND-BRANCH-SLOT                                       *
005310*    Finds or claims the table slot for this record's branch;    *
005320*    WS-SLOT-SUB comes back zero when the table is full, and the *
005330*    record then counts in the shop-wide figures only.           *
005340*----------------------------------------------------------------*
005350 2100-FIND-BRANCH-SLOT.
005360     IF PB-BRANCH = SPACES
005370         MOVE '***' TO WS-WORK-BRANCH
005380     ELSE
005390         MOVE PB-BRANCH TO WS-WORK-BRANCH
005400     END-IF
005410     MOVE ZERO TO WS-SLOT-SUB
005420     SET WS-BR-IX TO 2
005430     SEARCH WS-BRANCH-ENTRY
005440         AT END
005450             DISPLAY 'BRANCH TABLE FULL - SHOP TOTAL ONLY: '
005460                 WS-WORK-BRANCH
005470             ADD 1 TO WS-UNTABLED-COUNT
005480         WHEN WS-BR-CODE (WS-BR-IX) = WS-WORK-BRANCH
005490             SET WS-SLOT-SUB TO WS-BR-IX
005500         WHEN WS-BR-CODE (WS-BR-IX) = SPACES
005510             MOVE WS-WORK-BRANCH TO WS-BR-CODE (WS-BR-IX)
005520             SET WS-SLOT-SUB TO WS-BR-IX
005530             ADD 1 TO WS-SLOT-COUNT
005540             ADD 1 TO WS-BRANCH-COUNT
005550     END-SEARCH.
005560
005570*----------------------------------------------------------------*
005580*    2200-ADD-TO-SLOT                                            *
005590*    PB-ADJUSTMENTS already carries backout reversals; write-    *
005600*    offs, refunds and merges share the W-OFF/REFUNDS column so  *
005610*    opening plus the activity columns still equals closing.     *
005620*----------------------------------------------------------------*
005630 2200-ADD-TO-SLOT.
005640     ADD 1 TO WS-BP-CUSTOMERS(WS-SLOT-SUB WS-PER-SUB)
005650     ADD PB-OPENING-BALANCE
005660         TO WS-BP-OPENING(WS-SLOT-SUB WS-PER-SUB)
005670     ADD PB-CHARGES TO WS-BP-CHARGES(WS-SLOT-SUB WS-PER-SUB)
005680     ADD PB-FINANCE-CHARGES
005690         TO WS-BP-FINANCE(WS-SLOT-SUB WS-PER-SUB)
005700     ADD PB-PAYMENTS TO WS-BP-PAYMENTS(WS-SLOT-SUB WS-PER-SUB)
005710     ADD PB-ADJUSTMENTS
005720         TO WS-BP-ADJUSTMENTS(WS-SLOT-SUB WS-PER-SUB)
005730     ADD PB-WRITE-OFFS PB-OTHER-ACTIVITY
005740         TO WS-BP-OTHER(WS-SLOT-SUB WS-PER-SUB)
005750     ADD PB-CLOSING-BALANCE
005760         TO WS-BP-CLOSING(WS-SLOT-SUB WS-PER-SUB)
005770     IF PB-AGE-BUCKET >= 1 AND PB-AGE-BUCKET <= 4
005780         MOVE PB-AGE-BUCKET TO WS-AGE-SUB
005790     ELSE
005800         MOVE 4 TO WS-AGE-SUB
005810     END-IF
005820     ADD PB-CLOSING-BALANCE
005830         TO WS-BP-AGED(WS-SLOT-SUB WS-PER-SUB WS-AGE-SUB).
005840
005850*----------------------------------------------------------------*
005860*    2500-OPEN-OUTPUTS                                           *
005870*    Nothing is written until the month reported is known to     *
005880*    have balances on file.                                      *
005890*----------------------------------------------------------------*
005900 2500-OPEN-OUTPUTS.
005910     IF WS-BP-CUSTOMERS(1 4) = ZERO
005920         DISPLAY 'RUN REFUSED - NO PERIOD BALANCES ON FILE FOR '
005930             WS-REPORT-PERIOD
005940         CLOSE PERIOD-BALANCE-FILE
005950         STOP RUN
005960     END-IF
005970     OPEN OUTPUT PRINT-FILE
005980     IF WS-PRINT-FILE-STATUS NOT = '00'
005990         DISPLAY 'Error opening DSO report. Status: '
006000             WS-PRINT-FILE-STATUS
006010         STOP RUN
006020     END-IF
006030     OPEN OUTPUT DSO-EXTRACT
006040     IF WS-EXTRACT-FILE-STATUS NOT = '00'
006050         DISPLAY 'Error opening DSO extract. Status: '
006060             WS-EXTRACT-FILE-STATUS
006070         STOP RUN
006080     END-IF.
006090
006100*----------------------------------------------------------------*
006110*    3000-COMPUTE-MEASURES                                       *
006120*    For slot WS-SLOT-SUB, month WS-PER-SUB. A result too large  *
006130*    for its field is as meaningless as a zero divisor and is    *
006140*    reported N/A the same way.                                  *
006150*----------------------------------------------------------------*
006160 3000-COMPUTE-MEASURES.
006170     MOVE 'N' TO WS-M-DSO-SWITCH
006180     MOVE 'N' TO WS-M-CEI-SWITCH
006190     MOVE 'N' TO WS-M-PCT-SWITCH
006200     COMPUTE WS-M-BILLED = WS-BP-CHARGES(WS-SLOT-SUB WS-PER-SUB)
006210         + WS-BP-FINANCE(WS-SLOT-SUB WS-PER-SUB)
006220     COMPUTE WS-M-COLLECTED =
006230         WS-BP-OPENING(WS-SLOT-SUB WS-PER-SUB) + WS-M-BILLED
006240         - WS-BP-CLOSING(WS-SLOT-SUB WS-PER-SUB)
006250     COMPUTE WS-M-COLLECTIBLE =
006260         WS-BP-OPENING(WS-SLOT-SUB WS-PER-SUB) + WS-M-BILLED
006270         - WS-BP-AGED(WS-SLOT-SUB WS-PER-SUB 1)
006280     IF WS-M-BILLED > ZERO
006290         MOVE 'Y' TO WS-M-DSO-SWITCH
006300         COMPUTE WS-M-DSO ROUNDED =
006310             WS-BP-CLOSING(WS-SLOT-SUB WS-PER-SUB) * 30
006320             / WS-M-BILLED
006330             ON SIZE ERROR
006340                 MOVE 'N' TO WS-M-DSO-SWITCH
006350         END-COMPUTE
006360     END-IF
006370     IF WS-M-COLLECTIBLE > ZERO
006380         MOVE 'Y' TO WS-M-CEI-SWITCH
006390         COMPUTE WS-M-CEI ROUNDED =
006400             WS-M-COLLECTED * 100 / WS-M-COLLECTIBLE
006410             ON SIZE ERROR
006420                 MOVE 'N' TO WS-M-CEI-SWITCH
006430         END-COMPUTE
006440     END-IF
006450     IF WS-BP-CLOSING(WS-SLOT-SUB WS-PER-SUB) > ZERO
006460         MOVE 'Y' TO WS-M-PCT-SWITCH
006470         PERFORM 3100-COMPUTE-AGE-PERCENT
006480             VARYING WS-AGE-SUB FROM 1 BY 1
006490             UNTIL WS-AGE-SUB > 4
006500     END-IF.
006510
006520*----------------------------------------------------------------*
006530*    3100-COMPUTE-AGE-PERCENT                                    *
006540*----------------------------------------------------------------*
006550 3100-COMPUTE-AGE-PERCENT.
006560     COMPUTE WS-M-PCT(WS-AGE-SUB) ROUNDED =
006570         WS-BP-AGED(WS-SLOT-SUB WS-PER-SUB WS-AGE-SUB) * 100
006580         / WS-BP-CLOSING(WS-SLOT-SUB WS-PER-SUB)
006590         ON SIZE ERROR
006600             MOVE 'N' TO WS-M-PCT-SWITCH
006610     END-COMPUTE.
006620
006630*----------------------------------------------------------------*
006640*    3900-PRINT-PAGE-HEADING                                     *
006650*    Repeats the current section's headings under the title.     *
006660*----------------------------------------------------------------*
006670 3900-PRINT-PAGE-HEADING.
006680     ADD 1 TO WS-PAGE-COUNT
006690     MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE
006700     MOVE WS-REPORT-DATE TO WS-DATE-LINE-DATE
006710     MOVE WS-REPORT-PERIOD TO WS-WORK-PERIOD
006720     PERFORM 1300-FORMAT-PERIOD
006730     MOVE WS-PERIOD-DISPLAY TO WS-DATE-LINE-PERIOD
006740     IF WS-PAGE-COUNT > 1
006750         WRITE PRINT-LINE FROM SPACES
006760     END-IF
006770     WRITE PRINT-LINE FROM WS-TITLE-LINE
006780     WRITE PRINT-LINE FROM WS-DATE-LINE
006790     WRITE PRINT-LINE FROM SPACES
006800     WRITE PRINT-LINE FROM WS-SECTION-HEADING-1
006810     WRITE PRINT-LINE FROM WS-SECTION-HEADING-2
006820     MOVE ZERO TO WS-LINE-COUNT.
006830
006840*----------------------------------------------------------------*
006850*    3950-CHECK-PAGE                                             *
006860*----------------------------------------------------------------*
006870 3950-CHECK-PAGE.
006880     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006890         PERFORM 3900-PRINT-PAGE-HEADING
006900     END-IF
006910     ADD 1 TO WS-LINE-COUNT.
006920
006930*----------------------------------------------------------------*
006940*    3960-SET-BRANCH-LABEL                                       *
006950*    The slot's code as printed: (NONE) for unassigned, SHOP for *
006960*    the whole-shop slot.                                        *
006970*----------------------------------------------------------------*
006980 3960-SET-BRANCH-LABEL.
006990     EVALUATE TRUE
007000         WHEN WS-SLOT-SUB = 1
007010             MOVE 'SHOP' TO WS-WORK-BRANCH-LABEL
007020         WHEN WS-BR-CODE(WS-SLOT-SUB) = '***'
007030             MOVE '(NONE)' TO WS-WORK-BRANCH-LABEL
007040         WHEN OTHER
007050             MOVE WS-BR-CODE(WS-SLOT-SUB) TO WS-WORK-BRANCH-LABEL
007060     END-EVALUATE.
007070
007080*----------------------------------------------------------------*
007090*    5000-PRINT-ACTIVITY                                         *
007100*    The month's activity, branch by branch, then the shop.      *
007110*----------------------------------------------------------------*
007120 5000-PRINT-ACTIVITY.
007130     MOVE WS-ACTIVITY-HEADING-1 TO WS-SECTION-HEADING-1
007140     MOVE WS-ACTIVITY-HEADING-2 TO WS-SECTION-HEADING-2
007150     PERFORM 3900-PRINT-PAGE-HEADING
007160     MOVE 4 TO WS-PER-SUB
007170     PERFORM 5100-PRINT-ACTIVITY-LINE
007180         VARYING WS-SLOT-SUB FROM 2 BY 1
007190         UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
007200     PERFORM 3950-CHECK-PAGE
007210     WRITE PRINT-LINE FROM SPACES
007220     MOVE 1 TO WS-SLOT-SUB
007230     PERFORM 5100-PRINT-ACTIVITY-LINE.
007240
007250*----------------------------------------------------------------*
007260*    5100-PRINT-ACTIVITY-LINE                                    *
007270*----------------------------------------------------------------*
007280 5100-PRINT-ACTIVITY-LINE.
007290     PERFORM 3950-CHECK-PAGE
007300     MOVE SPACES TO WS-ACTIVITY-LINE
007310     PERFORM 3960-SET-BRANCH-LABEL
007320     MOVE WS-WORK-BRANCH-LABEL TO WS-AL-BRANCH
007330     MOVE WS-BP-OPENING(WS-SLOT-SUB WS-PER-SUB) TO WS-AL-AMOUNT(1)
007340     MOVE WS-BP-CHARGES(WS-SLOT-SUB WS-PER-SUB) TO WS-AL-AMOUNT(2)
007350     MOVE WS-BP-FINANCE(WS-SLOT-SUB WS-PER-SUB) TO WS-AL-AMOUNT(3)
007360     MOVE WS-BP-PAYMENTS(WS-SLOT-SUB WS-PER-SUB)
007370         TO WS-AL-AMOUNT(4)
007380     MOVE WS-BP-ADJUSTMENTS(WS-SLOT-SUB WS-PER-SUB)
007390         TO WS-AL-AMOUNT(5)
007400     MOVE WS-BP-OTHER(WS-SLOT-SUB WS-PER-SUB) TO WS-AL-AMOUNT(6)
007410     MOVE WS-BP-CLOSING(WS-SLOT-SUB WS-PER-SUB) TO WS-AL-AMOUNT(7)
007420     WRITE PRINT-LINE FROM WS-ACTIVITY-LINE.
007430
007440*----------------------------------------------------------------*
007450*    6000-PRINT-MEASURES                                         *
007460*----------------------------------------------------------------*
007470 6000-PRINT-MEASURES.
007480     MOVE WS-MEASURES-HEADING-1 TO WS-SECTION-HEADING-1
007490     MOVE WS-MEASURES-HEADING-2 TO WS-SECTION-HEADING-2
007500     PERFORM 3900-PRINT-PAGE-HEADING
007510     MOVE 4 TO WS-PER-SUB
007520     PERFORM 6100-PRINT-MEASURES-LINE
007530         VARYING WS-SLOT-SUB FROM 2 BY 1
007540         UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
007550     PERFORM 3950-CHECK-PAGE
007560     WRITE PRINT-LINE FROM SPACES
007570     MOVE 1 TO WS-SLOT-SUB
007580     PERFORM 6100-PRINT-MEASURES-LINE
007590     PERFORM 6200-PRINT-FOOTNOTE
007600         VARYING WS-AGE-SUB FROM 1 BY 1
007610         UNTIL WS-AGE-SUB > 5.
007620
007630*----------------------------------------------------------------*
007640*    6100-PRINT-MEASURES-LINE                                    *
007650*----------------------------------------------------------------*
007660 6100-PRINT-MEASURES-LINE.
007670     PERFORM 3950-CHECK-PAGE
007680     PERFORM 3000-COMPUTE-MEASURES
007690     MOVE SPACES TO WS-MEASURES-LINE
007700     PERFORM 3960-SET-BRANCH-LABEL
007710     MOVE WS-WORK-BRANCH-LABEL TO WS-ML-BRANCH
007720     MOVE WS-BP-CUSTOMERS(WS-SLOT-SUB WS-PER-SUB)
007730         TO WS-ML-CUSTOMERS
007740     IF DSO-VALID
007750         MOVE WS-M-DSO TO WS-ML-DSO
007760     ELSE
007770         MOVE '    N/A' TO WS-ML-DSO-X
007780     END-IF
007790     IF CEI-VALID
007800         MOVE WS-M-CEI TO WS-ML-CEI
007810     ELSE
007820         MOVE '    N/A' TO WS-ML-CEI-X
007830     END-IF
007840     PERFORM 6110-MOVE-AGE-PERCENT
007850         VARYING WS-AGE-SUB FROM 1 BY 1
007860         UNTIL WS-AGE-SUB > 4
007870     WRITE PRINT-LINE FROM WS-MEASURES-LINE.
007880
007890*----------------------------------------------------------------*
007900*    6110-MOVE-AGE-PERCENT                                       *
007910*----------------------------------------------------------------*
007920 6110-MOVE-AGE-PERCENT.
007930     IF PCT-VALID
007940         MOVE WS-M-PCT(WS-AGE-SUB) TO WS-ML-PCT(WS-AGE-SUB)
007950     ELSE
007960         MOVE '    N/A' TO WS-ML-PCT-X(WS-AGE-SUB)
007970     END-IF.
007980
007990*----------------------------------------------------------------*
008000*    6200-PRINT-FOOTNOTE                                         *
008010*----------------------------------------------------------------*
008020 6200-PRINT-FOOTNOTE.
008030     PERFORM 3950-CHECK-PAGE
008040     IF WS-AGE-SUB = 1
008050         WRITE PRINT-LINE FROM SPACES
008060         PERFORM 3950-CHECK-PAGE
008070     END-IF
008080     WRITE PRINT-LINE FROM WS-FOOTNOTE(WS-AGE-SUB).
008090
008100*----------------------------------------------------------------*
008110*    7000-PRINT-TREND                                            *
008120*    Four lines per branch, oldest month first, then the shop.   *
008130*----------------------------------------------------------------*
008140 7000-PRINT-TREND.
008150     MOVE WS-TREND-HEADING-1 TO WS-SECTION-HEADING-1
008160     MOVE WS-TREND-HEADING-2 TO WS-SECTION-HEADING-2
008170     PERFORM 3900-PRINT-PAGE-HEADING
008180     PERFORM 7100-PRINT-TREND-BRANCH
008190         VARYING WS-SLOT-SUB FROM 2 BY 1
008200         UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
008210     MOVE 1 TO WS-SLOT-SUB
008220     PERFORM 7100-PRINT-TREND-BRANCH.
008230
008240*----------------------------------------------------------------*
008250*    7100-PRINT-TREND-BRANCH                                     *
008260*----------------------------------------------------------------*
008270 7100-PRINT-TREND-BRANCH.
008280     PERFORM 7200-PRINT-TREND-LINE
008290         VARYING WS-PER-SUB FROM 1 BY 1
008300         UNTIL WS-PER-SUB > 4
008310     PERFORM 3950-CHECK-PAGE
008320     WRITE PRINT-LINE FROM SPACES.
008330
008340*----------------------------------------------------------------*
008350*    7200-PRINT-TREND-LINE                                       *
008360*    A month with no balances for the branch - before the first  *
008370*    close, or before the branch had customers - says so.        *
008380*----------------------------------------------------------------*
008390 7200-PRINT-TREND-LINE.
008400     PERFORM 3950-CHECK-PAGE
008410     MOVE SPACES TO WS-TREND-LINE
008420     PERFORM 3960-SET-BRANCH-LABEL
008430     MOVE WS-WORK-BRANCH-LABEL TO WS-TL-BRANCH
008440     MOVE WS-TREND-PERIOD(WS-PER-SUB) TO WS-WORK-PERIOD
008450     PERFORM 1300-FORMAT-PERIOD
008460     MOVE WS-PERIOD-DISPLAY TO WS-TL-PERIOD
008470     IF WS-BP-CUSTOMERS(WS-SLOT-SUB WS-PER-SUB) = ZERO
008480         MOVE '   NO PERIOD BALANCES ON FILE' TO WS-TL-NOTE
008490     ELSE
008500         PERFORM 3000-COMPUTE-MEASURES
008510         MOVE WS-BP-CLOSING(WS-SLOT-SUB WS-PER-SUB)
008520             TO WS-TL-CLOSING
008530         MOVE WS-M-BILLED TO WS-TL-BILLED
008540         MOVE WS-BP-PAYMENTS(WS-SLOT-SUB WS-PER-SUB)
008550             TO WS-TL-PAYMENTS
008560         IF DSO-VALID
008570             MOVE WS-M-DSO TO WS-TL-DSO
008580         ELSE
008590             MOVE '    N/A' TO WS-TL-DSO-X
008600         END-IF
008610         IF CEI-VALID
008620             MOVE WS-M-CEI TO WS-TL-CEI
008630         ELSE
008640             MOVE '    N/A' TO WS-TL-CEI-X
008650         END-IF
008660         IF PCT-VALID
008670             MOVE WS-M-PCT(4) TO WS-TL-OVER-90
008680         ELSE
008690             MOVE '    N/A' TO WS-TL-OVER-90-X
008700         END-IF
008710     END-IF
008720     WRITE PRINT-LINE FROM WS-TREND-LINE.
008730
008740*----------------------------------------------------------------*
008750*    7500-WRITE-EXTRACT                                          *
008760*    The heading row, then every branch and the shop for each    *
008770*    of the four months that has balances.                       *
008780*----------------------------------------------------------------*
008790 7500-WRITE-EXTRACT.
008800     WRITE DSO-EXTRACT-RECORD FROM WS-EXTRACT-HEADING
008810     PERFORM 7510-EXTRACT-ONE-SLOT
008820         VARYING WS-SLOT-SUB FROM 1 BY 1
008830         UNTIL WS-SLOT-SUB > WS-SLOT-COUNT.
008840
008850*----------------------------------------------------------------*
008860*    7510-EXTRACT-ONE-SLOT                                       *
008870*----------------------------------------------------------------*
008880 7510-EXTRACT-ONE-SLOT.
008890     PERFORM 7520-EXTRACT-ONE-ROW
008900         VARYING WS-PER-SUB FROM 1 BY 1
008910         UNTIL WS-PER-SUB > 4.
008920
008930*----------------------------------------------------------------*
008940*    7520-EXTRACT-ONE-ROW                                        *
008950*----------------------------------------------------------------*
008960 7520-EXTRACT-ONE-ROW.
008970     IF WS-BP-CUSTOMERS(WS-SLOT-SUB WS-PER-SUB) NOT = ZERO
008980         PERFORM 3000-COMPUTE-MEASURES
008990         MOVE WS-TREND-PERIOD(WS-PER-SUB) TO WS-EX-PERIOD
009000         MOVE WS-BR-CODE(WS-SLOT-SUB) TO WS-EX-BRANCH
009010         MOVE WS-BP-CUSTOMERS(WS-SLOT-SUB WS-PER-SUB)
009020             TO WS-EX-CUSTOMERS
009030         MOVE WS-BP-OPENING(WS-SLOT-SUB WS-PER-SUB)
009040             TO WS-EX-AMOUNT(1)
009050         MOVE WS-BP-CHARGES(WS-SLOT-SUB WS-PER-SUB)
009060             TO WS-EX-AMOUNT(2)
009070         MOVE WS-BP-FINANCE(WS-SLOT-SUB WS-PER-SUB)
009080             TO WS-EX-AMOUNT(3)
009090         MOVE WS-BP-PAYMENTS(WS-SLOT-SUB WS-PER-SUB)
009100             TO WS-EX-AMOUNT(4)
009110         MOVE WS-BP-ADJUSTMENTS(WS-SLOT-SUB WS-PER-SUB)
009120             TO WS-EX-AMOUNT(5)
009130         MOVE WS-BP-OTHER(WS-SLOT-SUB WS-PER-SUB)
009140             TO WS-EX-AMOUNT(6)
009150         MOVE WS-BP-CLOSING(WS-SLOT-SUB WS-PER-SUB)
009160             TO WS-EX-AMOUNT(7)
009170         MOVE WS-M-BILLED TO WS-EX-AMOUNT(8)
009180         IF DSO-VALID
009190             MOVE WS-M-DSO TO WS-EX-DSO
009200         ELSE
009210             MOVE SPACES TO WS-EX-DSO-X
009220         END-IF
009230         IF CEI-VALID
009240             MOVE WS-M-CEI TO WS-EX-CEI
009250         ELSE
009260             MOVE SPACES TO WS-EX-CEI-X
009270         END-IF
009280         PERFORM 7530-EXTRACT-AGE-PERCENT
009290             VARYING WS-AGE-SUB FROM 1 BY 1
009300             UNTIL WS-AGE-SUB > 4
009310         WRITE DSO-EXTRACT-RECORD FROM WS-EXTRACT-ROW
009320         IF WS-EXTRACT-FILE-STATUS NOT = '00'
009330             DISPLAY 'Error writing DSO extract. Status: '
009340                 WS-EXTRACT-FILE-STATUS
009350         ELSE
009360             ADD 1 TO WS-EXTRACT-COUNT
009370         END-IF
009380     END-IF.
009390
009400*----------------------------------------------------------------*
009410*    7530-EXTRACT-AGE-PERCENT                                    *
009420*----------------------------------------------------------------*
009430 7530-EXTRACT-AGE-PERCENT.
009440     IF PCT-VALID
009450         MOVE WS-M-PCT(WS-AGE-SUB) TO WS-EX-PCT(WS-AGE-SUB)
009460     ELSE
009470         MOVE SPACES TO WS-EX-PCT-X(WS-AGE-SUB)
009480     END-IF.
009490
009500*----------------------------------------------------------------*
009510*    8000-PRINT-SUMMARY                                          *
009520*----------------------------------------------------------------*
009530 8000-PRINT-SUMMARY.
009540     DISPLAY '-----------------------------------------------'
009550     DISPLAY 'CUSTDSO CONTROL TOTALS - PERIOD ' WS-REPORT-PERIOD
009560     DISPLAY 'BALANCES READ ......: ' WS-READ-COUNT
009570     DISPLAY 'BALANCES REPORTED ..: ' WS-USED-COUNT
009580     DISPLAY 'BRANCHES ...........: ' WS-BRANCH-COUNT
009590     DISPLAY 'SHOP TOTAL ONLY ....: ' WS-UNTABLED-COUNT
009600     DISPLAY 'EXTRACT ROWS .......: ' WS-EXTRACT-COUNT
009610     DISPLAY 'REPORT WRITTEN TO DATA/CUSTDSO_REPORT.prt'
009620     DISPLAY 'EXTRACT WRITTEN TO DATA/CUSTDSO_EXTRACT.dat'
009630     DISPLAY '-----------------------------------------------'.
009640
009650*----------------------------------------------------------------*
009660*    9999-TERMINATE                                              *
009670*----------------------------------------------------------------*
009680 9999-TERMINATE.
009690     CLOSE PERIOD-BALANCE-FILE
009700     CLOSE PRINT-FILE
009710     CLOSE DSO-EXTRACT.
