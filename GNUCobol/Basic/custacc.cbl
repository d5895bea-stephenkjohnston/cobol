000010*******************************************************************
000020*                   IDENTIFICATION DIVISION                       *
000030*******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CUSTACC.
000060 AUTHOR. DATA-PROCESSING.
000070 INSTALLATION. CUSTOMER-SYSTEMS.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100
000110*******************************************************************
000120*  MODIFICATION HISTORY                                          *
000130*  ---------------------------------------------------------------
000140*  2026-10-15  DP  Initial version - customer access report.     *
000150*                  Lists the customer access log written by      *
000160*                  CUSTINQ, CUSTNOTE, CUSTARR, CUSTMAINT,        *
000170*                  CUSTMRGE and CUSTSEC: who looked at or        *
000180*                  changed which account, when, and through      *
000190*                  which program, with sign-on failures and      *
000200*                  refused functions, and counts by action.      *
000210*******************************************************************
000220*  Selection comes from environment values, any of which may be  *
000230*  left unset:                                                   *
000240*      ACCESS-CUST-ID    - one account (5 digits); default all   *
000250*      ACCESS-OPERATOR   - one operator ID; default all          *
000260*      ACCESS-FROM-DATE  - first date (YYYYMMDD) and             *
000270*      ACCESS-TO-DATE    - last date; both default to the        *
000280*                          calendar month before the business    *
000290*                          date (BUSINESS-DATE, else the system  *
000300*                          date), the usual audit question.      *
000310*  So "who looked at account 00042 last month" is a run with     *
000320*  ACCESS-CUST-ID=00042 and nothing else set. Operator names come*
000330*  from the operator security file when it is there; an operator *
000340*  since deleted prints without a name.                          *
000350*******************************************************************
000360
000370*******************************************************************
000380*                   ENVIRONMENT DIVISION                          *
000390*******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ACCESS-LOG
000440     ASSIGN TO 'DATA/CUSTOMER_ACCESS_LOG.dat'
000450     ORGANIZATION IS SEQUENTIAL
000460     ACCESS MODE IS SEQUENTIAL
000470     FILE STATUS IS WS-ACCESS-LOG-STATUS.
000480
000490     SELECT OPERATOR-SECURITY
000500     ASSIGN TO 'DATA/OPERATOR_SECURITY.dat'
000510     ORGANIZATION IS INDEXED
000520     ACCESS MODE IS RANDOM
000530     RECORD KEY IS OPR-ID
000540     FILE STATUS IS WS-SECURITY-FILE-STATUS.
000550
000560     SELECT PRINT-FILE
000570     ASSIGN TO 'DATA/CUSTACC_REPORT.prt'
000580     ORGANIZATION IS LINE SEQUENTIAL
000590     ACCESS MODE IS SEQUENTIAL
000600     FILE STATUS IS WS-PRINT-FILE-STATUS.
000610
000620*******************************************************************
000630*                        DATA DIVISION                            *
000640*******************************************************************
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD ACCESS-LOG.
000680     COPY ACCLOG.
000690
000700 FD OPERATOR-SECURITY.
000710     COPY OPRSEC.
000720
000730 FD PRINT-FILE.
000740 01 PRINT-LINE PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770 01 WS-EOF PIC X VALUE 'N'.
000780     88 END-OF-FILE VALUE 'Y'.
000790 01 WS-ACCESS-LOG-STATUS PIC X(2).
000800 01 WS-SECURITY-FILE-STATUS PIC X(2).
000810 01 WS-PRINT-FILE-STATUS PIC X(2).
000820 01 WS-SECURITY-SWITCH PIC X VALUE 'N'.
000830     88 SECURITY-FILE-AVAILABLE VALUE 'Y'.
000840 01 WS-BUSINESS-DATE PIC 9(8).
000850 01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
000860     02 WS-BUSINESS-YEAR PIC 9(4).
000870     02 WS-BUSINESS-MONTH PIC 9(2).
000880     02 WS-BUSINESS-DAY PIC 9(2).
000890 01 WS-BUSINESS-DATE-IN PIC X(8).
000900 01 WS-REPORT-DATE PIC X(10).
000910
000920*----------------------------------------------------------------*
000930*    SELECTION                                                   *
000940*    The default range runs from the first to the 31st of the    *
000950*    prior month; as a compare bound the 31st serves any month.  *
000960*----------------------------------------------------------------*
000970 01 WS-SELECT-CUST-IN PIC X(5).
000980 01 WS-SELECT-CUST-ID PIC 9(5) VALUE ZERO.
000990 01 WS-SELECT-CUST-SWITCH PIC X VALUE 'N'.
001000     88 SELECT-ONE-CUSTOMER VALUE 'Y'.
001010 01 WS-SELECT-OPERATOR PIC X(3) VALUE SPACES.
001020 01 WS-DATE-IN PIC X(8).
001030 01 WS-FROM-DATE PIC 9(8).
001040 01 WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
001050     02 WS-FROM-YEAR PIC 9(4).
001060     02 WS-FROM-MONTH PIC 9(2).
001070     02 WS-FROM-DAY PIC 9(2).
001080 01 WS-TO-DATE PIC 9(8).
001090 01 WS-TO-DATE-PARTS REDEFINES WS-TO-DATE.
001100     02 WS-TO-YEAR PIC 9(4).
001110     02 WS-TO-MONTH PIC 9(2).
001120     02 WS-TO-DAY PIC 9(2).
001130
001140*----------------------------------------------------------------*
001150*    ACTION TABLE                                                *
001160*    One slot per ALOG-ACTION code, in ACCLOG order, with its    *
001170*    report text; the counts run parallel to it.                 *
001180*----------------------------------------------------------------*
001190 01 WS-ACTION-LIST.
001200     02 FILLER PIC X(21) VALUE 'VVIEWED'.
001210     02 FILLER PIC X(21) VALUE 'LLISTED'.
001220     02 FILLER PIC X(21) VALUE 'NNOTE ADDED'.
001230     02 FILLER PIC X(21) VALUE 'AADDED'.
001240     02 FILLER PIC X(21) VALUE 'CCHANGED'.
001250     02 FILLER PIC X(21) VALUE 'DDELETED'.
001260     02 FILLER PIC X(21) VALUE 'SSIGNED ON'.
001270     02 FILLER PIC X(21) VALUE 'FSIGN-ON FAILED'.
001280     02 FILLER PIC X(21) VALUE 'RFUNCTION REFUSED'.
001290 01 WS-ACTION-TABLE REDEFINES WS-ACTION-LIST.
001300     02 WS-ACTION-ENTRY OCCURS 9 TIMES
001310         INDEXED BY WS-ACTION-IX.
001320         03 WS-ACTION-CODE PIC X(1).
001330         03 WS-ACTION-TEXT PIC X(20).
001340 01 WS-ACTION-COUNT-TABLE.
001350     02 WS-ACTION-COUNT OCCURS 9 TIMES PIC 9(9) COMP.
001360 01 WS-WORK-ACTION-TEXT PIC X(20).
001370
001380*----------------------------------------------------------------*
001390*    RUN CONTROL TOTALS                                          *
001400*----------------------------------------------------------------*
001410 77 WS-READ-COUNT PIC 9(9) COMP VALUE ZERO.
001420 77 WS-SELECTED-COUNT PIC 9(9) COMP VALUE ZERO.
001430 77 WS-OTHER-COUNT PIC 9(9) COMP VALUE ZERO.
001440
001450*----------------------------------------------------------------*
001460*    REPORT PAGE CONTROL                                         *
001470*----------------------------------------------------------------*
001480 77 WS-LINES-PER-PAGE PIC 9(2) COMP VALUE 20.
001490 77 WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
001500 77 WS-PAGE-COUNT PIC 9(4) COMP VALUE ZERO.
001510
001520*----------------------------------------------------------------*
001530*    REPORT LINES                                                *
001540*----------------------------------------------------------------*
001550 01 WS-TITLE-LINE.
001560     02 FILLER PIC X(28) VALUE 'CUSTOMER ACCESS REPORT'.
001570     02 FILLER PIC X(32) VALUE SPACES.
001580     02 FILLER PIC X(06) VALUE 'PAGE: '.
001590     02 WS-TITLE-PAGE PIC ZZZ9.
001600 01 WS-DATE-LINE.
001610     02 FILLER PIC X(14) VALUE 'REPORT DATE: '.
001620     02 WS-DATE-LINE-DATE PIC X(10).
001630 01 WS-SELECT-LINE.
001640     02 FILLER PIC X(06) VALUE 'FROM: '.
001650     02 WS-SL-FROM PIC 9(8).
001660     02 FILLER PIC X(06) VALUE '  TO: '.
001670     02 WS-SL-TO PIC 9(8).
001680     02 FILLER PIC X(11) VALUE '  ACCOUNT: '.
001690     02 WS-SL-CUST PIC X(5).
001700     02 FILLER PIC X(12) VALUE '  OPERATOR: '.
001710     02 WS-SL-OPERATOR PIC X(3).
001720 01 WS-COLUMN-HEADING.
001730     02 FILLER PIC X(11) VALUE 'DATE'.
001740     02 FILLER PIC X(09) VALUE 'TIME'.
001750     02 FILLER PIC X(04) VALUE 'OPR'.
001760     02 FILLER PIC X(19) VALUE 'NAME'.
001770     02 FILLER PIC X(10) VALUE 'PROGRAM'.
001780     02 FILLER PIC X(06) VALUE 'CUST'.
001790     02 FILLER PIC X(20) VALUE 'ACTION'.
001800 01 WS-DETAIL-LINE.
001810     02 WS-DL-MONTH PIC 9(2).
001820     02 FILLER PIC X(1) VALUE '/'.
001830     02 WS-DL-DAY PIC 9(2).
001840     02 FILLER PIC X(1) VALUE '/'.
001850     02 WS-DL-YEAR PIC 9(4).
001860     02 FILLER PIC X(01) VALUE SPACES.
001870     02 WS-DL-HH PIC 9(2).
001880     02 FILLER PIC X(1) VALUE ':'.
001890     02 WS-DL-MM PIC 9(2).
001900     02 FILLER PIC X(1) VALUE ':'.
001910     02 WS-DL-SS PIC 9(2).
001920     02 FILLER PIC X(01) VALUE SPACES.
001930     02 WS-DL-OPERATOR PIC X(3).
001940     02 FILLER PIC X(01) VALUE SPACES.
001950     02 WS-DL-NAME PIC X(18).
001960     02 FILLER PIC X(01) VALUE SPACES.
001970     02 WS-DL-PROGRAM PIC X(9).
001980     02 FILLER PIC X(01) VALUE SPACES.
001990     02 WS-DL-CUST-ID PIC 9(5).
002000     02 FILLER PIC X(01) VALUE SPACES.
002010     02 WS-DL-ACTION PIC X(20).
002020 01 WS-LOG-DATE-WORK PIC 9(8).
002030 01 WS-LOG-DATE-PARTS REDEFINES WS-LOG-DATE-WORK.
002040     02 WS-LOG-YEAR PIC 9(4).
002050     02 WS-LOG-MONTH PIC 9(2).
002060     02 WS-LOG-DAY PIC 9(2).
002070 01 WS-LOG-TIME-WORK PIC 9(6).
002080 01 WS-LOG-TIME-PARTS REDEFINES WS-LOG-TIME-WORK.
002090     02 WS-LOG-HH PIC 9(2).
002100     02 WS-LOG-MM PIC 9(2).
002110     02 WS-LOG-SS PIC 9(2).
002120 01 WS-NONE-LINE PIC X(40)
002130     VALUE '*** NO ACCESS RECORDS FOR THIS SELECTION'.
002140 01 WS-SUMMARY-LINE-1.
002150     02 FILLER PIC X(24) VALUE 'LOG RECORDS READ ...: '.
002160     02 WS-SUMMARY-READ PIC ZZZZZZZZ9.
002170 01 WS-SUMMARY-LINE-2.
002180     02 FILLER PIC X(24) VALUE 'RECORDS SELECTED ...: '.
002190     02 WS-SUMMARY-SELECTED PIC ZZZZZZZZ9.
002200 01 WS-ACTION-SUMMARY-LINE.
002210     02 FILLER PIC X(04) VALUE SPACES.
002220     02 WS-AS-TEXT PIC X(20).
002230     02 WS-AS-COUNT PIC ZZZZZZZZ9.
002240
002250*******************************************************************
002260*                       PROCEDURE DIVISION                        *
002270*******************************************************************
002280 PROCEDURE DIVISION.
002290
002300*----------------------------------------------------------------*
002310*    0000-MAINLINE                                                *
002320*----------------------------------------------------------------*
002330 0000-MAINLINE.
002340     PERFORM 1100-GET-BUSINESS-DATE
002350     PERFORM 1200-GET-SELECTION
002360     PERFORM 1000-INITIALIZE
002370     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
002380         UNTIL END-OF-FILE
002390     PERFORM 8000-PRINT-SUMMARY
002400     PERFORM 9999-TERMINATE
002410     STOP RUN.
002420
002430*----------------------------------------------------------------*
002440*    1000-INITIALIZE                                              *
002450*    No access log yet is not an error: the report prints with   *
002460*    nothing selected.                                           *
002470*----------------------------------------------------------------*
002480 1000-INITIALIZE.
002490     STRING WS-BUSINESS-MONTH '/' WS-BUSINESS-DAY '/'
002500         WS-BUSINESS-YEAR DELIMITED BY SIZE
002510         INTO WS-REPORT-DATE
002520     INITIALIZE WS-ACTION-COUNT-TABLE
002530     OPEN INPUT ACCESS-LOG
002540     IF WS-ACCESS-LOG-STATUS = '35'
002550         DISPLAY 'NO CUSTOMER ACCESS LOG ON FILE'
002560         SET END-OF-FILE TO TRUE
002570     ELSE
002580         IF WS-ACCESS-LOG-STATUS NOT = '00'
002590             DISPLAY 'Error opening access log. Status: '
002600                 WS-ACCESS-LOG-STATUS
002610             STOP RUN
002620         END-IF
002630     END-IF
002640     OPEN INPUT OPERATOR-SECURITY
002650     IF WS-SECURITY-FILE-STATUS = '00'
002660         SET SECURITY-FILE-AVAILABLE TO TRUE
002670     END-IF
002680     OPEN OUTPUT PRINT-FILE
002690     IF WS-PRINT-FILE-STATUS NOT = '00'
002700         DISPLAY 'Error opening report file. Status: '
002710             WS-PRINT-FILE-STATUS
002720         STOP RUN
002730     END-IF
002740     PERFORM 3000-PRINT-PAGE-HEADING.
002750
002760*----------------------------------------------------------------*
002770*    1100-GET-BUSINESS-DATE                                      *
002780*    The business date is taken from the BUSINESS-DATE           *
002790*    environment value when it is set, else the system date.     *
002800*----------------------------------------------------------------*
002810 1100-GET-BUSINESS-DATE.
002820     MOVE SPACES TO WS-BUSINESS-DATE-IN
002830     DISPLAY 'BUSINESS-DATE' UPON ENVIRONMENT-NAME
002840     ACCEPT WS-BUSINESS-DATE-IN FROM ENVIRONMENT-VALUE
002850     END-ACCEPT
002860     IF WS-BUSINESS-DATE-IN IS NUMERIC
002870         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
002880     ELSE
002890         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
002900     END-IF.
002910
002920*----------------------------------------------------------------*
002930*    1200-GET-SELECTION                                          *
002940*    Unset or non-numeric values take the defaults.              *
002950*----------------------------------------------------------------*
002960 1200-GET-SELECTION.
002970     MOVE SPACES TO WS-SELECT-CUST-IN
002980     DISPLAY 'ACCESS-CUST-ID' UPON ENVIRONMENT-NAME
002990     ACCEPT WS-SELECT-CUST-IN FROM ENVIRONMENT-VALUE
003000     END-ACCEPT
003010     IF WS-SELECT-CUST-IN IS NUMERIC
003020         MOVE WS-SELECT-CUST-IN TO WS-SELECT-CUST-ID
003030         SET SELECT-ONE-CUSTOMER TO TRUE
003040     END-IF
003050     MOVE SPACES TO WS-SELECT-OPERATOR
003060     DISPLAY 'ACCESS-OPERATOR' UPON ENVIRONMENT-NAME
003070     ACCEPT WS-SELECT-OPERATOR FROM ENVIRONMENT-VALUE
003080     END-ACCEPT
003090     MOVE WS-BUSINESS-YEAR TO WS-FROM-YEAR
003100     IF WS-BUSINESS-MONTH = 1
003110         SUBTRACT 1 FROM WS-FROM-YEAR
003120         MOVE 12 TO WS-FROM-MONTH
003130     ELSE
003140         COMPUTE WS-FROM-MONTH = WS-BUSINESS-MONTH - 1
003150     END-IF
003160     MOVE 1 TO WS-FROM-DAY
003170     MOVE WS-FROM-DATE TO WS-TO-DATE
003180     MOVE 31 TO WS-TO-DAY
003190     MOVE SPACES TO WS-DATE-IN
003200     DISPLAY 'ACCESS-FROM-DATE' UPON ENVIRONMENT-NAME
003210     ACCEPT WS-DATE-IN FROM ENVIRONMENT-VALUE
003220     END-ACCEPT
003230     IF WS-DATE-IN IS NUMERIC
003240         MOVE WS-DATE-IN TO WS-FROM-DATE
003250     END-IF
003260     MOVE SPACES TO WS-DATE-IN
003270     DISPLAY 'ACCESS-TO-DATE' UPON ENVIRONMENT-NAME
003280     ACCEPT WS-DATE-IN FROM ENVIRONMENT-VALUE
003290     END-ACCEPT
003300     IF WS-DATE-IN IS NUMERIC
003310         MOVE WS-DATE-IN TO WS-TO-DATE
003320     END-IF.
003330
003340*----------------------------------------------------------------*
003350*    2000-PROCESS-LOG                                            *
003360*    One access-log record; those outside the selection are     *
003370*    counted as read and skipped.                                *
003380*----------------------------------------------------------------*
003390 2000-PROCESS-LOG.
003400     READ ACCESS-LOG
003410         AT END
003420             SET END-OF-FILE TO TRUE
003430             GO TO 2000-EXIT
003440     END-READ
003450     ADD 1 TO WS-READ-COUNT
003460     IF ALOG-DATE < WS-FROM-DATE OR ALOG-DATE > WS-TO-DATE
003470         GO TO 2000-EXIT
003480     END-IF
003490     IF SELECT-ONE-CUSTOMER AND
003500         ALOG-CUST-ID NOT = WS-SELECT-CUST-ID
003510         GO TO 2000-EXIT
003520     END-IF
003530     IF WS-SELECT-OPERATOR NOT = SPACES AND
003540         ALOG-OPERATOR NOT = WS-SELECT-OPERATOR
003550         GO TO 2000-EXIT
003560     END-IF
003570     ADD 1 TO WS-SELECTED-COUNT
003580     PERFORM 2100-FIND-ACTION
003590     PERFORM 2200-PRINT-DETAIL.
003600 2000-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------------*
003640*    2100-FIND-ACTION                                            *
003650*    Counts the record under its action and sets the report      *
003660*    text; a code not in the table prints as itself.             *
003670*----------------------------------------------------------------*
003680 2100-FIND-ACTION.
003690     SET WS-ACTION-IX TO 1
003700     SEARCH WS-ACTION-ENTRY
003710         AT END
003720             ADD 1 TO WS-OTHER-COUNT
003730             MOVE SPACES TO WS-WORK-ACTION-TEXT
003740             STRING 'ACTION ' ALOG-ACTION DELIMITED BY SIZE
003750                 INTO WS-WORK-ACTION-TEXT
003760         WHEN WS-ACTION-CODE (WS-ACTION-IX) = ALOG-ACTION
003770             ADD 1 TO WS-ACTION-COUNT (WS-ACTION-IX)
003780             MOVE WS-ACTION-TEXT (WS-ACTION-IX)
003790                 TO WS-WORK-ACTION-TEXT
003800     END-SEARCH.
003810
003820*----------------------------------------------------------------*
003830*    2200-PRINT-DETAIL                                           *
003840*----------------------------------------------------------------*
003850 2200-PRINT-DETAIL.
003860     MOVE ALOG-DATE TO WS-LOG-DATE-WORK
003870     MOVE WS-LOG-MONTH TO WS-DL-MONTH
003880     MOVE WS-LOG-DAY TO WS-DL-DAY
003890     MOVE WS-LOG-YEAR TO WS-DL-YEAR
003900     MOVE ALOG-TIME TO WS-LOG-TIME-WORK
003910     MOVE WS-LOG-HH TO WS-DL-HH
003920     MOVE WS-LOG-MM TO WS-DL-MM
003930     MOVE WS-LOG-SS TO WS-DL-SS
003940     MOVE ALOG-OPERATOR TO WS-DL-OPERATOR
003950     MOVE SPACES TO WS-DL-NAME
003960     IF SECURITY-FILE-AVAILABLE
003970         MOVE ALOG-OPERATOR TO OPR-ID
003980         READ OPERATOR-SECURITY
003990             INVALID KEY
004000                 CONTINUE
004010             NOT INVALID KEY
004020                 MOVE OPR-NAME TO WS-DL-NAME
004030         END-READ
004040     END-IF
004050     MOVE ALOG-PROGRAM TO WS-DL-PROGRAM
004060     MOVE ALOG-CUST-ID TO WS-DL-CUST-ID
004070     MOVE WS-WORK-ACTION-TEXT TO WS-DL-ACTION
004080     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004090         PERFORM 3000-PRINT-PAGE-HEADING
004100     END-IF
004110     WRITE PRINT-LINE FROM WS-DETAIL-LINE
004120     ADD 1 TO WS-LINE-COUNT.
004130
004140*----------------------------------------------------------------*
004150*    3000-PRINT-PAGE-HEADING                                     *
004160*----------------------------------------------------------------*
004170 3000-PRINT-PAGE-HEADING.
004180     ADD 1 TO WS-PAGE-COUNT
004190     MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE
004200     MOVE WS-REPORT-DATE TO WS-DATE-LINE-DATE
004210     MOVE WS-FROM-DATE TO WS-SL-FROM
004220     MOVE WS-TO-DATE TO WS-SL-TO
004230     IF SELECT-ONE-CUSTOMER
004240         MOVE WS-SELECT-CUST-IN TO WS-SL-CUST
004250     ELSE
004260         MOVE 'ALL' TO WS-SL-CUST
004270     END-IF
004280     IF WS-SELECT-OPERATOR NOT = SPACES
004290         MOVE WS-SELECT-OPERATOR TO WS-SL-OPERATOR
004300     ELSE
004310         MOVE 'ALL' TO WS-SL-OPERATOR
004320     END-IF
004330     IF WS-PAGE-COUNT > 1
004340         WRITE PRINT-LINE FROM SPACES
004350     END-IF
004360     WRITE PRINT-LINE FROM WS-TITLE-LINE
004370     WRITE PRINT-LINE FROM WS-DATE-LINE
004380     WRITE PRINT-LINE FROM WS-SELECT-LINE
004390     WRITE PRINT-LINE FROM SPACES
004400     WRITE PRINT-LINE FROM WS-COLUMN-HEADING
004410     MOVE ZERO TO WS-LINE-COUNT.
004420
004430*----------------------------------------------------------------*
004440*    8000-PRINT-SUMMARY                                          *
004450*----------------------------------------------------------------*
004460 8000-PRINT-SUMMARY.
004470     IF WS-SELECTED-COUNT = ZERO
004480         WRITE PRINT-LINE FROM WS-NONE-LINE
004490     END-IF
004500     MOVE WS-READ-COUNT TO WS-SUMMARY-READ
004510     MOVE WS-SELECTED-COUNT TO WS-SUMMARY-SELECTED
004520     WRITE PRINT-LINE FROM SPACES
004530     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-1
004540     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-2
004550     PERFORM 8100-PRINT-ACTION-COUNT
004560         VARYING WS-ACTION-IX FROM 1 BY 1
004570         UNTIL WS-ACTION-IX > 9
004580     IF WS-OTHER-COUNT > ZERO
004590         MOVE 'OTHER' TO WS-AS-TEXT
004600         MOVE WS-OTHER-COUNT TO WS-AS-COUNT
004610         WRITE PRINT-LINE FROM WS-ACTION-SUMMARY-LINE
004620     END-IF
004630     DISPLAY '-----------------------------------------------'
004640     DISPLAY 'CUSTACC CONTROL TOTALS'
004650     DISPLAY 'LOG RECORDS READ ...: ' WS-READ-COUNT
004660     DISPLAY 'RECORDS SELECTED ...: ' WS-SELECTED-COUNT
004670     DISPLAY 'REPORT WRITTEN TO DATA/CUSTACC_REPORT.prt'
004680     DISPLAY '-----------------------------------------------'.
004690
004700*----------------------------------------------------------------*
004710*    8100-PRINT-ACTION-COUNT                                     *
004720*----------------------------------------------------------------*
004730 8100-PRINT-ACTION-COUNT.
004740     MOVE WS-ACTION-TEXT (WS-ACTION-IX) TO WS-AS-TEXT
004750     MOVE WS-ACTION-COUNT (WS-ACTION-IX) TO WS-AS-COUNT
004760     WRITE PRINT-LINE FROM WS-ACTION-SUMMARY-LINE.
004770
004780*----------------------------------------------------------------*
004790*    9999-TERMINATE                                              *
004800*----------------------------------------------------------------*
004810 9999-TERMINATE.
004820     IF WS-ACCESS-LOG-STATUS NOT = '35'
004830         CLOSE ACCESS-LOG
004840     END-IF
004850     IF SECURITY-FILE-AVAILABLE
004860         CLOSE OPERATOR-SECURITY
004870     END-IF
004880     CLOSE PRINT-FILE.
