000010*******************************************************************
000020*                   IDENTIFICATION DIVISION                       *
000030*******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CUSTSEC.
000060 AUTHOR. DATA-PROCESSING.
000070 INSTALLATION. CUSTOMER-SYSTEMS.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100
000110*******************************************************************
000120*  MODIFICATION HISTORY                                          *
000130*  ---------------------------------------------------------------
000140*  2026-10-15  DP  Initial version - operator security file      *
000150*                  maintenance. Applies add / change / delete    *
000160*                  transactions to OPERATOR-SECURITY (OPRSEC     *
000170*                  layout), the file CUSTINQ, CUSTNOTE, CUSTARR, *
000180*                  CUSTMAINT and CUSTMRGE sign operators on      *
000190*                  against, then lists every operator on file    *
000200*                  with level, status and last sign-on so the    *
000210*                  register doubles as the access review.        *
000220*******************************************************************
000230*  DATA/CUSTSEC_TRANS.dat carries one transaction per line:      *
000240*      A - add an operator: ID, name, PIN and level required     *
000250*      C - change an operator: a blank field leaves the file     *
000260*          value alone; status A reinstates a revoked operator   *
000270*          and clears the failed sign-on count, status R revokes *
000280*      D - delete an operator                                    *
000290*  Levels: 1 = inquiry only, 2 = notes (and arrangements),       *
000300*  3 = maintenance. Rejected transactions are printed on the     *
000310*  register with a reason code:                                  *
000320*      S1 - blank operator ID          S2 - blank name on an add *
000330*      S3 - blank PIN on an add        S4 - level not 1, 2 or 3  *
000340*      S5 - status not A or R          S6 - ID already on file   *
000350*      S7 - ID not on file             S8 - own ID: no delete,   *
000360*      S9 - transaction code not A/C/D      revoke or downgrade  *
000370*  The run signs on from the OPERATOR-ID / OPERATOR-PIN          *
000380*  environment values and needs maintenance authority (level 3). *
000390*  The one exception is the first load: while the file holds no  *
000400*  operators the run proceeds unsigned, under the OPERATOR-ID    *
000410*  value (or SYS), so the first maintenance operator can be      *
000420*  added. PINs are never printed - the register only shows that  *
000430*  a PIN was set or changed.                                     *
000440*******************************************************************
000450
000460*******************************************************************
000470*                   ENVIRONMENT DIVISION                          *
000480*******************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT SECURITY-TRANS
000530     ASSIGN TO 'DATA/CUSTSEC_TRANS.dat'
000540     ORGANIZATION IS LINE SEQUENTIAL
000550     ACCESS MODE IS SEQUENTIAL
000560     FILE STATUS IS WS-TRANS-FILE-STATUS.
000570
000580     SELECT OPERATOR-SECURITY
000590     ASSIGN TO 'DATA/OPERATOR_SECURITY.dat'
000600     ORGANIZATION IS INDEXED
000610     ACCESS MODE IS DYNAMIC
000620     RECORD KEY IS OPR-ID
000630     FILE STATUS IS WS-SECURITY-FILE-STATUS.
000640
000650     SELECT ACCESS-LOG
000660     ASSIGN TO 'DATA/CUSTOMER_ACCESS_LOG.dat'
000670     ORGANIZATION IS SEQUENTIAL
000680     ACCESS MODE IS SEQUENTIAL
000690     FILE STATUS IS WS-ACCESS-LOG-STATUS.
000700
000710     SELECT PRINT-FILE
000720     ASSIGN TO 'DATA/CUSTSEC_REGISTER.prt'
000730     ORGANIZATION IS LINE SEQUENTIAL
000740     ACCESS MODE IS SEQUENTIAL
000750     FILE STATUS IS WS-PRINT-FILE-STATUS.
000760
000770*******************************************************************
000780*                        DATA DIVISION                            *
000790*******************************************************************
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD SECURITY-TRANS.
000830 01 SECURITY-TRANS-RECORD.
000840     02 SEC-TRANS-CODE PIC X(1).
000850     02 SEC-OPR-ID PIC X(3).
000860     02 SEC-OPR-NAME PIC X(30).
000870     02 SEC-OPR-PIN PIC X(6).
000880     02 SEC-OPR-LEVEL PIC X(1).
000890     02 SEC-OPR-LEVEL-NUM REDEFINES SEC-OPR-LEVEL PIC 9(1).
000900     02 SEC-OPR-STATUS PIC X(1).
000910
000920 FD OPERATOR-SECURITY.
000930     COPY OPRSEC.
000940
000950 FD ACCESS-LOG.
000960     COPY ACCLOG.
000970
000980 FD PRINT-FILE.
000990 01 PRINT-LINE PIC X(80).
001000
001010 WORKING-STORAGE SECTION.
001020 01 WS-EOF PIC X VALUE 'N'.
001030     88 END-OF-FILE VALUE 'Y'.
001040 01 WS-TRANS-FILE-STATUS PIC X(2).
001050 01 WS-SECURITY-FILE-STATUS PIC X(2).
001060 01 WS-ACCESS-LOG-STATUS PIC X(2).
001070 01 WS-PRINT-FILE-STATUS PIC X(2).
001080 01 WS-TODAYS-DATE PIC 9(8).
001090 01 WS-TODAYS-DATE-PARTS REDEFINES WS-TODAYS-DATE.
001100     02 WS-TODAY-YEAR PIC 9(4).
001110     02 WS-TODAY-MONTH PIC 9(2).
001120     02 WS-TODAY-DAY PIC 9(2).
001130 01 WS-REPORT-DATE PIC X(10).
001140
001150*----------------------------------------------------------------*
001160*    OPERATOR SIGN-ON AND ACCESS LOG                             *
001170*    The sign-on and its refusals go to ACCESS-LOG like any      *
001180*    other program's, under customer zero.                       *
001190*----------------------------------------------------------------*
001200 01 WS-OPERATOR-ID PIC X(03) VALUE SPACES.
001210 01 WS-OPERATOR-LEVEL PIC 9(01) VALUE ZERO.
001220     88 OPERATOR-CAN-MAINTAIN VALUE 3.
001230 01 WS-PIN-INPUT PIC X(06).
001240 01 WS-FIRST-LOAD-SWITCH PIC X VALUE 'N'.
001250     88 FIRST-LOAD VALUE 'Y'.
001260 01 WS-LOG-CUST-ID PIC 9(05) VALUE ZERO.
001270 01 WS-LOG-ACTION PIC X(01).
001280 01 WS-LOG-DATE PIC 9(8).
001290 01 WS-LOG-TIME.
001300     02 WS-LOG-HHMMSS PIC 9(6).
001310     02 WS-LOG-HUNDREDTHS PIC 9(2).
001320
001330*----------------------------------------------------------------*
001340*    TRANSACTION WORK AREAS                                      *
001350*----------------------------------------------------------------*
001360 01 WS-REASON-CODE PIC X(2).
001370 01 WS-REASON-TEXT PIC X(30).
001380 01 WS-ACTION-TEXT PIC X(10).
001390 01 WS-PIN-TEXT PIC X(12).
001400 01 WS-LIST-EOF PIC X VALUE 'N'.
001410     88 END-OF-OPERATORS VALUE 'Y'.
001420
001430*----------------------------------------------------------------*
001440*    RUN CONTROL TOTALS                                          *
001450*----------------------------------------------------------------*
001460 77 WS-TRANS-COUNT PIC 9(9) COMP VALUE ZERO.
001470 77 WS-ADD-COUNT PIC 9(9) COMP VALUE ZERO.
001480 77 WS-CHANGE-COUNT PIC 9(9) COMP VALUE ZERO.
001490 77 WS-DELETE-COUNT PIC 9(9) COMP VALUE ZERO.
001500 77 WS-REJECT-COUNT PIC 9(9) COMP VALUE ZERO.
001510 77 WS-OPERATOR-COUNT PIC 9(9) COMP VALUE ZERO.
001520 77 WS-MAINT-OPERATOR-COUNT PIC 9(9) COMP VALUE ZERO.
001530
001540*----------------------------------------------------------------*
001550*    REGISTER PAGE CONTROL                                       *
001560*----------------------------------------------------------------*
001570 77 WS-LINES-PER-PAGE PIC 9(2) COMP VALUE 20.
001580 77 WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
001590 77 WS-PAGE-COUNT PIC 9(4) COMP VALUE ZERO.
001600
001610*----------------------------------------------------------------*
001620*    REGISTER LINES                                              *
001630*    Every register line is built in WS-REGISTER-LINE and goes   *
001640*    out through 3100-PRINT-LINE, which breaks the page.         *
001650*----------------------------------------------------------------*
001660 01 WS-REGISTER-LINE PIC X(80).
001670 01 WS-TITLE-LINE.
001680     02 FILLER PIC X(28) VALUE 'OPERATOR SECURITY REGISTER'.
001690     02 FILLER PIC X(32) VALUE SPACES.
001700     02 FILLER PIC X(06) VALUE 'PAGE: '.
001710     02 WS-TITLE-PAGE PIC ZZZ9.
001720 01 WS-DATE-LINE.
001730     02 FILLER PIC X(14) VALUE 'REPORT DATE: '.
001740     02 WS-DATE-LINE-DATE PIC X(10).
001750     02 FILLER PIC X(14) VALUE '  RUN BY: '.
001760     02 WS-DATE-LINE-OPERATOR PIC X(3).
001770 01 WS-APPLIED-LINE.
001780     02 WS-AP-ACTION PIC X(10).
001790     02 WS-AP-ID PIC X(3).
001800     02 FILLER PIC X(01) VALUE SPACES.
001810     02 WS-AP-NAME PIC X(30).
001820     02 FILLER PIC X(07) VALUE ' LEVEL '.
001830     02 WS-AP-LEVEL PIC 9(1).
001840     02 FILLER PIC X(08) VALUE ' STATUS '.
001850     02 WS-AP-STATUS PIC X(1).
001860     02 FILLER PIC X(01) VALUE SPACES.
001870     02 WS-AP-PIN-TEXT PIC X(12).
001880 01 WS-REJECT-LINE.
001890     02 FILLER PIC X(10) VALUE 'REJECTED  '.
001900     02 WS-RJ-CODE PIC X(1).
001910     02 FILLER PIC X(01) VALUE SPACES.
001920     02 WS-RJ-ID PIC X(3).
001930     02 FILLER PIC X(02) VALUE SPACES.
001940     02 WS-RJ-REASON-CODE PIC X(2).
001950     02 FILLER PIC X(01) VALUE SPACES.
001960     02 WS-RJ-REASON-TEXT PIC X(30).
001970 01 WS-LIST-HEADING-1.
001980     02 FILLER PIC X(24) VALUE 'OPERATORS ON FILE'.
001990 01 WS-LIST-HEADING-2.
002000     02 FILLER PIC X(05) VALUE 'ID'.
002010     02 FILLER PIC X(31) VALUE 'NAME'.
002020     02 FILLER PIC X(06) VALUE 'LEVEL'.
002030     02 FILLER PIC X(07) VALUE 'STATUS'.
002040     02 FILLER PIC X(07) VALUE 'FAILED'.
002050     02 FILLER PIC X(12) VALUE 'LAST SIGNON'.
002060     02 FILLER PIC X(08) VALUE 'CHANGED'.
002070 01 WS-LIST-LINE.
002080     02 WS-LL-ID PIC X(3).
002090     02 FILLER PIC X(02) VALUE SPACES.
002100     02 WS-LL-NAME PIC X(30).
002110     02 FILLER PIC X(03) VALUE SPACES.
002120     02 WS-LL-LEVEL PIC 9(1).
002130     02 FILLER PIC X(06) VALUE SPACES.
002140     02 WS-LL-STATUS PIC X(1).
002150     02 FILLER PIC X(06) VALUE SPACES.
002160     02 WS-LL-FAILED PIC 9(1).
002170     02 FILLER PIC X(03) VALUE SPACES.
002180     02 WS-LL-SIGNON PIC 9(8).
002190     02 FILLER PIC X(02) VALUE SPACES.
002200     02 WS-LL-CHANGED PIC 9(8).
002210 01 WS-SUMMARY-LINE-1.
002220     02 FILLER PIC X(24) VALUE 'TRANSACTIONS READ ..: '.
002230     02 WS-SUMMARY-READ PIC ZZZZZZZZ9.
002240 01 WS-SUMMARY-LINE-2.
002250     02 FILLER PIC X(24) VALUE 'ADDED / CHANGED ....: '.
002260     02 WS-SUMMARY-ADDED PIC ZZZZZZZZ9.
002270     02 FILLER PIC X(03) VALUE ' / '.
002280     02 WS-SUMMARY-CHANGED PIC ZZZZZZZZ9.
002290 01 WS-SUMMARY-LINE-3.
002300     02 FILLER PIC X(24) VALUE 'DELETED / REJECTED .: '.
002310     02 WS-SUMMARY-DELETED PIC ZZZZZZZZ9.
002320     02 FILLER PIC X(03) VALUE ' / '.
002330     02 WS-SUMMARY-REJECTED PIC ZZZZZZZZ9.
002340 01 WS-SUMMARY-LINE-4.
002350     02 FILLER PIC X(24) VALUE 'OPERATORS ON FILE ..: '.
002360     02 WS-SUMMARY-OPERATORS PIC ZZZZZZZZ9.
002370     02 FILLER PIC X(22) VALUE '  ACTIVE LEVEL 3 ...: '.
002380     02 WS-SUMMARY-MAINTAINERS PIC ZZZZZZZZ9.
002390
002400*******************************************************************
002410*                       PROCEDURE DIVISION                        *
002420*******************************************************************
002430 PROCEDURE DIVISION.
002440
002450*----------------------------------------------------------------*
002460*    0000-MAINLINE                                                *
002470*----------------------------------------------------------------*
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE
002500     PERFORM 1200-SIGN-ON THRU 1200-EXIT
002510     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
002520         UNTIL END-OF-FILE
002530     PERFORM 5000-LIST-OPERATORS
002540     PERFORM 8000-PRINT-SUMMARY
002550     PERFORM 9999-TERMINATE
002560     STOP RUN.
002570
002580*----------------------------------------------------------------*
002590*    1000-INITIALIZE                                              *
002600*    A missing security file is created empty, which makes this  *
002610*    run the first load.                                         *
002620*----------------------------------------------------------------*
002630 1000-INITIALIZE.
002640     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
002650     STRING WS-TODAY-MONTH '/' WS-TODAY-DAY '/'
002660         WS-TODAY-YEAR DELIMITED BY SIZE
002670         INTO WS-REPORT-DATE
002680     OPEN EXTEND ACCESS-LOG
002690     IF WS-ACCESS-LOG-STATUS = '05' OR WS-ACCESS-LOG-STATUS = '35'
002700         OPEN OUTPUT ACCESS-LOG
002710     END-IF
002720     IF WS-ACCESS-LOG-STATUS NOT = '00'
002730         DISPLAY 'Error opening access log. Status: '
002740             WS-ACCESS-LOG-STATUS
002750         STOP RUN
002760     END-IF
002770     OPEN I-O OPERATOR-SECURITY
002780     IF WS-SECURITY-FILE-STATUS = '35'
002790         OPEN OUTPUT OPERATOR-SECURITY
002800         CLOSE OPERATOR-SECURITY
002810         OPEN I-O OPERATOR-SECURITY
002820     END-IF
002830     IF WS-SECURITY-FILE-STATUS NOT = '00'
002840         DISPLAY 'Error opening operator security file. Status: '
002850             WS-SECURITY-FILE-STATUS
002860         STOP RUN
002870     END-IF
002880     MOVE LOW-VALUES TO OPR-ID
002890     START OPERATOR-SECURITY KEY IS NOT LESS THAN OPR-ID
002900         INVALID KEY
002910             SET FIRST-LOAD TO TRUE
002920     END-START
002930     OPEN INPUT SECURITY-TRANS
002940     IF WS-TRANS-FILE-STATUS NOT = '00'
002950         DISPLAY 'Error opening security transaction file. '
002960             'Status: ' WS-TRANS-FILE-STATUS
002970         STOP RUN
002980     END-IF
002990     OPEN OUTPUT PRINT-FILE
003000     IF WS-PRINT-FILE-STATUS NOT = '00'
003010         DISPLAY 'Error opening register file. Status: '
003020             WS-PRINT-FILE-STATUS
003030         STOP RUN
003040     END-IF.
003050
003060*----------------------------------------------------------------*
003070*    1200-SIGN-ON                                                *
003080*    The run is signed on from the OPERATOR-ID and OPERATOR-PIN  *
003090*    environment values and needs maintenance authority (level  *
003100*    3), the way CUSTMAINT signs on. On the first load there is  *
003110*    no one to sign on against, so the run proceeds under the    *
003120*    OPERATOR-ID value, or SYS when it is not set.               *
003130*----------------------------------------------------------------*
003140 1200-SIGN-ON.
003150     MOVE SPACES TO WS-OPERATOR-ID
003160     DISPLAY 'OPERATOR-ID' UPON ENVIRONMENT-NAME
003170     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
003180     END-ACCEPT
003190     MOVE SPACES TO WS-PIN-INPUT
003200     DISPLAY 'OPERATOR-PIN' UPON ENVIRONMENT-NAME
003210     ACCEPT WS-PIN-INPUT FROM ENVIRONMENT-VALUE
003220     END-ACCEPT
003230     MOVE ZERO TO WS-LOG-CUST-ID
003240     IF FIRST-LOAD
003250         IF WS-OPERATOR-ID = SPACES
003260             MOVE 'SYS' TO WS-OPERATOR-ID
003270         END-IF
003280         DISPLAY 'OPERATOR SECURITY FILE IS EMPTY - '
003290             'FIRST LOAD RUN BY ' WS-OPERATOR-ID
003300         MOVE 'S' TO WS-LOG-ACTION
003310         PERFORM 7000-WRITE-ACCESS-LOG
003320         GO TO 1200-EXIT
003330     END-IF
003340     MOVE 'F' TO WS-LOG-ACTION
003350     MOVE WS-OPERATOR-ID TO OPR-ID
003360     READ OPERATOR-SECURITY
003370         INVALID KEY
003380             GO TO 1210-SIGN-ON-REFUSED
003390     END-READ
003400     IF NOT OPR-ACTIVE OR NOT OPR-LEVEL-VALID
003410         GO TO 1210-SIGN-ON-REFUSED
003420     END-IF
003430     IF OPR-PIN NOT = WS-PIN-INPUT
003440         ADD 1 TO OPR-FAILED-COUNT
003450         IF OPR-FAILED-COUNT >= 3
003460             SET OPR-REVOKED TO TRUE
003470             MOVE WS-TODAYS-DATE TO OPR-CHANGED-DATE
003480         END-IF
003490         REWRITE OPERATOR-RECORD
003500             INVALID KEY
003510                 DISPLAY 'OPERATOR REWRITE FAILED. Status: '
003520                     WS-SECURITY-FILE-STATUS
003530         END-REWRITE
003540         GO TO 1210-SIGN-ON-REFUSED
003550     END-IF
003560     MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL
003570     IF NOT OPERATOR-CAN-MAINTAIN
003580         MOVE 'R' TO WS-LOG-ACTION
003590         GO TO 1210-SIGN-ON-REFUSED
003600     END-IF
003610     MOVE ZERO TO OPR-FAILED-COUNT
003620     MOVE WS-TODAYS-DATE TO OPR-LAST-SIGNON-DATE
003630     REWRITE OPERATOR-RECORD
003640         INVALID KEY
003650             DISPLAY 'OPERATOR REWRITE FAILED. Status: '
003660                 WS-SECURITY-FILE-STATUS
003670     END-REWRITE
003680     DISPLAY 'CUSTSEC SIGNED ON BY: ' WS-OPERATOR-ID ' '
003690         OPR-NAME
003700     MOVE 'S' TO WS-LOG-ACTION
003710     PERFORM 7000-WRITE-ACCESS-LOG
003720     GO TO 1200-EXIT.
003730 1210-SIGN-ON-REFUSED.
003740     IF WS-LOG-ACTION = 'R'
003750         DISPLAY 'RUN REFUSED - OPERATOR ' WS-OPERATOR-ID
003760             ' IS NOT AUTHORIZED FOR MAINTENANCE'
003770     ELSE
003780         DISPLAY 'RUN REFUSED - OPERATOR SIGN-ON FAILED FOR: '
003790             WS-OPERATOR-ID
003800     END-IF
003810     PERFORM 7000-WRITE-ACCESS-LOG
003820     CLOSE SECURITY-TRANS
003830     CLOSE OPERATOR-SECURITY
003840     CLOSE ACCESS-LOG
003850     CLOSE PRINT-FILE
003860     STOP RUN.
003870 1200-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------*
003910*    2000-PROCESS-TRANSACTIONS                                   *
003920*    One transaction per record: edit, then apply.               *
003930*----------------------------------------------------------------*
003940 2000-PROCESS-TRANSACTIONS.
003950     READ SECURITY-TRANS
003960         AT END
003970             SET END-OF-FILE TO TRUE
003980             GO TO 2000-EXIT
003990     END-READ
004000     ADD 1 TO WS-TRANS-COUNT
004010     PERFORM 2050-EDIT-TRANSACTION THRU 2050-EXIT
004020     IF WS-REASON-CODE NOT = SPACES
004030         PERFORM 2900-WRITE-REJECT
004040         GO TO 2000-EXIT
004050     END-IF
004060     EVALUATE SEC-TRANS-CODE
004070         WHEN 'A'
004080             PERFORM 2100-APPLY-ADD
004090         WHEN 'C'
004100             PERFORM 2200-APPLY-CHANGE
004110         WHEN 'D'
004120             PERFORM 2300-APPLY-DELETE
004130     END-EVALUATE.
004140 2000-EXIT.
004150     EXIT.
004160
004170*----------------------------------------------------------------*
004180*    2050-EDIT-TRANSACTION                                       *
004190*    Leaves WS-REASON-CODE blank when the transaction may be     *
004200*    applied. The operator record is read here, so the apply     *
004210*    paragraphs work on the record as it stands.                 *
004220*----------------------------------------------------------------*
004230 2050-EDIT-TRANSACTION.
004240     MOVE SPACES TO WS-REASON-CODE
004250     IF SEC-TRANS-CODE NOT = 'A' AND SEC-TRANS-CODE NOT = 'C'
004260         AND SEC-TRANS-CODE NOT = 'D'
004270         MOVE 'S9' TO WS-REASON-CODE
004280         MOVE 'INVALID TRANSACTION CODE' TO WS-REASON-TEXT
004290         GO TO 2050-EXIT
004300     END-IF
004310     IF SEC-OPR-ID = SPACES
004320         MOVE 'S1' TO WS-REASON-CODE
004330         MOVE 'BLANK OPERATOR ID' TO WS-REASON-TEXT
004340         GO TO 2050-EXIT
004350     END-IF
004360     IF SEC-OPR-LEVEL NOT = SPACE
004370         IF SEC-OPR-LEVEL IS NOT NUMERIC OR
004380             SEC-OPR-LEVEL-NUM < 1 OR SEC-OPR-LEVEL-NUM > 3
004390             MOVE 'S4' TO WS-REASON-CODE
004400             MOVE 'LEVEL NOT 1, 2 OR 3' TO WS-REASON-TEXT
004410             GO TO 2050-EXIT
004420         END-IF
004430     END-IF
004440     IF SEC-OPR-STATUS NOT = SPACE AND SEC-OPR-STATUS NOT = 'A'
004450         AND SEC-OPR-STATUS NOT = 'R'
004460         MOVE 'S5' TO WS-REASON-CODE
004470         MOVE 'STATUS NOT A OR R' TO WS-REASON-TEXT
004480         GO TO 2050-EXIT
004490     END-IF
004500     MOVE SEC-OPR-ID TO OPR-ID
004510     READ OPERATOR-SECURITY
004520         INVALID KEY
004530             IF SEC-TRANS-CODE NOT = 'A'
004540                 MOVE 'S7' TO WS-REASON-CODE
004550                 MOVE 'OPERATOR NOT ON FILE' TO WS-REASON-TEXT
004560                 GO TO 2050-EXIT
004570             END-IF
004580         NOT INVALID KEY
004590             IF SEC-TRANS-CODE = 'A'
004600                 MOVE 'S6' TO WS-REASON-CODE
004610                 MOVE 'OPERATOR ALREADY ON FILE' TO WS-REASON-TEXT
004620                 GO TO 2050-EXIT
004630             END-IF
004640     END-READ
004650     IF SEC-TRANS-CODE = 'A'
004660         IF SEC-OPR-NAME = SPACES
004670             MOVE 'S2' TO WS-REASON-CODE
004680             MOVE 'BLANK NAME ON ADD' TO WS-REASON-TEXT
004690             GO TO 2050-EXIT
004700         END-IF
004710         IF SEC-OPR-PIN = SPACES
004720             MOVE 'S3' TO WS-REASON-CODE
004730             MOVE 'BLANK PIN ON ADD' TO WS-REASON-TEXT
004740             GO TO 2050-EXIT
004750         END-IF
004760         IF SEC-OPR-LEVEL = SPACE
004770             MOVE 'S4' TO WS-REASON-CODE
004780             MOVE 'LEVEL NOT 1, 2 OR 3' TO WS-REASON-TEXT
004790             GO TO 2050-EXIT
004800         END-IF
004810     END-IF
004820     IF SEC-OPR-ID = WS-OPERATOR-ID AND NOT FIRST-LOAD
004830         IF SEC-TRANS-CODE = 'D' OR SEC-OPR-STATUS = 'R' OR
004840             (SEC-OPR-LEVEL NOT = SPACE AND SEC-OPR-LEVEL-NUM < 3)
004850             MOVE 'S8' TO WS-REASON-CODE
004860             MOVE 'OWN ID - MAY NOT REMOVE ACCESS'
004870                 TO WS-REASON-TEXT
004880         END-IF
004890     END-IF.
004900 2050-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------*
004940*    2100-APPLY-ADD                                              *
004950*----------------------------------------------------------------*
004960 2100-APPLY-ADD.
004970     MOVE SEC-OPR-ID TO OPR-ID
004980     MOVE SEC-OPR-NAME TO OPR-NAME
004990     MOVE SEC-OPR-PIN TO OPR-PIN
005000     MOVE SEC-OPR-LEVEL-NUM TO OPR-LEVEL
005010     MOVE 'A' TO OPR-STATUS
005020     MOVE ZERO TO OPR-FAILED-COUNT
005030     MOVE ZERO TO OPR-LAST-SIGNON-DATE
005040     MOVE WS-TODAYS-DATE TO OPR-CHANGED-DATE
005050     WRITE OPERATOR-RECORD
005060         INVALID KEY
005070             MOVE 'S6' TO WS-REASON-CODE
005080             MOVE 'OPERATOR ALREADY ON FILE' TO WS-REASON-TEXT
005090             PERFORM 2900-WRITE-REJECT
005100         NOT INVALID KEY
005110             ADD 1 TO WS-ADD-COUNT
005120             MOVE 'ADDED' TO WS-ACTION-TEXT
005130             MOVE 'PIN SET' TO WS-PIN-TEXT
005140             PERFORM 2800-PRINT-APPLIED
005150     END-WRITE.
005160
005170*----------------------------------------------------------------*
005180*    2200-APPLY-CHANGE                                           *
005190*    Field-selective, as CUSTMAINT changes are: only non-blank   *
005200*    fields land on the operator record.                         *
005210*----------------------------------------------------------------*
005220 2200-APPLY-CHANGE.
005230     MOVE SPACES TO WS-PIN-TEXT
005240     IF SEC-OPR-NAME NOT = SPACES
005250         MOVE SEC-OPR-NAME TO OPR-NAME
005260     END-IF
005270     IF SEC-OPR-PIN NOT = SPACES
005280         MOVE SEC-OPR-PIN TO OPR-PIN
005290         MOVE 'PIN CHANGED' TO WS-PIN-TEXT
005300     END-IF
005310     IF SEC-OPR-LEVEL NOT = SPACE
005320         MOVE SEC-OPR-LEVEL-NUM TO OPR-LEVEL
005330     END-IF
005340     IF SEC-OPR-STATUS = 'A'
005350         MOVE 'A' TO OPR-STATUS
005360         MOVE ZERO TO OPR-FAILED-COUNT
005370     END-IF
005380     IF SEC-OPR-STATUS = 'R'
005390         MOVE 'R' TO OPR-STATUS
005400     END-IF
005410     MOVE WS-TODAYS-DATE TO OPR-CHANGED-DATE
005420     REWRITE OPERATOR-RECORD
005430         INVALID KEY
005440             MOVE 'S7' TO WS-REASON-CODE
005450             MOVE 'OPERATOR NOT ON FILE' TO WS-REASON-TEXT
005460             PERFORM 2900-WRITE-REJECT
005470         NOT INVALID KEY
005480             ADD 1 TO WS-CHANGE-COUNT
005490             MOVE 'CHANGED' TO WS-ACTION-TEXT
005500             PERFORM 2800-PRINT-APPLIED
005510     END-REWRITE.
005520
005530*----------------------------------------------------------------*
005540*    2300-APPLY-DELETE                                           *
005550*----------------------------------------------------------------*
005560 2300-APPLY-DELETE.
005570     DELETE OPERATOR-SECURITY
005580         INVALID KEY
005590             MOVE 'S7' TO WS-REASON-CODE
005600             MOVE 'OPERATOR NOT ON FILE' TO WS-REASON-TEXT
005610             PERFORM 2900-WRITE-REJECT
005620         NOT INVALID KEY
005630             ADD 1 TO WS-DELETE-COUNT
005640             MOVE 'DELETED' TO WS-ACTION-TEXT
005650             MOVE SPACES TO WS-PIN-TEXT
005660             PERFORM 2800-PRINT-APPLIED
005670     END-DELETE.
005680
005690*----------------------------------------------------------------*
005700*    2800-PRINT-APPLIED                                          *
005710*    The operator record as it now stands (as it stood, for a    *
005720*    delete). The PIN itself is never printed.                   *
005730*----------------------------------------------------------------*
005740 2800-PRINT-APPLIED.
005750     MOVE WS-ACTION-TEXT TO WS-AP-ACTION
005760     MOVE OPR-ID TO WS-AP-ID
005770     MOVE OPR-NAME TO WS-AP-NAME
005780     MOVE OPR-LEVEL TO WS-AP-LEVEL
005790     MOVE OPR-STATUS TO WS-AP-STATUS
005800     MOVE WS-PIN-TEXT TO WS-AP-PIN-TEXT
005810     MOVE WS-APPLIED-LINE TO WS-REGISTER-LINE
005820     PERFORM 3100-PRINT-LINE.
005830
005840*----------------------------------------------------------------*
005850*    2900-WRITE-REJECT                                           *
005860*----------------------------------------------------------------*
005870 2900-WRITE-REJECT.
005880     ADD 1 TO WS-REJECT-COUNT
005890     MOVE SEC-TRANS-CODE TO WS-RJ-CODE
005900     MOVE SEC-OPR-ID TO WS-RJ-ID
005910     MOVE WS-REASON-CODE TO WS-RJ-REASON-CODE
005920     MOVE WS-REASON-TEXT TO WS-RJ-REASON-TEXT
005930     MOVE WS-REJECT-LINE TO WS-REGISTER-LINE
005940     PERFORM 3100-PRINT-LINE
005950     DISPLAY 'REJECTED TRANS FOR OPERATOR: ' SEC-OPR-ID
005960         ' REASON: ' WS-REASON-CODE.
005970
005980*----------------------------------------------------------------*
005990*    3000-PRINT-PAGE-HEADING                                     *
006000*----------------------------------------------------------------*
006010 3000-PRINT-PAGE-HEADING.
006020     ADD 1 TO WS-PAGE-COUNT
006030     MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE
006040     MOVE WS-REPORT-DATE TO WS-DATE-LINE-DATE
006050     MOVE WS-OPERATOR-ID TO WS-DATE-LINE-OPERATOR
006060     IF WS-PAGE-COUNT > 1
006070         WRITE PRINT-LINE FROM SPACES
006080     END-IF
006090     WRITE PRINT-LINE FROM WS-TITLE-LINE
006100     WRITE PRINT-LINE FROM WS-DATE-LINE
006110     WRITE PRINT-LINE FROM SPACES
006120     MOVE ZERO TO WS-LINE-COUNT.
006130
006140*----------------------------------------------------------------*
006150*    3100-PRINT-LINE                                             *
006160*----------------------------------------------------------------*
006170 3100-PRINT-LINE.
006180     IF WS-PAGE-COUNT = ZERO OR
006190         WS-LINE-COUNT >= WS-LINES-PER-PAGE
006200         PERFORM 3000-PRINT-PAGE-HEADING
006210     END-IF
006220     WRITE PRINT-LINE FROM WS-REGISTER-LINE
006230     ADD 1 TO WS-LINE-COUNT.
006240
006250*----------------------------------------------------------------*
006260*    5000-LIST-OPERATORS                                         *
006270*    Every operator on file after the transactions, in ID order, *
006280*    for the periodic access review.                             *
006290*----------------------------------------------------------------*
006300 5000-LIST-OPERATORS.
006310     MOVE SPACES TO WS-REGISTER-LINE
006320     PERFORM 3100-PRINT-LINE
006330     MOVE WS-LIST-HEADING-1 TO WS-REGISTER-LINE
006340     PERFORM 3100-PRINT-LINE
006350     MOVE WS-LIST-HEADING-2 TO WS-REGISTER-LINE
006360     PERFORM 3100-PRINT-LINE
006370     MOVE 'N' TO WS-LIST-EOF
006380     MOVE LOW-VALUES TO OPR-ID
006390     START OPERATOR-SECURITY KEY IS NOT LESS THAN OPR-ID
006400         INVALID KEY
006410             SET END-OF-OPERATORS TO TRUE
006420     END-START
006430     PERFORM 5100-LIST-ONE-OPERATOR THRU 5100-EXIT
006440         UNTIL END-OF-OPERATORS.
006450
006460*----------------------------------------------------------------*
006470*    5100-LIST-ONE-OPERATOR                                      *
006480*----------------------------------------------------------------*
006490 5100-LIST-ONE-OPERATOR.
006500     READ OPERATOR-SECURITY NEXT RECORD
006510         AT END
006520             SET END-OF-OPERATORS TO TRUE
006530             GO TO 5100-EXIT
006540     END-READ
006550     ADD 1 TO WS-OPERATOR-COUNT
006560     IF OPR-ACTIVE AND OPR-MAINTENANCE
006570         ADD 1 TO WS-MAINT-OPERATOR-COUNT
006580     END-IF
006590     MOVE OPR-ID TO WS-LL-ID
006600     MOVE OPR-NAME TO WS-LL-NAME
006610     MOVE OPR-LEVEL TO WS-LL-LEVEL
006620     MOVE OPR-STATUS TO WS-LL-STATUS
006630     MOVE OPR-FAILED-COUNT TO WS-LL-FAILED
006640     MOVE OPR-LAST-SIGNON-DATE TO WS-LL-SIGNON
006650     MOVE OPR-CHANGED-DATE TO WS-LL-CHANGED
006660     MOVE WS-LIST-LINE TO WS-REGISTER-LINE
006670     PERFORM 3100-PRINT-LINE.
006680 5100-EXIT.
006690     EXIT.
006700
006710*----------------------------------------------------------------*
006720*    7000-WRITE-ACCESS-LOG                                       *
006730*    One access-log record for WS-LOG-CUST-ID / WS-LOG-ACTION,   *
006740*    stamped with the signed-on operator and the clock. A log    *
006750*    that cannot be written stops the program: nothing unlogged. *
006760*----------------------------------------------------------------*
006770 7000-WRITE-ACCESS-LOG.
006780     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
006790     ACCEPT WS-LOG-TIME FROM TIME
006800     MOVE WS-LOG-DATE TO ALOG-DATE
006810     MOVE WS-LOG-HHMMSS TO ALOG-TIME
006820     MOVE WS-OPERATOR-ID TO ALOG-OPERATOR
006830     MOVE 'CUSTSEC' TO ALOG-PROGRAM
006840     MOVE WS-LOG-CUST-ID TO ALOG-CUST-ID
006850     MOVE WS-LOG-ACTION TO ALOG-ACTION
006860     WRITE ACCESS-LOG-RECORD
006870     IF WS-ACCESS-LOG-STATUS NOT = '00'
006880         DISPLAY 'Error writing access log. Status: '
006890             WS-ACCESS-LOG-STATUS
006900         STOP RUN
006910     END-IF.
006920
006930*----------------------------------------------------------------*
006940*    8000-PRINT-SUMMARY                                          *
006950*    A file left with no active maintenance operator could not   *
006960*    be maintained again without a first-load rebuild, so the    *
006970*    run says so loudly.                                         *
006980*----------------------------------------------------------------*
006990 8000-PRINT-SUMMARY.
007000     MOVE WS-TRANS-COUNT TO WS-SUMMARY-READ
007010     MOVE WS-ADD-COUNT TO WS-SUMMARY-ADDED
007020     MOVE WS-CHANGE-COUNT TO WS-SUMMARY-CHANGED
007030     MOVE WS-DELETE-COUNT TO WS-SUMMARY-DELETED
007040     MOVE WS-REJECT-COUNT TO WS-SUMMARY-REJECTED
007050     MOVE WS-OPERATOR-COUNT TO WS-SUMMARY-OPERATORS
007060     MOVE WS-MAINT-OPERATOR-COUNT TO WS-SUMMARY-MAINTAINERS
007070     WRITE PRINT-LINE FROM SPACES
007080     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-1
007090     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-2
007100     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-3
007110     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-4
007120     IF WS-MAINT-OPERATOR-COUNT = ZERO
007130         MOVE '*** NO ACTIVE LEVEL 3 OPERATOR ON FILE ***'
007140             TO WS-REGISTER-LINE
007150         WRITE PRINT-LINE FROM WS-REGISTER-LINE
007160         DISPLAY '*** NO ACTIVE LEVEL 3 OPERATOR ON FILE ***'
007170     END-IF
007180     DISPLAY '-----------------------------------------------'
007190     DISPLAY 'CUSTSEC CONTROL TOTALS'
007200     DISPLAY 'TRANSACTIONS READ ..: ' WS-TRANS-COUNT
007210     DISPLAY 'OPERATORS ADDED ....: ' WS-ADD-COUNT
007220     DISPLAY 'OPERATORS CHANGED ..: ' WS-CHANGE-COUNT
007230     DISPLAY 'OPERATORS DELETED ..: ' WS-DELETE-COUNT
007240     DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECT-COUNT
007250     DISPLAY 'OPERATORS ON FILE ..: ' WS-OPERATOR-COUNT
007260     DISPLAY 'REGISTER WRITTEN TO DATA/CUSTSEC_REGISTER.prt'
007270     DISPLAY '-----------------------------------------------'.
007280
007290*----------------------------------------------------------------*
007300*    9999-TERMINATE                                              *
007310*----------------------------------------------------------------*
007320 9999-TERMINATE.
007330     CLOSE SECURITY-TRANS
007340     CLOSE OPERATOR-SECURITY
007350     CLOSE ACCESS-LOG
007360     CLOSE PRINT-FILE.
