000010*******************************************************************
000020*                   IDENTIFICATION DIVISION                       *
000030*******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CUSTMRGE.
000060 AUTHOR. DATA-PROCESSING.
000070 INSTALLATION. CUSTOMER-SYSTEMS.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100
000110*******************************************************************
000120*  MODIFICATION HISTORY                                          *
000130*  ---------------------------------------------------------------
000140*  2026-10-15  DP  Initial version - duplicate-account merge.    *
000150*                  For each survivor/victim pair on the merge    *
000160*                  file, moves the victim's balance onto the     *
000170*                  survivor with offsetting M (merge) ledger     *
000180*                  entries, re-keys the victim's ledger entries, *
000190*                  collection notes and letter-control record    *
000200*                  under the survivor, repoints the victim's     *
000210*                  crosswalk master entries, writes before- and  *
000220*                  after-images of both masters to the CUSTMAINT *
000230*                  history file and closes the victim, so the    *
000240*                  next CUSTFEED sends the order system the      *
000250*                  close. A merge register lists every item that *
000260*                  moved.                                        *
000261*  2026-10-15  DP  Signs on from the OPERATOR-ID / OPERATOR-PIN  *
000262*                  environment values and needs maintenance      *
000263*                  authority (level 3). History records and      *
000264*                  merge notes carry the signed-on ID; each      *
000265*                  master changed goes to the access log.        *
000270*******************************************************************
000280*  DATA/CUSTMRGE_TRANS.dat carries one pair per line: the survivor*
000290*  CUST-ID, the victim CUST-ID and the initials of the operator who*
000300*  requested the merge. A pair is refused (and printed on the    *
000310*  register with the reason) when either ID is not numeric or not*
000320*  on the master, when they are the same account, when either one*
000330*  is closed or written off, or when the combined balance would  *
000340*  not fit CUST-BALANCE.                                         *
000350*  Re-keyed ledger entries keep their dates, amounts and result  *
000360*  balances as they stood on the victim and carry the victim's ID*
000370*  in TL-MERGED-FROM-ID (an entry already merged once keeps its  *
000380*  original account). The victim's own M entry moves with the    *
000390*  rest, so the victim's ledger ends empty and the survivor holds*
000400*  the whole history. Notes keep their stamp and operator; a note*
000410*  is added on both accounts recording the merge. The survivor   *
000420*  keeps the higher letter level of the two. The survivor's      *
000430*  CUST-LAST-ACTIVITY-DATE becomes the later of the two dates.   *
000440*  The merge moves money between two accounts only, so the run   *
000450*  writes a zero-net POSTING-ACTIVITY record for CUSTBAL and no  *
000460*  GL batch. One run per business date: the run-control record is*
000470*  refused if it is already complete OR only started, because a  *
000480*  partial run has already merged some pairs.                    *
000482*  The run signs on from the OPERATOR-ID / OPERATOR-PIN          *
000484*  environment values and needs maintenance authority (3). The   *
000486*  requester's initials on the pair appear in the merge notes.   *
000490*******************************************************************
000500
000510*******************************************************************
000520*                   ENVIRONMENT DIVISION                          *
000530*******************************************************************
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT MERGE-FILE
000580     ASSIGN TO 'DATA/CUSTMRGE_TRANS.dat'
000590     ORGANIZATION IS LINE SEQUENTIAL
000600     ACCESS MODE IS SEQUENTIAL
000610     FILE STATUS IS WS-MERGE-FILE-STATUS.
000620
000630     SELECT CUSTOMER-FILE
000640     ASSIGN TO 'DATA/READ_CUSTOMERS.dat'
000650     ORGANIZATION IS INDEXED
000660     ACCESS MODE IS DYNAMIC
000670     RECORD KEY IS CUST-ID
000680     ALTERNATE RECORD KEY IS CUST-NAME
000690         WITH DUPLICATES
000700     FILE STATUS IS WS-FILE-STATUS.
000710
000720     SELECT TRAN-LEDGER
000730     ASSIGN TO 'DATA/CUSTOMER_LEDGER.dat'
000740     ORGANIZATION IS INDEXED
000750     ACCESS MODE IS DYNAMIC
000760     RECORD KEY IS TL-KEY
000770     FILE STATUS IS WS-LEDGER-FILE-STATUS.
000780
000790     SELECT NOTES-FILE
000800     ASSIGN TO 'DATA/CUSTOMER_NOTES.dat'
000810     ORGANIZATION IS INDEXED
000820     ACCESS MODE IS DYNAMIC
000830     RECORD KEY IS NOTE-KEY
000840     FILE STATUS IS WS-NOTES-FILE-STATUS.
000850
000860     SELECT LETTER-CONTROL
000870     ASSIGN TO 'DATA/CUSTLTR_CONTROL.dat'
000880     ORGANIZATION IS INDEXED
000890     ACCESS MODE IS DYNAMIC
000900     RECORD KEY IS LTR-CUST-ID
000910     FILE STATUS IS WS-CONTROL-FILE-STATUS.
000920
000930     SELECT CROSSWALK-MASTER
000940     ASSIGN TO 'DATA/CID_CROSSWALK_MASTER.dat'
000950     ORGANIZATION IS INDEXED
000960     ACCESS MODE IS DYNAMIC
000970     RECORD KEY IS CWM-ALPHA-ID
000980     FILE STATUS IS WS-CWM-FILE-STATUS.
000990
001000     SELECT MAINT-HISTORY
001010     ASSIGN TO 'DATA/CUSTMAINT_HISTORY.dat'
001020     ORGANIZATION IS SEQUENTIAL
001030     ACCESS MODE IS SEQUENTIAL
001040     FILE STATUS IS WS-HIST-FILE-STATUS.
001050
001060     SELECT POSTING-ACTIVITY
001070     ASSIGN TO 'DATA/POSTING_ACTIVITY.dat'
001080     ORGANIZATION IS SEQUENTIAL
001090     ACCESS MODE IS SEQUENTIAL
001100     FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
001110
001120     SELECT PRINT-FILE
001130     ASSIGN TO 'DATA/CUSTMRGE_REGISTER.prt'
001140     ORGANIZATION IS LINE SEQUENTIAL
001150     ACCESS MODE IS SEQUENTIAL
001160     FILE STATUS IS WS-PRINT-FILE-STATUS.
001170
001180     SELECT RUN-CONTROL-FILE
001190     ASSIGN TO 'DATA/RUN_CONTROL.dat'
001200     ORGANIZATION IS INDEXED
001210     ACCESS MODE IS DYNAMIC
001220     RECORD KEY IS RC-KEY
001230     FILE STATUS IS WS-RC-FILE-STATUS.
001240
001241     SELECT OPERATOR-SECURITY
001242     ASSIGN TO 'DATA/OPERATOR_SECURITY.dat'
001243     ORGANIZATION IS INDEXED
001244     ACCESS MODE IS RANDOM
001245     RECORD KEY IS OPR-ID
001246     FILE STATUS IS WS-SECURITY-FILE-STATUS.
001247
001248     SELECT ACCESS-LOG
001249     ASSIGN TO 'DATA/CUSTOMER_ACCESS_LOG.dat'
001250     ORGANIZATION IS SEQUENTIAL
001251     ACCESS MODE IS SEQUENTIAL
001252     FILE STATUS IS WS-ACCESS-LOG-STATUS.
001253
001254*******************************************************************
001260*                        DATA DIVISION                            *
001270*******************************************************************
001280 DATA DIVISION.
001290 FILE SECTION.
001300 FD MERGE-FILE.
001310 01 MERGE-RECORD.
001320     02 MRG-SURVIVOR-ID PIC 9(5).
001330     02 MRG-SURVIVOR-ID-X REDEFINES MRG-SURVIVOR-ID PIC X(5).
001340     02 MRG-VICTIM-ID PIC 9(5).
001350     02 MRG-VICTIM-ID-X REDEFINES MRG-VICTIM-ID PIC X(5).
001360     02 MRG-OPERATOR PIC X(3).
001370
001380 FD CUSTOMER-FILE.
001390     COPY CUSTREC.
001400
001410 FD TRAN-LEDGER.
001420     COPY TRANLED.
001430
001440 FD NOTES-FILE.
001450     COPY NOTEREC.
001460
001470 FD LETTER-CONTROL.
001480     COPY LTRCTL.
001490
001500 FD CROSSWALK-MASTER.
001510 01 CROSSWALK-MASTER-RECORD.
001520     02 CWM-ALPHA-ID PIC X(06).
001530     02 CWM-NUMERIC-ID PIC 9(05).
001540
001550*    The before/after images are raw CUSTOMER-RECORD bytes, the
001560*    same layout CUSTMAINT writes, so CUSTHIST and CUSTFEED read
001570*    the merge images like any other change.
001580 FD MAINT-HISTORY.
001590 01 HISTORY-RECORD.
001600     02 HIST-CUST-ID PIC 9(5).
001610     02 HIST-TRANS-CODE PIC X(1).
001620     02 HIST-DATE.
001630         03 HIST-DATE-YEAR PIC 9(4).
001640         03 HIST-DATE-MONTH PIC 9(2).
001650         03 HIST-DATE-DAY PIC 9(2).
001660     02 HIST-TIME PIC 9(6).
001670     02 HIST-BEFORE-IMAGE PIC X(161).
001680     02 HIST-AFTER-IMAGE PIC X(161).
001685     02 HIST-OPERATOR PIC X(3).
001690
001700 FD POSTING-ACTIVITY.
001710     COPY PSTACT.
001720
001730 FD PRINT-FILE.
001740 01 PRINT-LINE PIC X(80).
001750
001760 FD RUN-CONTROL-FILE.
001770     COPY RUNCTL.
001771
001772 FD OPERATOR-SECURITY.
001773     COPY OPRSEC.
001774
001775 FD ACCESS-LOG.
001776     COPY ACCLOG.
001780
001790 WORKING-STORAGE SECTION.
001800 01 WS-EOF PIC X VALUE 'N'.
001810     88 END-OF-FILE VALUE 'Y'.
001820 01 WS-MERGE-FILE-STATUS PIC X(2).
001830 01 WS-FILE-STATUS PIC X(2).
001840 01 WS-LEDGER-FILE-STATUS PIC X(2).
001850 01 WS-NOTES-FILE-STATUS PIC X(2).
001860 01 WS-CONTROL-FILE-STATUS PIC X(2).
001870 01 WS-CWM-FILE-STATUS PIC X(2).
001880 01 WS-HIST-FILE-STATUS PIC X(2).
001890 01 WS-ACTIVITY-FILE-STATUS PIC X(2).
001900 01 WS-PRINT-FILE-STATUS PIC X(2).
001910 01 WS-RC-FILE-STATUS PIC X(2).
001920 01 WS-ACTIVITY-DATE PIC 9(8).
001930 01 WS-CURRENT-TIME.
001940     02 WS-TIME-HOURS PIC 9(2).
001950     02 WS-TIME-MINUTES PIC 9(2).
001960     02 WS-TIME-SECONDS PIC 9(2).
001970     02 WS-TIME-HUNDREDTHS PIC 9(2).
001980
001990*----------------------------------------------------------------*
002000*    RUN CONTROL WORK AREAS                                      *
002010*    The business date keys the run-control record and dates    *
002020*    the M ledger entries and the history images.                *
002030*----------------------------------------------------------------*
002040 01 WS-BUSINESS-DATE PIC 9(8).
002050 01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
002060     02 WS-BUSINESS-YEAR PIC 9(4).
002070     02 WS-BUSINESS-MONTH PIC 9(2).
002080     02 WS-BUSINESS-DAY PIC 9(2).
002090 01 WS-BUSINESS-DATE-IN PIC X(8).
002100 01 WS-RC-INPUT-FILE PIC X(60) VALUE
002110     'DATA/CUSTMRGE_TRANS.dat'.
002120 01 WS-REPORT-DATE PIC X(10).
002130
002140*----------------------------------------------------------------*
002150*    OPTIONAL FILE SWITCHES                                      *
002160*----------------------------------------------------------------*
002170 01 WS-CROSSWALK-SWITCH PIC X VALUE 'N'.
002180     88 CROSSWALK-AVAILABLE VALUE 'Y'.
002190
002200*----------------------------------------------------------------*
002210*    MERGE WORK AREAS                                            *
002220*    Both masters are read in validation; the pieces the merge   *
002230*    needs from each are held here, with the full images for    *
002240*    the history file.                                           *
002250*----------------------------------------------------------------*
002260 01 WS-REJECT-REASON PIC X(24).
002270 01 WS-VICTIM-NAME PIC X(30).
002280 01 WS-VICTIM-BALANCE PIC S9(7)V99 COMP-3.
002290 01 WS-VICTIM-ACTIVITY-DATE PIC 9(8).
002300 01 WS-SURVIVOR-NAME PIC X(30).
002310 01 WS-SURVIVOR-BALANCE PIC S9(7)V99 COMP-3.
002320 01 WS-NEW-BALANCE PIC S9(7)V99 COMP-3.
002330 01 WS-BEFORE-IMAGE PIC X(161).
002340 01 WS-AFTER-IMAGE PIC X(161).
002350 01 WS-HIST-CUST-ID PIC 9(5).
002360 01 WS-LEDGER-CUST-ID PIC 9(5).
002370 01 WS-LEDGER-AMOUNT PIC S9(7)V99 COMP-3.
002380 01 WS-LEDGER-RESULT PIC S9(7)V99 COMP-3.
002390 01 WS-MERGE-SWITCH PIC X VALUE 'N'.
002400     88 MERGE-FAILED VALUE 'Y'.
002410 01 WS-LEDGER-SWITCH PIC X VALUE 'N'.
002420     88 LEDGER-WRITTEN VALUE 'Y'.
002430 01 WS-NOTE-SWITCH PIC X VALUE 'N'.
002440     88 NOTE-WRITTEN VALUE 'Y'.
002450 01 WS-MOVE-SWITCH PIC X VALUE 'N'.
002460     88 MOVE-DONE VALUE 'Y'.
002470 01 WS-CWM-EOF PIC X VALUE 'N'.
002480     88 END-OF-CROSSWALK VALUE 'Y'.
002490
002500*----------------------------------------------------------------*
002510*    RE-KEY SAVE AREAS                                           *
002520*    The record as read under the victim key, so it can be      *
002530*    deleted once its copy is on file under the survivor.       *
002540*----------------------------------------------------------------*
002550 01 WS-LEDGER-SAVE PIC X(33).
002560 01 WS-NOTE-SAVE PIC X(92).
002570 01 WS-OLD-SEQ PIC 9(4).
002580 01 WS-NEW-SEQ PIC 9(4).
002590 01 WS-VICTIM-LTR-LEVEL PIC 9(1).
002600 01 WS-VICTIM-LTR-DATE PIC 9(8).
002610 01 WS-LTR-ACTION PIC X(30).
002620 01 WS-MERGE-NOTE-TEXT PIC X(60).
002630
002640*----------------------------------------------------------------*
002650*    RUN CONTROL TOTALS                                          *
002660*----------------------------------------------------------------*
002670 77 WS-READ-COUNT PIC 9(9) COMP VALUE ZERO.
002680 77 WS-MERGE-COUNT PIC 9(9) COMP VALUE ZERO.
002690 77 WS-REJECT-COUNT PIC 9(9) COMP VALUE ZERO.
002700 77 WS-ERROR-COUNT PIC 9(9) COMP VALUE ZERO.
002710 77 WS-HISTORY-COUNT PIC 9(9) COMP VALUE ZERO.
002720 77 WS-LEDGER-MOVED-COUNT PIC 9(9) COMP VALUE ZERO.
002730 77 WS-NOTES-MOVED-COUNT PIC 9(9) COMP VALUE ZERO.
002740 77 WS-LTR-MOVED-COUNT PIC 9(9) COMP VALUE ZERO.
002750 77 WS-CWM-MOVED-COUNT PIC 9(9) COMP VALUE ZERO.
002760 77 WS-PAIR-LEDGER-COUNT PIC 9(5) COMP VALUE ZERO.
002770 77 WS-PAIR-NOTES-COUNT PIC 9(5) COMP VALUE ZERO.
002780 77 WS-PAIR-CWM-COUNT PIC 9(5) COMP VALUE ZERO.
002790 01 WS-TOTAL-MOVED PIC S9(9)V99 COMP-3 VALUE ZERO.
002800 01 WS-TOTAL-EDITED PIC -ZZZ,ZZZ,ZZ9.99.
002810
002820*----------------------------------------------------------------*
002830*    REGISTER PAGE CONTROL                                       *
002840*----------------------------------------------------------------*
002850 77 WS-LINES-PER-PAGE PIC 9(2) COMP VALUE 20.
002860 77 WS-LINE-COUNT PIC 9(2) COMP VALUE ZERO.
002870 77 WS-PAGE-COUNT PIC 9(4) COMP VALUE ZERO.
002880
002890*----------------------------------------------------------------*
002900*    REGISTER LINES                                              *
002910*    Every register line is built in WS-REGISTER-LINE and goes   *
002920*    out through 3100-PRINT-LINE, which breaks the page.         *
002930*----------------------------------------------------------------*
002940 01 WS-REGISTER-LINE PIC X(80).
002950 01 WS-TITLE-LINE.
002960     02 FILLER PIC X(28) VALUE 'CUSTOMER MERGE REGISTER'.
002970     02 FILLER PIC X(32) VALUE SPACES.
002980     02 FILLER PIC X(06) VALUE 'PAGE: '.
002990     02 WS-TITLE-PAGE PIC ZZZ9.
003000 01 WS-DATE-LINE.
003010     02 FILLER PIC X(14) VALUE 'REPORT DATE: '.
003020     02 WS-DATE-LINE-DATE PIC X(10).
003030 01 WS-PAIR-LINE.
003040     02 FILLER PIC X(07) VALUE 'VICTIM '.
003050     02 WS-PAIR-VICTIM-ID PIC 9(5).
003060     02 FILLER PIC X(01) VALUE SPACES.
003070     02 WS-PAIR-VICTIM-NAME PIC X(20).
003080     02 FILLER PIC X(15) VALUE ' INTO SURVIVOR '.
003090     02 WS-PAIR-SURVIVOR-ID PIC 9(5).
003100     02 FILLER PIC X(01) VALUE SPACES.
003110     02 WS-PAIR-SURVIVOR-NAME PIC X(20).
003120 01 WS-BALANCE-LINE.
003130     02 FILLER PIC X(04) VALUE SPACES.
003140     02 FILLER PIC X(15) VALUE 'BALANCE MOVED: '.
003150     02 WS-BAL-MOVED PIC -ZZZ,ZZZ,ZZ9.99.
003160     02 FILLER PIC X(15) VALUE '  SURVIVOR NOW '.
003170     02 WS-BAL-NEW PIC -ZZZ,ZZZ,ZZ9.99.
003180     02 FILLER PIC X(06) VALUE '  OPR '.
003190     02 WS-BAL-OPERATOR PIC X(3).
003200 01 WS-MOVE-LINE.
003210     02 FILLER PIC X(04) VALUE SPACES.
003220     02 WS-MOVE-ITEM PIC X(16).
003230     02 WS-MOVE-DETAIL PIC X(60).
003240 01 WS-LEDGER-DETAIL.
003250     02 WS-LD-DATE PIC X(10).
003260     02 FILLER PIC X(05) VALUE ' SEQ '.
003270     02 WS-LD-OLD-SEQ PIC ZZZ9.
003280     02 FILLER PIC X(04) VALUE ' TO '.
003290     02 WS-LD-NEW-SEQ PIC ZZZ9.
003300     02 FILLER PIC X(02) VALUE SPACES.
003310     02 WS-LD-CODE PIC X(1).
003320     02 FILLER PIC X(01) VALUE SPACES.
003330     02 WS-LD-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
003340 01 WS-NOTE-DETAIL.
003350     02 WS-ND-DATE PIC X(10).
003360     02 FILLER PIC X(01) VALUE SPACES.
003370     02 WS-ND-TIME PIC 9(6).
003380     02 FILLER PIC X(01) VALUE SPACES.
003390     02 WS-ND-OPERATOR PIC X(3).
003400     02 FILLER PIC X(01) VALUE SPACES.
003410     02 WS-ND-TEXT PIC X(38).
003420 01 WS-XWALK-DETAIL.
003430     02 WS-XD-ALPHA-ID PIC X(6).
003440     02 FILLER PIC X(06) VALUE ' FROM '.
003450     02 WS-XD-FROM-ID PIC 9(5).
003460     02 FILLER PIC X(04) VALUE ' TO '.
003470     02 WS-XD-TO-ID PIC 9(5).
003480 01 WS-PAIR-TOTAL-LINE.
003490     02 FILLER PIC X(04) VALUE SPACES.
003500     02 FILLER PIC X(15) VALUE 'MOVED - LEDGER '.
003510     02 WS-PT-LEDGER PIC ZZZZ9.
003520     02 FILLER PIC X(08) VALUE '  NOTES '.
003530     02 WS-PT-NOTES PIC ZZZZ9.
003540     02 FILLER PIC X(12) VALUE '  CROSSWALK '.
003550     02 WS-PT-CWM PIC ZZZZ9.
003560 01 WS-REJECT-LINE.
003570     02 FILLER PIC X(16) VALUE 'REJECTED VICTIM '.
003580     02 WS-REJ-VICTIM-ID PIC X(5).
003590     02 FILLER PIC X(10) VALUE ' SURVIVOR '.
003600     02 WS-REJ-SURVIVOR-ID PIC X(5).
003610     02 FILLER PIC X(02) VALUE SPACES.
003620     02 WS-REJ-REASON PIC X(24).
003630 01 WS-SUMMARY-LINE-1.
003640     02 FILLER PIC X(24) VALUE 'PAIRS MERGED .......: '.
003650     02 WS-SUMMARY-MERGED PIC ZZZZZZZZ9.
003660 01 WS-SUMMARY-LINE-2.
003670     02 FILLER PIC X(24) VALUE 'PAIRS REJECTED .....: '.
003680     02 WS-SUMMARY-REJECTED PIC ZZZZZZZZ9.
003690 01 WS-SUMMARY-LINE-3.
003700     02 FILLER PIC X(24) VALUE 'TOTAL BALANCE MOVED : '.
003710     02 WS-SUMMARY-TOTAL PIC -ZZZ,ZZZ,ZZ9.99.
003720
003721*----------------------------------------------------------------*
003722*    OPERATOR SIGN-ON AND ACCESS LOG                             *
003723*    The run signs on from the OPERATOR-ID / OPERATOR-PIN        *
003724*    environment values and needs maintenance authority. Each    *
003725*    master the merge changes is written to ACCESS-LOG.          *
003726*----------------------------------------------------------------*
003727 01 WS-SECURITY-FILE-STATUS PIC X(2).
003728 01 WS-ACCESS-LOG-STATUS PIC X(2).
003729 01 WS-OPERATOR-ID PIC X(03) VALUE SPACES.
003730 01 WS-OPERATOR-LEVEL PIC 9(01) VALUE ZERO.
003731     88 OPERATOR-CAN-MAINTAIN VALUE 3.
003732 01 WS-PIN-INPUT PIC X(06).
003733 01 WS-LOG-CUST-ID PIC 9(05) VALUE ZERO.
003734 01 WS-LOG-ACTION PIC X(01).
003735 01 WS-LOG-DATE PIC 9(8).
003736 01 WS-LOG-TIME.
003737     02 WS-LOG-HHMMSS PIC 9(6).
003738     02 WS-LOG-HUNDREDTHS PIC 9(2).
003739
003740*******************************************************************
003741*                       PROCEDURE DIVISION                        *
003750*******************************************************************
003760 PROCEDURE DIVISION.
003770
003780*----------------------------------------------------------------*
003790*    0000-MAINLINE                                                *
003800*----------------------------------------------------------------*
003810 0000-MAINLINE.
003815     PERFORM 1200-SIGN-ON THRU 1200-EXIT
003820     PERFORM 1100-CHECK-RUN-CONTROL
003830     PERFORM 1000-INITIALIZE
003840     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
003850         UNTIL END-OF-FILE
003860     PERFORM 8000-PRINT-SUMMARY
003870     PERFORM 8500-WRITE-ACTIVITY
003880     PERFORM 9800-MARK-RUN-COMPLETE
003890     PERFORM 9999-TERMINATE
003900     STOP RUN.
003901
003902*----------------------------------------------------------------*
003903*    1200-SIGN-ON                                                *
003904*    The run is signed on from the OPERATOR-ID and OPERATOR-PIN  *
003905*    environment values against OPERATOR-SECURITY and needs      *
003906*    maintenance authority (level 3). A wrong PIN counts against *
003907*    the operator record the way an online sign-on does. Any     *
003908*    refusal stops the run before the run-control record is      *
003909*    stamped, and is written to the access log.                  *
003910*----------------------------------------------------------------*
003911 1200-SIGN-ON.
003912     OPEN EXTEND ACCESS-LOG
003913     IF WS-ACCESS-LOG-STATUS = '05' OR WS-ACCESS-LOG-STATUS = '35'
003914         OPEN OUTPUT ACCESS-LOG
003915     END-IF
003916     IF WS-ACCESS-LOG-STATUS NOT = '00'
003917         DISPLAY 'Error opening access log. Status: '
003918             WS-ACCESS-LOG-STATUS
003919         STOP RUN
003920     END-IF
003921     OPEN I-O OPERATOR-SECURITY
003922     IF WS-SECURITY-FILE-STATUS NOT = '00'
003923         DISPLAY 'Error opening operator security file. Status: '
003924             WS-SECURITY-FILE-STATUS
003925         CLOSE ACCESS-LOG
003926         STOP RUN
003927     END-IF
003928     MOVE SPACES TO WS-OPERATOR-ID
003929     DISPLAY 'OPERATOR-ID' UPON ENVIRONMENT-NAME
003930     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
003931     END-ACCEPT
003932     MOVE SPACES TO WS-PIN-INPUT
003933     DISPLAY 'OPERATOR-PIN' UPON ENVIRONMENT-NAME
003934     ACCEPT WS-PIN-INPUT FROM ENVIRONMENT-VALUE
003935     END-ACCEPT
003936     MOVE ZERO TO WS-LOG-CUST-ID
003937     MOVE 'F' TO WS-LOG-ACTION
003938     MOVE WS-OPERATOR-ID TO OPR-ID
003939     READ OPERATOR-SECURITY
003940         INVALID KEY
003941             GO TO 1210-SIGN-ON-REFUSED
003942     END-READ
003943     IF NOT OPR-ACTIVE OR NOT OPR-LEVEL-VALID
003944         GO TO 1210-SIGN-ON-REFUSED
003945     END-IF
003946     IF OPR-PIN NOT = WS-PIN-INPUT
003947         ADD 1 TO OPR-FAILED-COUNT
003948         IF OPR-FAILED-COUNT >= 3
003949             SET OPR-REVOKED TO TRUE
003950             ACCEPT OPR-CHANGED-DATE FROM DATE YYYYMMDD
003951         END-IF
003952         REWRITE OPERATOR-RECORD
003953             INVALID KEY
003954                 DISPLAY 'OPERATOR REWRITE FAILED. Status: '
003955                     WS-SECURITY-FILE-STATUS
003956         END-REWRITE
003957         GO TO 1210-SIGN-ON-REFUSED
003958     END-IF
003959     MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL
003960     IF NOT OPERATOR-CAN-MAINTAIN
003961         MOVE 'R' TO WS-LOG-ACTION
003962         GO TO 1210-SIGN-ON-REFUSED
003963     END-IF
003964     MOVE ZERO TO OPR-FAILED-COUNT
003965     ACCEPT OPR-LAST-SIGNON-DATE FROM DATE YYYYMMDD
003966     REWRITE OPERATOR-RECORD
003967         INVALID KEY
003968             DISPLAY 'OPERATOR REWRITE FAILED. Status: '
003969                 WS-SECURITY-FILE-STATUS
003970     END-REWRITE
003971     DISPLAY 'CUSTMRGE SIGNED ON BY: ' WS-OPERATOR-ID ' '
003972         OPR-NAME
003973     CLOSE OPERATOR-SECURITY
003974     MOVE 'S' TO WS-LOG-ACTION
003975     PERFORM 7000-WRITE-ACCESS-LOG
003976     GO TO 1200-EXIT.
003977 1210-SIGN-ON-REFUSED.
003978     IF WS-LOG-ACTION = 'R'
003979         DISPLAY 'RUN REFUSED - OPERATOR ' WS-OPERATOR-ID
003980             ' IS NOT AUTHORIZED FOR MAINTENANCE'
003981     ELSE
003982         DISPLAY 'RUN REFUSED - OPERATOR SIGN-ON FAILED FOR: '
003983             WS-OPERATOR-ID
003984     END-IF
003985     CLOSE OPERATOR-SECURITY
003986     PERFORM 7000-WRITE-ACCESS-LOG
003987     CLOSE ACCESS-LOG
003988     STOP RUN.
003989 1200-EXIT.
003990     EXIT.
003991
003992*----------------------------------------------------------------*
003993*    1000-INITIALIZE                                              *
003994*----------------------------------------------------------------*
003995 1000-INITIALIZE.
003996     STRING WS-BUSINESS-MONTH '/' WS-BUSINESS-DAY '/'
003997         WS-BUSINESS-YEAR DELIMITED BY SIZE
003998         INTO WS-REPORT-DATE
003999     ACCEPT WS-ACTIVITY-DATE FROM DATE YYYYMMDD
004000     OPEN INPUT MERGE-FILE
004010     IF WS-MERGE-FILE-STATUS NOT = '00'
004020         DISPLAY 'Error opening merge file. Status: '
004030             WS-MERGE-FILE-STATUS
004040         STOP RUN
004050     END-IF
004060     OPEN I-O CUSTOMER-FILE
004070     IF WS-FILE-STATUS NOT = '00'
004080         DISPLAY 'Error opening customer master. Status: '
004090             WS-FILE-STATUS
004100         STOP RUN
004110     END-IF
004120     OPEN I-O TRAN-LEDGER
004130     IF WS-LEDGER-FILE-STATUS = '35'
004140         OPEN OUTPUT TRAN-LEDGER
004150         CLOSE TRAN-LEDGER
004160         OPEN I-O TRAN-LEDGER
004170     END-IF
004180     IF WS-LEDGER-FILE-STATUS NOT = '00'
004190         DISPLAY 'Error opening transaction ledger. Status: '
004200             WS-LEDGER-FILE-STATUS
004210         STOP RUN
004220     END-IF
004230     OPEN I-O NOTES-FILE
004240     IF WS-NOTES-FILE-STATUS = '35'
004250         OPEN OUTPUT NOTES-FILE
004260         CLOSE NOTES-FILE
004270         OPEN I-O NOTES-FILE
004280     END-IF
004290     IF WS-NOTES-FILE-STATUS NOT = '00'
004300         DISPLAY 'Error opening notes file. Status: '
004310             WS-NOTES-FILE-STATUS
004320         STOP RUN
004330     END-IF
004340     OPEN I-O LETTER-CONTROL
004350     IF WS-CONTROL-FILE-STATUS = '35'
004360         OPEN OUTPUT LETTER-CONTROL
004370         CLOSE LETTER-CONTROL
004380         OPEN I-O LETTER-CONTROL
004390     END-IF
004400     IF WS-CONTROL-FILE-STATUS NOT = '00'
004410         DISPLAY 'Error opening letter control file. Status: '
004420             WS-CONTROL-FILE-STATUS
004430         STOP RUN
004440     END-IF
004450     OPEN I-O CROSSWALK-MASTER
004460     IF WS-CWM-FILE-STATUS = '00'
004470         SET CROSSWALK-AVAILABLE TO TRUE
004480     ELSE
004490         IF WS-CWM-FILE-STATUS = '35'
004500             DISPLAY 'NO CROSSWALK MASTER - NO ENTRIES WILL BE '
004510                 'REPOINTED'
004520         ELSE
004530             DISPLAY 'Error opening crosswalk master. Status: '
004540                 WS-CWM-FILE-STATUS
004550             STOP RUN
004560         END-IF
004570     END-IF
004580     OPEN EXTEND MAINT-HISTORY
004590     IF WS-HIST-FILE-STATUS = '05' OR WS-HIST-FILE-STATUS = '35'
004600         OPEN OUTPUT MAINT-HISTORY
004610     END-IF
004620     IF WS-HIST-FILE-STATUS NOT = '00'
004630         DISPLAY 'Error opening history file. Status: '
004640             WS-HIST-FILE-STATUS
004650         STOP RUN
004660     END-IF
004670     OPEN OUTPUT PRINT-FILE
004680     IF WS-PRINT-FILE-STATUS NOT = '00'
004690         DISPLAY 'Error opening register file. Status: '
004700             WS-PRINT-FILE-STATUS
004710         STOP RUN
004720     END-IF.
004730
004740*----------------------------------------------------------------*
004750*    1100-CHECK-RUN-CONTROL                                      *
004760*    One merge run per business date. A rerun is refused         *
004770*    whether the prior run completed or abended partway - the    *
004780*    pairs already merged show their victims closed, and the     *
004790*    register of the failed run is the recovery record. The      *
004800*    business date is taken from the BUSINESS-DATE environment   *
004810*    value, defaulting to the system date when not set.          *
004820*----------------------------------------------------------------*
004830 1100-CHECK-RUN-CONTROL.
004840     MOVE SPACES TO WS-BUSINESS-DATE-IN
004850     DISPLAY 'BUSINESS-DATE' UPON ENVIRONMENT-NAME
004860     ACCEPT WS-BUSINESS-DATE-IN FROM ENVIRONMENT-VALUE
004870     END-ACCEPT
004880     IF WS-BUSINESS-DATE-IN IS NUMERIC
004890         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
004900     ELSE
004910         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
004920     END-IF
004930     OPEN I-O RUN-CONTROL-FILE
004940     IF WS-RC-FILE-STATUS = '35'
004950         OPEN OUTPUT RUN-CONTROL-FILE
004960         CLOSE RUN-CONTROL-FILE
004970         OPEN I-O RUN-CONTROL-FILE
004980     END-IF
004990     IF WS-RC-FILE-STATUS NOT = '00'
005000         DISPLAY 'Error opening run control file. Status: '
005010             WS-RC-FILE-STATUS
005020         STOP RUN
005030     END-IF
005040     MOVE 'CUSTMRGE' TO RC-PROGRAM
005050     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
005060     READ RUN-CONTROL-FILE
005070         INVALID KEY
005080             CONTINUE
005090         NOT INVALID KEY
005100             IF RC-RUN-COMPLETE
005110                 DISPLAY 'RUN REFUSED - CUSTMRGE ALREADY RAN FOR '
005120                     'BUSINESS DATE ' WS-BUSINESS-DATE
005130                 STOP RUN
005140             ELSE
005150                 DISPLAY 'RUN REFUSED - PRIOR CUSTMRGE RUN FOR '
005160                     WS-BUSINESS-DATE ' DID NOT END CLEAN'
005170                 DISPLAY 'SOME PAIRS MAY ALREADY BE MERGED - '
005180                     'RECOVER FROM THE MERGE REGISTER AND CLEAR '
005190                     'THE RUN RECORD BEFORE RERUNNING'
005200                 STOP RUN
005210             END-IF
005220     END-READ
005230     MOVE 'CUSTMRGE' TO RC-PROGRAM
005240     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
005250     MOVE WS-RC-INPUT-FILE TO RC-INPUT-FILE
005260     MOVE 'S' TO RC-STATUS
005270     WRITE RUN-CONTROL-RECORD
005280         INVALID KEY
005290             REWRITE RUN-CONTROL-RECORD
005300                 INVALID KEY
005310                     DISPLAY 'Error stamping run control: '
005320                         WS-RC-FILE-STATUS
005330                     STOP RUN
005340             END-REWRITE
005350     END-WRITE
005360     CLOSE RUN-CONTROL-FILE.
005370
005380*----------------------------------------------------------------*
005390*    2000-PROCESS-FILE                                           *
005400*    One survivor/victim pair per record. The balance moves      *
005410*    first; the re-keys only run once both masters are safely   *
005420*    rewritten.                                                  *
005430*----------------------------------------------------------------*
005440 2000-PROCESS-FILE.
005450     READ MERGE-FILE
005460         AT END
005470             SET END-OF-FILE TO TRUE
005480             GO TO 2000-EXIT
005490     END-READ
005500     ADD 1 TO WS-READ-COUNT
005510     PERFORM 2100-VALIDATE-PAIR THRU 2100-EXIT
005520     IF WS-REJECT-REASON NOT = SPACES
005530         PERFORM 2900-WRITE-REJECT
005540         GO TO 2000-EXIT
005550     END-IF
005560     MOVE WS-VICTIM-BALANCE TO WS-BAL-MOVED
005570     MOVE WS-NEW-BALANCE TO WS-BAL-NEW
005580     MOVE MRG-OPERATOR TO WS-BAL-OPERATOR
005590     MOVE MRG-VICTIM-ID TO WS-PAIR-VICTIM-ID
005600     MOVE WS-VICTIM-NAME TO WS-PAIR-VICTIM-NAME
005610     MOVE MRG-SURVIVOR-ID TO WS-PAIR-SURVIVOR-ID
005620     MOVE WS-SURVIVOR-NAME TO WS-PAIR-SURVIVOR-NAME
005630     IF WS-LINE-COUNT > ZERO
005640         MOVE SPACES TO WS-REGISTER-LINE
005650         PERFORM 3100-PRINT-LINE
005660     END-IF
005670     MOVE WS-PAIR-LINE TO WS-REGISTER-LINE
005680     PERFORM 3100-PRINT-LINE
005690     PERFORM 2200-MOVE-BALANCE THRU 2200-EXIT
005700     IF MERGE-FAILED
005710         MOVE 'MASTER UPDATE FAILED' TO WS-REJECT-REASON
005720         PERFORM 2900-WRITE-REJECT
005730         GO TO 2000-EXIT
005740     END-IF
005750     MOVE WS-BALANCE-LINE TO WS-REGISTER-LINE
005760     PERFORM 3100-PRINT-LINE
005770     ADD 1 TO WS-MERGE-COUNT
005780     ADD WS-VICTIM-BALANCE TO WS-TOTAL-MOVED
005790     MOVE ZERO TO WS-PAIR-LEDGER-COUNT
005800     MOVE ZERO TO WS-PAIR-NOTES-COUNT
005810     MOVE ZERO TO WS-PAIR-CWM-COUNT
005820     PERFORM 2400-MOVE-LEDGER
005830     PERFORM 2500-MOVE-NOTES
005840     PERFORM 2600-MOVE-LETTER-CONTROL THRU 2600-EXIT
005850     PERFORM 2700-REPOINT-CROSSWALK THRU 2700-EXIT
005860     MOVE WS-PAIR-LEDGER-COUNT TO WS-PT-LEDGER
005870     MOVE WS-PAIR-NOTES-COUNT TO WS-PT-NOTES
005880     MOVE WS-PAIR-CWM-COUNT TO WS-PT-CWM
005890     MOVE WS-PAIR-TOTAL-LINE TO WS-REGISTER-LINE
005900     PERFORM 3100-PRINT-LINE.
005910 2000-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------*
005950*    2100-VALIDATE-PAIR                                          *
005960*    Both accounts must be on the master and open, and the       *
005970*    combined balance must fit CUST-BALANCE. The first reason    *
005980*    found is the one reported.                                  *
005990*----------------------------------------------------------------*
006000 2100-VALIDATE-PAIR.
006010     MOVE SPACES TO WS-REJECT-REASON
006020     IF MRG-SURVIVOR-ID-X IS NOT NUMERIC OR
006030         MRG-VICTIM-ID-X IS NOT NUMERIC
006040         MOVE 'ID NOT NUMERIC' TO WS-REJECT-REASON
006050         GO TO 2100-EXIT
006060     END-IF
006070     IF MRG-SURVIVOR-ID = MRG-VICTIM-ID
006080         MOVE 'SURVIVOR IS THE VICTIM' TO WS-REJECT-REASON
006090         GO TO 2100-EXIT
006100     END-IF
006110     MOVE MRG-VICTIM-ID TO CUST-ID
006120     READ CUSTOMER-FILE
006130         INVALID KEY
006140             MOVE 'VICTIM NOT ON FILE' TO WS-REJECT-REASON
006150             GO TO 2100-EXIT
006160     END-READ
006170     IF CUST-STATUS-CLOSED
006180         MOVE 'VICTIM ALREADY CLOSED' TO WS-REJECT-REASON
006190         GO TO 2100-EXIT
006200     END-IF
006210     IF CUST-STATUS-WRITTEN-OFF
006220         MOVE 'VICTIM WRITTEN OFF' TO WS-REJECT-REASON
006230         GO TO 2100-EXIT
006240     END-IF
006250     MOVE CUST-NAME TO WS-VICTIM-NAME
006260     MOVE CUST-BALANCE TO WS-VICTIM-BALANCE
006270     MOVE CUST-LAST-ACTIVITY-DATE TO WS-VICTIM-ACTIVITY-DATE
006280     MOVE MRG-SURVIVOR-ID TO CUST-ID
006290     READ CUSTOMER-FILE
006300         INVALID KEY
006310             MOVE 'SURVIVOR NOT ON FILE' TO WS-REJECT-REASON
006320             GO TO 2100-EXIT
006330     END-READ
006340     IF CUST-STATUS-CLOSED
006350         MOVE 'SURVIVOR CLOSED' TO WS-REJECT-REASON
006360         GO TO 2100-EXIT
006370     END-IF
006380     IF CUST-STATUS-WRITTEN-OFF
006390         MOVE 'SURVIVOR WRITTEN OFF' TO WS-REJECT-REASON
006400         GO TO 2100-EXIT
006410     END-IF
006420     MOVE CUST-NAME TO WS-SURVIVOR-NAME
006430     MOVE CUST-BALANCE TO WS-SURVIVOR-BALANCE
006440     COMPUTE WS-NEW-BALANCE =
006450         WS-SURVIVOR-BALANCE + WS-VICTIM-BALANCE
006460         ON SIZE ERROR
006470             MOVE 'BALANCE WOULD OVERFLOW' TO WS-REJECT-REASON
006480     END-COMPUTE.
006490 2100-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------------*
006530*    2200-MOVE-BALANCE                                           *
006540*    Survivor first: it takes the combined balance and the       *
006550*    later of the two last-activity dates. Then the victim goes  *
006560*    to zero and closed. Each rewrite writes its history images  *
006570*    and its M ledger entry.                                     *
006580*----------------------------------------------------------------*
006590 2200-MOVE-BALANCE.
006600     MOVE 'N' TO WS-MERGE-SWITCH
006610     MOVE MRG-SURVIVOR-ID TO CUST-ID
006620     READ CUSTOMER-FILE
006630         INVALID KEY
006640             SET MERGE-FAILED TO TRUE
006650     END-READ
006660     IF MERGE-FAILED
006670         ADD 1 TO WS-ERROR-COUNT
006680         DISPLAY 'SURVIVOR REREAD FAILED FOR CUST-ID: '
006690             MRG-SURVIVOR-ID
006700         GO TO 2200-EXIT
006710     END-IF
006720     MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
006730     MOVE WS-NEW-BALANCE TO CUST-BALANCE
006740     IF WS-VICTIM-ACTIVITY-DATE > CUST-LAST-ACTIVITY-DATE
006750         MOVE WS-VICTIM-ACTIVITY-DATE TO CUST-LAST-ACTIVITY-DATE
006760     END-IF
006770     REWRITE CUSTOMER-RECORD
006780         INVALID KEY
006790             SET MERGE-FAILED TO TRUE
006800     END-REWRITE
006810     IF MERGE-FAILED
006820         ADD 1 TO WS-ERROR-COUNT
006830         DISPLAY 'REWRITE FAILED FOR CUST-ID: ' MRG-SURVIVOR-ID
006840         GO TO 2200-EXIT
006850     END-IF
006860     MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
006870     MOVE MRG-SURVIVOR-ID TO WS-HIST-CUST-ID
006880     PERFORM 2250-WRITE-HISTORY
006890     MOVE MRG-SURVIVOR-ID TO WS-LEDGER-CUST-ID
006900     MOVE WS-VICTIM-BALANCE TO WS-LEDGER-AMOUNT
006910     MOVE WS-NEW-BALANCE TO WS-LEDGER-RESULT
006920     PERFORM 2300-WRITE-MERGE-LEDGER
006930     MOVE MRG-VICTIM-ID TO CUST-ID
006940     READ CUSTOMER-FILE
006950         INVALID KEY
006960             SET MERGE-FAILED TO TRUE
006970     END-READ
006980     IF MERGE-FAILED
006990         ADD 1 TO WS-ERROR-COUNT
007000         DISPLAY 'VICTIM REREAD FAILED - SURVIVOR ALREADY '
007010             'CREDITED FOR CUST-ID: ' MRG-VICTIM-ID
007020         GO TO 2200-EXIT
007030     END-IF
007040     MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
007050     MOVE ZERO TO CUST-BALANCE
007060     SET CUST-STATUS-CLOSED TO TRUE
007070     REWRITE CUSTOMER-RECORD
007080         INVALID KEY
007090             SET MERGE-FAILED TO TRUE
007100     END-REWRITE
007110     IF MERGE-FAILED
007120         ADD 1 TO WS-ERROR-COUNT
007130         DISPLAY 'REWRITE FAILED - SURVIVOR ALREADY CREDITED '
007140             'FOR CUST-ID: ' MRG-VICTIM-ID
007150         GO TO 2200-EXIT
007160     END-IF
007170     MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
007180     MOVE MRG-VICTIM-ID TO WS-HIST-CUST-ID
007190     PERFORM 2250-WRITE-HISTORY
007200     MOVE MRG-VICTIM-ID TO WS-LEDGER-CUST-ID
007210     COMPUTE WS-LEDGER-AMOUNT = ZERO - WS-VICTIM-BALANCE
007220     MOVE ZERO TO WS-LEDGER-RESULT
007230     PERFORM 2300-WRITE-MERGE-LEDGER.
007240 2200-EXIT.
007250     EXIT.
007260
007270*----------------------------------------------------------------*
007280*    2250-WRITE-HISTORY                                          *
007290*    A merge is a change ('C') as far as the history file is     *
007300*    concerned: CUSTHIST lists it, and CUSTFEED sends the        *
007310*    victim's status change to the order system.                 *
007320*----------------------------------------------------------------*
007330 2250-WRITE-HISTORY.
007340     ACCEPT WS-CURRENT-TIME FROM TIME
007350     MOVE WS-HIST-CUST-ID TO HIST-CUST-ID
007360     MOVE 'C' TO HIST-TRANS-CODE
007370     MOVE WS-BUSINESS-YEAR TO HIST-DATE-YEAR
007380     MOVE WS-BUSINESS-MONTH TO HIST-DATE-MONTH
007390     MOVE WS-BUSINESS-DAY TO HIST-DATE-DAY
007400     MOVE WS-CURRENT-TIME(1:6) TO HIST-TIME
007410     MOVE WS-BEFORE-IMAGE TO HIST-BEFORE-IMAGE
007420     MOVE WS-AFTER-IMAGE TO HIST-AFTER-IMAGE
007425     MOVE WS-OPERATOR-ID TO HIST-OPERATOR
007430     WRITE HISTORY-RECORD
007440     IF WS-HIST-FILE-STATUS NOT = '00'
007450         DISPLAY 'Error writing history record. Status: '
007460             WS-HIST-FILE-STATUS
007470     ELSE
007480         ADD 1 TO WS-HISTORY-COUNT
007484     END-IF
007488     MOVE WS-HIST-CUST-ID TO WS-LOG-CUST-ID
007492     MOVE 'C' TO WS-LOG-ACTION
007496     PERFORM 7000-WRITE-ACCESS-LOG.
007500
007510*----------------------------------------------------------------*
007520*    2300-WRITE-MERGE-LEDGER                                     *
007530*    One M entry on the business date, sequence probed the same  *
007540*    way CUSTPOST's 2350-WRITE-LEDGER probes.                    *
007550*----------------------------------------------------------------*
007560 2300-WRITE-MERGE-LEDGER.
007570     MOVE WS-LEDGER-CUST-ID TO TL-CUST-ID
007580     MOVE WS-BUSINESS-YEAR TO TL-POST-YEAR
007590     MOVE WS-BUSINESS-MONTH TO TL-POST-MONTH
007600     MOVE WS-BUSINESS-DAY TO TL-POST-DAY
007610     MOVE 1 TO TL-SEQ
007620     MOVE ZERO TO TL-MERGED-FROM-ID
007630     MOVE 'M' TO TL-TRANS-CODE
007640     MOVE WS-LEDGER-AMOUNT TO TL-AMOUNT
007650     MOVE WS-LEDGER-RESULT TO TL-RESULT-BALANCE
007660     MOVE 'N' TO WS-LEDGER-SWITCH
007670     PERFORM 2310-WRITE-ONE-LEDGER THRU 2310-EXIT
007680         UNTIL LEDGER-WRITTEN OR TL-SEQ > 9998
007690     IF NOT LEDGER-WRITTEN
007700         ADD 1 TO WS-ERROR-COUNT
007710         DISPLAY 'LEDGER SEQ EXHAUSTED FOR CUST-ID: '
007720             WS-LEDGER-CUST-ID
007730     END-IF.
007740
007750*----------------------------------------------------------------*
007760*    2310-WRITE-ONE-LEDGER                                       *
007770*----------------------------------------------------------------*
007780 2310-WRITE-ONE-LEDGER.
007790     WRITE TRAN-LEDGER-RECORD
007800         INVALID KEY
007810             ADD 1 TO TL-SEQ
007820         NOT INVALID KEY
007830             SET LEDGER-WRITTEN TO TRUE
007840     END-WRITE.
007850 2310-EXIT.
007860     EXIT.
007870
007880*----------------------------------------------------------------*
007890*    2400-MOVE-LEDGER                                            *
007900*    Every ledger entry still keyed under the victim - its own   *
007910*    M entry included - is re-keyed under the survivor, one at   *
007920*    a time from the front of the victim's key range.            *
007930*----------------------------------------------------------------*
007940 2400-MOVE-LEDGER.
007950     MOVE 'N' TO WS-MOVE-SWITCH
007960     PERFORM 2410-MOVE-ONE-LEDGER THRU 2410-EXIT
007970         UNTIL MOVE-DONE.
007980
007990*----------------------------------------------------------------*
008000*    2410-MOVE-ONE-LEDGER                                        *
008010*    The copy is written under the survivor first, keeping the   *
008020*    posting date and probing the sequence forward from the      *
008030*    entry's own; only then is the victim's entry deleted. A     *
008040*    write or delete failure stops the walk for this pair        *
008050*    rather than loop on the same entry.                         *
008060*----------------------------------------------------------------*
008070 2410-MOVE-ONE-LEDGER.
008080     MOVE MRG-VICTIM-ID TO TL-CUST-ID
008090     MOVE ZERO TO TL-POST-DATE
008100     MOVE ZERO TO TL-SEQ
008110     START TRAN-LEDGER KEY IS NOT LESS THAN TL-KEY
008120         INVALID KEY
008130             SET MOVE-DONE TO TRUE
008140             GO TO 2410-EXIT
008150     END-START
008160     READ TRAN-LEDGER NEXT RECORD
008170         AT END
008180             SET MOVE-DONE TO TRUE
008190             GO TO 2410-EXIT
008200     END-READ
008210     IF TL-CUST-ID NOT = MRG-VICTIM-ID
008220         SET MOVE-DONE TO TRUE
008230         GO TO 2410-EXIT
008240     END-IF
008250     MOVE TRAN-LEDGER-RECORD TO WS-LEDGER-SAVE
008260     MOVE TL-SEQ TO WS-OLD-SEQ
008270     MOVE MRG-SURVIVOR-ID TO TL-CUST-ID
008280     IF TL-MERGED-FROM-ID = ZERO
008290         MOVE MRG-VICTIM-ID TO TL-MERGED-FROM-ID
008300     END-IF
008310     MOVE 'N' TO WS-LEDGER-SWITCH
008320     PERFORM 2310-WRITE-ONE-LEDGER THRU 2310-EXIT
008330         UNTIL LEDGER-WRITTEN OR TL-SEQ > 9998
008340     IF NOT LEDGER-WRITTEN
008350         ADD 1 TO WS-ERROR-COUNT
008360         DISPLAY 'LEDGER SEQ EXHAUSTED FOR CUST-ID: '
008370             MRG-SURVIVOR-ID
008380         SET MOVE-DONE TO TRUE
008390         GO TO 2410-EXIT
008400     END-IF
008410     MOVE TL-SEQ TO WS-NEW-SEQ
008420     MOVE WS-LEDGER-SAVE TO TRAN-LEDGER-RECORD
008430     DELETE TRAN-LEDGER RECORD
008440         INVALID KEY
008450             ADD 1 TO WS-ERROR-COUNT
008460             DISPLAY 'LEDGER DELETE FAILED FOR CUST-ID: '
008470                 MRG-VICTIM-ID ' SEQ ' WS-OLD-SEQ
008480             SET MOVE-DONE TO TRUE
008490             GO TO 2410-EXIT
008500     END-DELETE
008510     ADD 1 TO WS-PAIR-LEDGER-COUNT
008520     ADD 1 TO WS-LEDGER-MOVED-COUNT
008530     MOVE SPACES TO WS-LD-DATE
008540     STRING TL-POST-MONTH '/' TL-POST-DAY '/' TL-POST-YEAR
008550         DELIMITED BY SIZE INTO WS-LD-DATE
008560     MOVE WS-OLD-SEQ TO WS-LD-OLD-SEQ
008570     MOVE WS-NEW-SEQ TO WS-LD-NEW-SEQ
008580     MOVE TL-TRANS-CODE TO WS-LD-CODE
008590     MOVE TL-AMOUNT TO WS-LD-AMOUNT
008600     MOVE 'LEDGER' TO WS-MOVE-ITEM
008610     MOVE WS-LEDGER-DETAIL TO WS-MOVE-DETAIL
008620     MOVE WS-MOVE-LINE TO WS-REGISTER-LINE
008630     PERFORM 3100-PRINT-LINE.
008640 2410-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------------*
008680*    2500-MOVE-NOTES                                             *
008690*    The victim's notes are re-keyed the same way, then one note *
008700*    on each account records the merge under the operator who    *
008710*    asked for it.                                               *
008720*----------------------------------------------------------------*
008730 2500-MOVE-NOTES.
008740     MOVE 'N' TO WS-MOVE-SWITCH
008750     PERFORM 2510-MOVE-ONE-NOTE THRU 2510-EXIT
008760         UNTIL MOVE-DONE
008770     MOVE SPACES TO WS-MERGE-NOTE-TEXT
008780     STRING 'ACCOUNT ' MRG-VICTIM-ID ' MERGED INTO THIS ACCOUNT'
008785         ' - REQ BY ' MRG-OPERATOR
008790         DELIMITED BY SIZE INTO WS-MERGE-NOTE-TEXT
008800     MOVE MRG-SURVIVOR-ID TO NOTE-CUST-ID
008810     PERFORM 2550-WRITE-MERGE-NOTE
008820     MOVE SPACES TO WS-MERGE-NOTE-TEXT
008830     STRING 'MERGED INTO ACCOUNT ' MRG-SURVIVOR-ID
008836         ' AND CLOSED - REQ BY ' MRG-OPERATOR
008842         DELIMITED BY SIZE INTO WS-MERGE-NOTE-TEXT
008850     MOVE MRG-VICTIM-ID TO NOTE-CUST-ID
008860     PERFORM 2550-WRITE-MERGE-NOTE.
008870
008880*----------------------------------------------------------------*
008890*    2510-MOVE-ONE-NOTE                                          *
008900*----------------------------------------------------------------*
008910 2510-MOVE-ONE-NOTE.
008920     MOVE MRG-VICTIM-ID TO NOTE-CUST-ID
008930     MOVE ZERO TO NOTE-DATE
008940     MOVE ZERO TO NOTE-TIME
008950     MOVE ZERO TO NOTE-SEQ
008960     START NOTES-FILE KEY IS NOT LESS THAN NOTE-KEY
008970         INVALID KEY
008980             SET MOVE-DONE TO TRUE
008990             GO TO 2510-EXIT
009000     END-START
009010     READ NOTES-FILE NEXT RECORD
009020         AT END
009030             SET MOVE-DONE TO TRUE
009040             GO TO 2510-EXIT
009050     END-READ
009060     IF NOTE-CUST-ID NOT = MRG-VICTIM-ID
009070         SET MOVE-DONE TO TRUE
009080         GO TO 2510-EXIT
009090     END-IF
009100     MOVE CUSTOMER-NOTE-RECORD TO WS-NOTE-SAVE
009110     MOVE MRG-SURVIVOR-ID TO NOTE-CUST-ID
009120     MOVE 'N' TO WS-NOTE-SWITCH
009130     PERFORM 2560-WRITE-ONE-NOTE THRU 2560-EXIT
009140         UNTIL NOTE-WRITTEN OR NOTE-SEQ > 98
009150     IF NOT NOTE-WRITTEN
009160         ADD 1 TO WS-ERROR-COUNT
009170         DISPLAY 'NOTE SEQ EXHAUSTED FOR CUST-ID: '
009180             MRG-SURVIVOR-ID
009190         SET MOVE-DONE TO TRUE
009200         GO TO 2510-EXIT
009210     END-IF
009220     MOVE WS-NOTE-SAVE TO CUSTOMER-NOTE-RECORD
009230     DELETE NOTES-FILE RECORD
009240         INVALID KEY
009250             ADD 1 TO WS-ERROR-COUNT
009260             DISPLAY 'NOTE DELETE FAILED FOR CUST-ID: '
009270                 MRG-VICTIM-ID
009280             SET MOVE-DONE TO TRUE
009290             GO TO 2510-EXIT
009300     END-DELETE
009310     ADD 1 TO WS-PAIR-NOTES-COUNT
009320     ADD 1 TO WS-NOTES-MOVED-COUNT
009330     MOVE SPACES TO WS-ND-DATE
009340     STRING NOTE-DATE(5:2) '/' NOTE-DATE(7:2) '/'
009350         NOTE-DATE(1:4) DELIMITED BY SIZE INTO WS-ND-DATE
009360     MOVE NOTE-TIME TO WS-ND-TIME
009370     MOVE NOTE-OPERATOR TO WS-ND-OPERATOR
009380     MOVE NOTE-TEXT TO WS-ND-TEXT
009390     MOVE 'NOTE' TO WS-MOVE-ITEM
009400     MOVE WS-NOTE-DETAIL TO WS-MOVE-DETAIL
009410     MOVE WS-MOVE-LINE TO WS-REGISTER-LINE
009420     PERFORM 3100-PRINT-LINE.
009430 2510-EXIT.
009440     EXIT.
009450
009460*----------------------------------------------------------------*
009470*    2550-WRITE-MERGE-NOTE                                       *
009480*    NOTE-CUST-ID is set by the caller; the note is stamped with *
009490*    the run's date and time, as CUSTNOTE stamps a keyed note.   *
009500*----------------------------------------------------------------*
009510 2550-WRITE-MERGE-NOTE.
009520     ACCEPT WS-CURRENT-TIME FROM TIME
009530     MOVE WS-ACTIVITY-DATE TO NOTE-DATE
009540     MOVE WS-CURRENT-TIME(1:6) TO NOTE-TIME
009550     MOVE 1 TO NOTE-SEQ
009560     MOVE WS-OPERATOR-ID TO NOTE-OPERATOR
009570     MOVE WS-MERGE-NOTE-TEXT TO NOTE-TEXT
009580     MOVE ZERO TO NOTE-FOLLOWUP-DATE
009590     MOVE 'N' TO WS-NOTE-SWITCH
009600     PERFORM 2560-WRITE-ONE-NOTE THRU 2560-EXIT
009610         UNTIL NOTE-WRITTEN OR NOTE-SEQ > 98
009620     IF NOT NOTE-WRITTEN
009630         ADD 1 TO WS-ERROR-COUNT
009640         DISPLAY 'NOTE SEQ EXHAUSTED FOR CUST-ID: ' NOTE-CUST-ID
009650     END-IF.
009660
009670*----------------------------------------------------------------*
009680*    2560-WRITE-ONE-NOTE                                         *
009690*----------------------------------------------------------------*
009700 2560-WRITE-ONE-NOTE.
009710     WRITE CUSTOMER-NOTE-RECORD
009720         INVALID KEY
009730             ADD 1 TO NOTE-SEQ
009740         NOT INVALID KEY
009750             SET NOTE-WRITTEN TO TRUE
009760     END-WRITE.
009770 2560-EXIT.
009780     EXIT.
009790
009800*----------------------------------------------------------------*
009810*    2600-MOVE-LETTER-CONTROL                                    *
009820*    One control record per customer, so the two ladders are     *
009830*    folded together: the survivor keeps whichever account had   *
009840*    reached the higher letter level, with that letter's date,   *
009850*    and the victim's record is removed.                         *
009860*----------------------------------------------------------------*
009870 2600-MOVE-LETTER-CONTROL.
009880     MOVE MRG-VICTIM-ID TO LTR-CUST-ID
009890     READ LETTER-CONTROL
009900         INVALID KEY
009910             GO TO 2600-EXIT
009920     END-READ
009930     MOVE LTR-LAST-LEVEL TO WS-VICTIM-LTR-LEVEL
009940     MOVE LTR-LAST-DATE TO WS-VICTIM-LTR-DATE
009950     MOVE SPACES TO WS-LTR-ACTION
009960     MOVE MRG-SURVIVOR-ID TO LTR-CUST-ID
009970     READ LETTER-CONTROL
009980         INVALID KEY
009990             MOVE WS-VICTIM-LTR-LEVEL TO LTR-LAST-LEVEL
010000             MOVE WS-VICTIM-LTR-DATE TO LTR-LAST-DATE
010010             WRITE LETTER-CONTROL-RECORD
010020                 INVALID KEY
010030                     MOVE 'WRITE FAILED' TO WS-LTR-ACTION
010040                 NOT INVALID KEY
010050                     MOVE 'MOVED TO SURVIVOR' TO WS-LTR-ACTION
010060             END-WRITE
010070         NOT INVALID KEY
010080             IF WS-VICTIM-LTR-LEVEL > LTR-LAST-LEVEL
010090                 MOVE WS-VICTIM-LTR-LEVEL TO LTR-LAST-LEVEL
010100                 MOVE WS-VICTIM-LTR-DATE TO LTR-LAST-DATE
010110                 REWRITE LETTER-CONTROL-RECORD
010120                     INVALID KEY
010130                         MOVE 'REWRITE FAILED' TO WS-LTR-ACTION
010140                     NOT INVALID KEY
010150                         MOVE 'SURVIVOR RAISED TO IT'
010160                             TO WS-LTR-ACTION
010170                 END-REWRITE
010180             ELSE
010190                 MOVE 'SURVIVOR LEVEL KEPT' TO WS-LTR-ACTION
010200             END-IF
010210     END-READ
010220     IF WS-LTR-ACTION = 'WRITE FAILED' OR
010230         WS-LTR-ACTION = 'REWRITE FAILED'
010240         ADD 1 TO WS-ERROR-COUNT
010250         DISPLAY 'LETTER CONTROL UPDATE FAILED FOR CUST-ID: '
010260             MRG-SURVIVOR-ID
010270     ELSE
010280         MOVE MRG-VICTIM-ID TO LTR-CUST-ID
010290         DELETE LETTER-CONTROL RECORD
010300             INVALID KEY
010310                 ADD 1 TO WS-ERROR-COUNT
010320                 DISPLAY 'LETTER CONTROL DELETE FAILED FOR '
010330                     'CUST-ID: ' MRG-VICTIM-ID
010340             NOT INVALID KEY
010350                 ADD 1 TO WS-LTR-MOVED-COUNT
010360         END-DELETE
010370     END-IF
010380     MOVE SPACES TO WS-MOVE-DETAIL
010390     STRING 'LEVEL ' WS-VICTIM-LTR-LEVEL ' SENT '
010400         WS-VICTIM-LTR-DATE(5:2) '/' WS-VICTIM-LTR-DATE(7:2) '/'
010410         WS-VICTIM-LTR-DATE(1:4) ' - ' WS-LTR-ACTION
010420         DELIMITED BY SIZE INTO WS-MOVE-DETAIL
010430     MOVE 'LETTER CONTROL' TO WS-MOVE-ITEM
010440     MOVE WS-MOVE-LINE TO WS-REGISTER-LINE
010450     PERFORM 3100-PRINT-LINE.
010460 2600-EXIT.
010470     EXIT.
010480
010490*----------------------------------------------------------------*
010500*    2700-REPOINT-CROSSWALK                                      *
010510*    The crosswalk master is keyed on the alpha ID, so every     *
010520*    entry is read and any that translated to the victim now     *
010530*    translates to the survivor. The victim's own alpha ID stays *
010540*    on file, which is what lets CUSTFEED still send its close.  *
010550*----------------------------------------------------------------*
010560 2700-REPOINT-CROSSWALK.
010570     IF NOT CROSSWALK-AVAILABLE
010580         GO TO 2700-EXIT
010590     END-IF
010600     MOVE 'N' TO WS-CWM-EOF
010610     MOVE LOW-VALUES TO CWM-ALPHA-ID
010620     START CROSSWALK-MASTER KEY IS NOT LESS THAN CWM-ALPHA-ID
010630         INVALID KEY
010640             GO TO 2700-EXIT
010650     END-START
010660     PERFORM 2710-CHECK-ONE-CROSSWALK THRU 2710-EXIT
010670         UNTIL END-OF-CROSSWALK.
010680 2700-EXIT.
010690     EXIT.
010700
010710*----------------------------------------------------------------*
010720*    2710-CHECK-ONE-CROSSWALK                                    *
010730*----------------------------------------------------------------*
010740 2710-CHECK-ONE-CROSSWALK.
010750     READ CROSSWALK-MASTER NEXT RECORD
010760         AT END
010770             SET END-OF-CROSSWALK TO TRUE
010780             GO TO 2710-EXIT
010790     END-READ
010800     IF CWM-NUMERIC-ID NOT = MRG-VICTIM-ID
010810         GO TO 2710-EXIT
010820     END-IF
010830     MOVE MRG-SURVIVOR-ID TO CWM-NUMERIC-ID
010840     REWRITE CROSSWALK-MASTER-RECORD
010850         INVALID KEY
010860             ADD 1 TO WS-ERROR-COUNT
010870             DISPLAY 'CROSSWALK REWRITE FAILED FOR: ' CWM-ALPHA-ID
010880             GO TO 2710-EXIT
010890     END-REWRITE
010900     ADD 1 TO WS-PAIR-CWM-COUNT
010910     ADD 1 TO WS-CWM-MOVED-COUNT
010920     MOVE CWM-ALPHA-ID TO WS-XD-ALPHA-ID
010930     MOVE MRG-VICTIM-ID TO WS-XD-FROM-ID
010940     MOVE MRG-SURVIVOR-ID TO WS-XD-TO-ID
010950     MOVE 'CROSSWALK' TO WS-MOVE-ITEM
010960     MOVE WS-XWALK-DETAIL TO WS-MOVE-DETAIL
010970     MOVE WS-MOVE-LINE TO WS-REGISTER-LINE
010980     PERFORM 3100-PRINT-LINE.
010990 2710-EXIT.
011000     EXIT.
011010
011020*----------------------------------------------------------------*
011030*    2900-WRITE-REJECT                                           *
011040*----------------------------------------------------------------*
011050 2900-WRITE-REJECT.
011060     ADD 1 TO WS-REJECT-COUNT
011070     MOVE MRG-VICTIM-ID-X TO WS-REJ-VICTIM-ID
011080     MOVE MRG-SURVIVOR-ID-X TO WS-REJ-SURVIVOR-ID
011090     MOVE WS-REJECT-REASON TO WS-REJ-REASON
011100     IF WS-LINE-COUNT > ZERO
011110         MOVE SPACES TO WS-REGISTER-LINE
011120         PERFORM 3100-PRINT-LINE
011130     END-IF
011140     MOVE WS-REJECT-LINE TO WS-REGISTER-LINE
011150     PERFORM 3100-PRINT-LINE.
011160
011170*----------------------------------------------------------------*
011180*    3000-PRINT-PAGE-HEADING                                     *
011190*----------------------------------------------------------------*
011200 3000-PRINT-PAGE-HEADING.
011210     ADD 1 TO WS-PAGE-COUNT
011220     MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE
011230     MOVE WS-REPORT-DATE TO WS-DATE-LINE-DATE
011240     IF WS-PAGE-COUNT > 1
011250         WRITE PRINT-LINE FROM SPACES
011260     END-IF
011270     WRITE PRINT-LINE FROM WS-TITLE-LINE
011280     WRITE PRINT-LINE FROM WS-DATE-LINE
011290     WRITE PRINT-LINE FROM SPACES
011300     MOVE ZERO TO WS-LINE-COUNT.
011310
011320*----------------------------------------------------------------*
011330*    3100-PRINT-LINE                                             *
011340*----------------------------------------------------------------*
011350 3100-PRINT-LINE.
011360     IF WS-PAGE-COUNT = ZERO OR
011370         WS-LINE-COUNT >= WS-LINES-PER-PAGE
011380         PERFORM 3000-PRINT-PAGE-HEADING
011390     END-IF
011400     WRITE PRINT-LINE FROM WS-REGISTER-LINE
011410     ADD 1 TO WS-LINE-COUNT.
011420
011430*----------------------------------------------------------------*
011440*    8000-PRINT-SUMMARY                                          *
011450*----------------------------------------------------------------*
011460 8000-PRINT-SUMMARY.
011470     IF WS-PAGE-COUNT = ZERO
011480         PERFORM 3000-PRINT-PAGE-HEADING
011490     END-IF
011500     MOVE WS-MERGE-COUNT TO WS-SUMMARY-MERGED
011510     MOVE WS-REJECT-COUNT TO WS-SUMMARY-REJECTED
011520     MOVE WS-TOTAL-MOVED TO WS-SUMMARY-TOTAL
011530     WRITE PRINT-LINE FROM SPACES
011540     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-1
011550     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-2
011560     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-3
011570     MOVE WS-TOTAL-MOVED TO WS-TOTAL-EDITED
011580     DISPLAY '-----------------------------------------------'
011590     DISPLAY 'CUSTMRGE CONTROL TOTALS'
011600     DISPLAY 'MERGE PAIRS READ ...: ' WS-READ-COUNT
011610     DISPLAY 'PAIRS MERGED .......: ' WS-MERGE-COUNT
011620     DISPLAY 'PAIRS REJECTED .....: ' WS-REJECT-COUNT
011630     DISPLAY 'TOTAL BALANCE MOVED : ' WS-TOTAL-EDITED
011640     DISPLAY 'LEDGER ENTRIES MOVED: ' WS-LEDGER-MOVED-COUNT
011650     DISPLAY 'NOTES MOVED ........: ' WS-NOTES-MOVED-COUNT
011660     DISPLAY 'LETTER CONTROLS ....: ' WS-LTR-MOVED-COUNT
011670     DISPLAY 'CROSSWALK REPOINTED : ' WS-CWM-MOVED-COUNT
011680     DISPLAY 'HISTORY RECORDS ....: ' WS-HISTORY-COUNT
011690     DISPLAY 'ERRORS .............: ' WS-ERROR-COUNT
011700     DISPLAY 'REGISTER WRITTEN TO DATA/CUSTMRGE_REGISTER.prt'
011710     DISPLAY '-----------------------------------------------'.
011720
011730*----------------------------------------------------------------*
011740*    8500-WRITE-ACTIVITY                                         *
011750*    One activity record per clean run, the same stamp CUSTPOST  *
011760*    and CUSTFIN append. A merge only moves money between two    *
011770*    accounts, so the net is always zero and the trial balance   *
011780*    still proves; the count is the pairs merged.                *
011790*----------------------------------------------------------------*
011800 8500-WRITE-ACTIVITY.
011810     OPEN EXTEND POSTING-ACTIVITY
011820     IF WS-ACTIVITY-FILE-STATUS = '35'
011830         OPEN OUTPUT POSTING-ACTIVITY
011840     END-IF
011850     IF WS-ACTIVITY-FILE-STATUS NOT = '00'
011860         DISPLAY 'Error opening posting activity file. Status: '
011870             WS-ACTIVITY-FILE-STATUS
011880     ELSE
011890         ACCEPT WS-ACTIVITY-DATE FROM DATE YYYYMMDD
011900         ACCEPT WS-CURRENT-TIME FROM TIME
011910         MOVE 'CUSTMRGE' TO PA-PROGRAM
011920         MOVE WS-ACTIVITY-DATE TO PA-DATE
011930         MOVE WS-CURRENT-TIME(1:6) TO PA-TIME
011940         MOVE WS-MERGE-COUNT TO PA-POSTED-COUNT
011950         MOVE ZERO TO PA-NET-AMOUNT
011960         WRITE POSTING-ACTIVITY-RECORD
011970         IF WS-ACTIVITY-FILE-STATUS NOT = '00'
011980             DISPLAY 'Error writing posting activity. Status: '
011990                 WS-ACTIVITY-FILE-STATUS
012000         END-IF
012010         CLOSE POSTING-ACTIVITY
012020     END-IF.
012030
012040*----------------------------------------------------------------*
012050*    9800-MARK-RUN-COMPLETE                                      *
012060*    Only a clean end flips the run record to complete; an       *
012070*    abended run leaves it started so operations can see the     *
012080*    merge needs attention before anything reruns.               *
012090*----------------------------------------------------------------*
012100 9800-MARK-RUN-COMPLETE.
012110     OPEN I-O RUN-CONTROL-FILE
012120     IF WS-RC-FILE-STATUS NOT = '00'
012130         DISPLAY 'Error reopening run control file. Status: '
012140             WS-RC-FILE-STATUS
012150     ELSE
012160         MOVE 'CUSTMRGE' TO RC-PROGRAM
012170         MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
012180         READ RUN-CONTROL-FILE
012190             INVALID KEY
012200                 DISPLAY 'RUN CONTROL RECORD MISSING AT END'
012210             NOT INVALID KEY
012220                 MOVE 'C' TO RC-STATUS
012230                 REWRITE RUN-CONTROL-RECORD
012240                 END-REWRITE
012250         END-READ
012260         CLOSE RUN-CONTROL-FILE
012270     END-IF.
012280
012290*----------------------------------------------------------------*
012291*    7000-WRITE-ACCESS-LOG                                       *
012292*    One access-log record for WS-LOG-CUST-ID / WS-LOG-ACTION,   *
012293*    stamped with the signed-on operator and the clock. A log    *
012294*    that cannot be written stops the program: nothing unlogged. *
012295*----------------------------------------------------------------*
012296 7000-WRITE-ACCESS-LOG.
012297     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
012298     ACCEPT WS-LOG-TIME FROM TIME
012299     MOVE WS-LOG-DATE TO ALOG-DATE
012300     MOVE WS-LOG-HHMMSS TO ALOG-TIME
012301     MOVE WS-OPERATOR-ID TO ALOG-OPERATOR
012302     MOVE 'CUSTMRGE' TO ALOG-PROGRAM
012303     MOVE WS-LOG-CUST-ID TO ALOG-CUST-ID
012304     MOVE WS-LOG-ACTION TO ALOG-ACTION
012305     WRITE ACCESS-LOG-RECORD
012306     IF WS-ACCESS-LOG-STATUS NOT = '00'
012307         DISPLAY 'Error writing access log. Status: '
012308             WS-ACCESS-LOG-STATUS
012309         STOP RUN
012310     END-IF.
012311
012312*----------------------------------------------------------------*
012313*    9999-TERMINATE                                              *
012314*----------------------------------------------------------------*
012320 9999-TERMINATE.
012330     CLOSE MERGE-FILE
012340     CLOSE CUSTOMER-FILE
012350     CLOSE TRAN-LEDGER
012360     CLOSE NOTES-FILE
012370     CLOSE LETTER-CONTROL
012380     CLOSE MAINT-HISTORY
012390     CLOSE PRINT-FILE
012400     IF CROSSWALK-AVAILABLE
012410         CLOSE CROSSWALK-MASTER
012420     END-IF
012430     CLOSE ACCESS-LOG.
