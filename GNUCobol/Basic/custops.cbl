000010*******************************************************************
000020*                   IDENTIFICATION DIVISION                       *
000030*******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CUSTOPS.
000060 AUTHOR. DATA-PROCESSING.
000070 INSTALLATION. CUSTOMER-SYSTEMS.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100
000110*******************************************************************
000120*  MODIFICATION HISTORY                                          *
000130*  ---------------------------------------------------------------
000140*  2026-10-15  DP  Initial version - morning operations summary  *
000150*                  for the nightly window. Lists every window    *
000160*                  program's run status and key counts, the      *
000170*                  CUSTBAL proof, a CUSTPOST journal left on     *
000180*                  file, and the reject and suspense counts by   *
000190*                  source against the prior day, with anything   *
000200*                  needing action listed first.                  *
000210*******************************************************************
000220*  The night reported is the BUSINESS-DATE environment value,    *
000230*  defaulting to the day before the system date - the summary is *
000240*  read the morning after the window. Nothing is updated but the *
000250*  summary's own count history; run control is only read.        *
000260*  Program status comes from each program's run-control record   *
000270*  for the business date (CUSTFIN's for its monthly cycle). The  *
000280*  two programs that keep no run-control record are judged from  *
000290*  what they leave behind:                                       *
000300*      CUSTPOST   journal images on file - started, not complete;*
000310*                 a posting-activity entry - complete            *
000320*      READ_FILE  a checkpoint on file - started, not complete;  *
000330*                 an audit-log entry - complete                  *
000340*  Posting-activity and audit-log entries are stamped with the   *
000350*  system date, so the night runs from the business date through *
000360*  noon of the next calendar day.                                *
000370*  Reject and suspense counts are taken from each source file as *
000380*  it stands. CUSTSUSP empties the READ_FILE and CUSTBATCH reject*
000390*  files when it sweeps them into the suspense master, so after  *
000400*  a sweep those rejects are counted as open suspense instead.   *
000410*  Each run appends its counts to DATA/CUSTOPS_HISTORY.dat; the  *
000420*  prior day is the latest business date on file before tonight. *
000430*  The summary goes to DATA/CUSTOPS_SUMMARY.prt.                 *
000440*******************************************************************
000450
000460*******************************************************************
000470*                   ENVIRONMENT DIVISION                          *
000480*******************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT RUN-CONTROL-FILE
000530     ASSIGN TO 'DATA/RUN_CONTROL.dat'
000540     ORGANIZATION IS INDEXED
000550     ACCESS MODE IS DYNAMIC
000560     RECORD KEY IS RC-KEY
000570     FILE STATUS IS WS-RC-FILE-STATUS.
000580
000590     SELECT POSTING-ACTIVITY
000600     ASSIGN TO 'DATA/POSTING_ACTIVITY.dat'
000610     ORGANIZATION IS SEQUENTIAL
000620     ACCESS MODE IS SEQUENTIAL
000630     FILE STATUS IS WS-ACTIVITY-FILE-STATUS.
000640
000650     SELECT AUDIT-LOG
000660     ASSIGN TO 'DATA/READ_FILE_AUDIT.LOG'
000670     ORGANIZATION IS LINE SEQUENTIAL
000680     ACCESS MODE IS SEQUENTIAL
000690     FILE STATUS IS WS-AUDIT-FILE-STATUS.
000700
000710     SELECT CHECKPOINT-FILE
000720     ASSIGN TO 'DATA/READ_FILE.CKP'
000730     ORGANIZATION IS LINE SEQUENTIAL
000740     ACCESS MODE IS SEQUENTIAL
000750     FILE STATUS IS WS-CKPT-FILE-STATUS.
000760
000770     SELECT JOURNAL-FILE
000780     ASSIGN TO 'DATA/CUSTPOST_JOURNAL.dat'
000790     ORGANIZATION IS INDEXED
000800     ACCESS MODE IS DYNAMIC
000810     RECORD KEY IS JRN-CUST-ID
000820     FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000830
000840     SELECT TRIAL-BALANCE-REPORT
000850     ASSIGN TO 'DATA/TRIAL_BALANCE.prt'
000860     ORGANIZATION IS LINE SEQUENTIAL
000870     ACCESS MODE IS SEQUENTIAL
000880     FILE STATUS IS WS-TB-FILE-STATUS.
000890
000900     SELECT CUSTOMER-REJECTS
000910     ASSIGN TO 'DATA/CUSTOMER-REJECTS.dat'
000920     ORGANIZATION IS LINE SEQUENTIAL
000930     ACCESS MODE IS SEQUENTIAL
000940     FILE STATUS IS WS-REJ-FILE-STATUS.
000950
000960     SELECT BATCH-REJECTS
000970     ASSIGN TO 'DATA/CUSTOMER-REJECTS-BATCH.dat'
000980     ORGANIZATION IS LINE SEQUENTIAL
000990     ACCESS MODE IS SEQUENTIAL
001000     FILE STATUS IS WS-BREJ-FILE-STATUS.
001010
001020     SELECT MAINT-REJECTS
001030     ASSIGN TO 'DATA/CUSTMAINT-REJECTS.dat'
001040     ORGANIZATION IS LINE SEQUENTIAL
001050     ACCESS MODE IS SEQUENTIAL
001060     FILE STATUS IS WS-MREJ-FILE-STATUS.
001070
001080     SELECT POSTING-REJECTS
001090     ASSIGN TO 'DATA/CUSTPOST-REJECTS.dat'
001100     ORGANIZATION IS LINE SEQUENTIAL
001110     ACCESS MODE IS SEQUENTIAL
001120     FILE STATUS IS WS-PREJ-FILE-STATUS.
001130
001140     SELECT BATCH-SUSPENSE
001150     ASSIGN TO 'DATA/CUSTPOST_BATCH_SUSPENSE.dat'
001160     ORGANIZATION IS LINE SEQUENTIAL
001170     ACCESS MODE IS SEQUENTIAL
001180     FILE STATUS IS WS-BSUS-FILE-STATUS.
001190
001200     SELECT UNAPPLIED-FILE
001210     ASSIGN TO 'DATA/LOCKBOX_UNAPPLIED.dat'
001220     ORGANIZATION IS LINE SEQUENTIAL
001230     ACCESS MODE IS SEQUENTIAL
001240     FILE STATUS IS WS-UNA-FILE-STATUS.
001250
001260     SELECT SUSPENSE-FILE
001270     ASSIGN TO 'DATA/CUSTOMER-SUSPENSE.dat'
001280     ORGANIZATION IS INDEXED
001290     ACCESS MODE IS DYNAMIC
001300     RECORD KEY IS SUSP-KEY
001310     FILE STATUS IS WS-SUSP-FILE-STATUS.
001320
001330     SELECT AGING-REPORT
001340     ASSIGN TO 'DATA/SUSPENSE_AGING.prt'
001350     ORGANIZATION IS LINE SEQUENTIAL
001360     ACCESS MODE IS SEQUENTIAL
001370     FILE STATUS IS WS-AGING-FILE-STATUS.
001380
001390     SELECT OPS-HISTORY
001400     ASSIGN TO 'DATA/CUSTOPS_HISTORY.dat'
001410     ORGANIZATION IS LINE SEQUENTIAL
001420     ACCESS MODE IS SEQUENTIAL
001430     FILE STATUS IS WS-HISTORY-FILE-STATUS.
001440
001450     SELECT PRINT-FILE
001460     ASSIGN TO 'DATA/CUSTOPS_SUMMARY.prt'
001470     ORGANIZATION IS LINE SEQUENTIAL
001480     ACCESS MODE IS SEQUENTIAL
001490     FILE STATUS IS WS-PRINT-FILE-STATUS.
001500
001510*******************************************************************
001520*                        DATA DIVISION                            *
001530*******************************************************************
001540 DATA DIVISION.
001550 FILE SECTION.
001560 FD RUN-CONTROL-FILE.
001570     COPY RUNCTL.
001580
001590 FD POSTING-ACTIVITY.
001600     COPY PSTACT.
001610
001620 FD AUDIT-LOG.
001630 01 AUDIT-LOG-RECORD.
001640     02 AUDIT-RUN-DATE PIC X(10).
001650     02 FILLER PIC X(01).
001660     02 AUDIT-RUN-TIME PIC X(08).
001670     02 FILLER PIC X(01).
001680     02 AUDIT-PROGRAM-NAME PIC X(09).
001690     02 FILLER PIC X(01).
001700     02 AUDIT-INPUT-FILE PIC X(30).
001710     02 FILLER PIC X(01).
001720     02 AUDIT-RECORDS-READ PIC 9(9).
001730     02 FILLER PIC X(01).
001740     02 AUDIT-ENDING-STATUS PIC X(02).
001750
001760 FD CHECKPOINT-FILE.
001770 01 CHECKPOINT-RECORD PIC X(41).
001780
001790*   Only the presence of images matters here; the layout is      *
001800*   CUSTPOST's.                                                  *
001810 FD JOURNAL-FILE.
001820 01 JOURNAL-RECORD.
001830     02 JRN-CUST-ID PIC 9(5).
001840     02 JRN-DATE PIC 9(8).
001850     02 JRN-TIME PIC 9(6).
001860     02 JRN-BEFORE-IMAGE PIC X(161).
001862     02 JRN-RECOVERY-COUNT PIC 9(5).
001864     02 JRN-RECOVERY-AMOUNT PIC S9(9)V99 COMP-3.
001870
001880 FD TRIAL-BALANCE-REPORT.
001890 01 TRIAL-BALANCE-LINE PIC X(80).
001900
001910 FD CUSTOMER-REJECTS.
001920 01 CUSTOMER-REJECT-RECORD PIC X(57).
001930
001940 FD BATCH-REJECTS.
001950 01 BATCH-REJECT-RECORD PIC X(123).
001960
001970 FD MAINT-REJECTS.
001980 01 MAINT-REJECT-RECORD PIC X(58).
001990
002000 FD POSTING-REJECTS.
002010 01 POSTING-REJECT-RECORD PIC X(37).
002020
002030 FD BATCH-SUSPENSE.
002040 01 BATCH-SUSPENSE-RECORD PIC X(24).
002050
002060 FD UNAPPLIED-FILE.
002070 01 UNAPPLIED-RECORD.
002080     02 UNA-DATE PIC 9(8).
002090     02 FILLER PIC X(80).
002100
002110 FD SUSPENSE-FILE.
002120 01 SUSPENSE-RECORD.
002130     02 SUSP-KEY.
002140         03 SUSP-CUST-ID PIC X(5).
002150         03 SUSP-SEQ PIC 9(4).
002160     02 SUSP-SOURCE PIC X(1).
002170         88 SUSP-FROM-READ-FILE VALUE 'R'.
002180         88 SUSP-FROM-BATCH VALUE 'B'.
002190     02 SUSP-EXTRACT-NAME PIC X(60).
002200     02 SUSP-CUST-NAME PIC X(30).
002210     02 SUSP-REASON-CODE PIC X(2).
002220     02 SUSP-REASON-TEXT PIC X(20).
002230     02 SUSP-DATE-ADDED PIC 9(8).
002240     02 SUSP-STATUS PIC X(1).
002250         88 SUSP-IS-OPEN VALUE 'O'.
002260         88 SUSP-IS-REPAIRED VALUE 'R'.
002270         88 SUSP-IS-RECYCLED VALUE 'C'.
002280     02 SUSP-ORIGINAL-ID PIC X(6).
002290
002300 FD AGING-REPORT.
002310 01 AGING-REPORT-LINE PIC X(100).
002320
002330 FD OPS-HISTORY.
002340 01 OPS-HISTORY-RECORD.
002350     02 OPH-DATE PIC 9(8).
002360     02 OPH-SOURCE PIC X(8).
002370     02 OPH-COUNT PIC 9(7).
002380
002390 FD PRINT-FILE.
002400 01 PRINT-LINE PIC X(80).
002410
002420 WORKING-STORAGE SECTION.
002430 01 WS-EOF PIC X VALUE 'N'.
002440     88 END-OF-FILE VALUE 'Y'.
002450 01 WS-RC-FILE-STATUS PIC X(2).
002460 01 WS-ACTIVITY-FILE-STATUS PIC X(2).
002470 01 WS-AUDIT-FILE-STATUS PIC X(2).
002480 01 WS-CKPT-FILE-STATUS PIC X(2).
002490 01 WS-JOURNAL-FILE-STATUS PIC X(2).
002500 01 WS-TB-FILE-STATUS PIC X(2).
002510 01 WS-REJ-FILE-STATUS PIC X(2).
002520 01 WS-BREJ-FILE-STATUS PIC X(2).
002530 01 WS-MREJ-FILE-STATUS PIC X(2).
002540 01 WS-PREJ-FILE-STATUS PIC X(2).
002550 01 WS-BSUS-FILE-STATUS PIC X(2).
002560 01 WS-UNA-FILE-STATUS PIC X(2).
002570 01 WS-SUSP-FILE-STATUS PIC X(2).
002580 01 WS-AGING-FILE-STATUS PIC X(2).
002590 01 WS-HISTORY-FILE-STATUS PIC X(2).
002600 01 WS-PRINT-FILE-STATUS PIC X(2).
002610
002620*----------------------------------------------------------------*
002630*    DATE WORK AREAS                                             *
002640*    The night runs from the business date through noon of the   *
002650*    next calendar day (WS-NEXT-DATE, WS-WINDOW-CUTOFF).         *
002660*----------------------------------------------------------------*
002670 01 WS-BUSINESS-DATE PIC 9(8).
002680 01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
002690     02 WS-BUSINESS-YEAR PIC 9(4).
002700     02 WS-BUSINESS-MONTH PIC 9(2).
002710     02 WS-BUSINESS-DAY PIC 9(2).
002720 01 WS-BUSINESS-DATE-IN PIC X(8).
002730 01 WS-SYSTEM-DATE PIC 9(8).
002740 01 WS-SYSTEM-DATE-PARTS REDEFINES WS-SYSTEM-DATE.
002750     02 WS-SYSTEM-YEAR PIC 9(4).
002760     02 WS-SYSTEM-MONTH PIC 9(2).
002770     02 WS-SYSTEM-DAY PIC 9(2).
002780 01 WS-NEXT-DATE PIC 9(8).
002790 01 WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
002800     02 WS-NEXT-YEAR PIC 9(4).
002810     02 WS-NEXT-MONTH PIC 9(2).
002820     02 WS-NEXT-DAY PIC 9(2).
002830 01 WS-CYCLE-DATE PIC 9(8).
002840 01 WS-CYCLE-DATE-PARTS REDEFINES WS-CYCLE-DATE.
002850     02 WS-CYCLE-YEAR PIC 9(4).
002860     02 WS-CYCLE-MONTH PIC 9(2).
002870     02 WS-CYCLE-DAY PIC 9(2).
002880 01 WS-WORK-DATE PIC 9(8).
002890 01 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
002900     02 WS-WORK-YEAR PIC 9(4).
002910     02 WS-WORK-MONTH PIC 9(2).
002920     02 WS-WORK-DAY PIC 9(2).
002930 01 WS-MONTH-DAYS-VALUES PIC X(24) VALUE
002940     '312831303130313130313031'.
002950 01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002960     02 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
002970 77 WS-DAYS-IN-MONTH PIC 9(2) COMP.
002980 77 WS-YEAR-QUOTIENT PIC 9(4) COMP.
002990 77 WS-YEAR-REMAINDER-4 PIC 9(4) COMP.
003000 77 WS-YEAR-REMAINDER-100 PIC 9(4) COMP.
003010 77 WS-YEAR-REMAINDER-400 PIC 9(4) COMP.
003020 77 WS-WINDOW-CUTOFF PIC 9(6) VALUE 120000.
003030 01 WS-AUDIT-BUSINESS-DATE PIC X(10).
003040 01 WS-AUDIT-NEXT-DATE PIC X(10).
003050 01 WS-AUDIT-CUTOFF PIC X(08) VALUE '12:00:00'.
003060 01 WS-REPORT-DATE PIC X(10).
003070 01 WS-BUSINESS-DATE-DISPLAY PIC X(10).
003080
003090*----------------------------------------------------------------*
003100*    WINDOW PROGRAM TABLE                                        *
003110*    In running order. Schedule N is every night, M once in the  *
003120*    monthly cycle, D only when data control asks for it; only a *
003130*    nightly program that has not run is an action item. Status  *
003140*    source R is run control, J the CUSTPOST journal and posting *
003150*    activity, A the READ_FILE checkpoint and audit log.         *
003160*----------------------------------------------------------------*
003170 77 WS-PROGRAM-MAX PIC 9(4) COMP VALUE 15.
003180 77 WS-PG-SUB PIC 9(4) COMP VALUE ZERO.
003190 01 WS-PROGRAM-VALUES.
003200     02 FILLER PIC X(09) VALUE 'CUSTMAINT'.
003210     02 FILLER PIC X(02) VALUE 'NR'.
003220     02 FILLER PIC X(09) VALUE 'CUSTBATCH'.
003230     02 FILLER PIC X(02) VALUE 'NR'.
003240     02 FILLER PIC X(09) VALUE 'READ_FILE'.
003250     02 FILLER PIC X(02) VALUE 'DA'.
003260     02 FILLER PIC X(09) VALUE 'CUSTLBOX'.
003270     02 FILLER PIC X(02) VALUE 'NR'.
003280     02 FILLER PIC X(09) VALUE 'CUSTPOST'.
003290     02 FILLER PIC X(02) VALUE 'NJ'.
003300     02 FILLER PIC X(09) VALUE 'CUSTMRGE'.
003310     02 FILLER PIC X(02) VALUE 'DR'.
003320     02 FILLER PIC X(09) VALUE 'CUSTRFND'.
003330     02 FILLER PIC X(02) VALUE 'DR'.
003340     02 FILLER PIC X(09) VALUE 'CUSTWOFF'.
003350     02 FILLER PIC X(02) VALUE 'DR'.
003360     02 FILLER PIC X(09) VALUE 'CUSTFIN'.
003370     02 FILLER PIC X(02) VALUE 'MR'.
003380     02 FILLER PIC X(09) VALUE 'CUSTPROM'.
003390     02 FILLER PIC X(02) VALUE 'NR'.
003400     02 FILLER PIC X(09) VALUE 'CUSTBAL'.
003410     02 FILLER PIC X(02) VALUE 'NR'.
003420     02 FILLER PIC X(09) VALUE 'CUSTAGE'.
003430     02 FILLER PIC X(02) VALUE 'NR'.
003440     02 FILLER PIC X(09) VALUE 'CUSTLIST'.
003450     02 FILLER PIC X(02) VALUE 'NR'.
003460     02 FILLER PIC X(09) VALUE 'CUSTINTG'.
003470     02 FILLER PIC X(02) VALUE 'NR'.
003480     02 FILLER PIC X(09) VALUE 'CUSTCLOS'.
003490     02 FILLER PIC X(02) VALUE 'DR'.
003500 01 WS-PROGRAM-TABLE REDEFINES WS-PROGRAM-VALUES.
003510     02 WS-PROGRAM-ENTRY OCCURS 15 TIMES
003520         INDEXED BY WS-PG-IX.
003530         03 WS-PG-NAME PIC X(9).
003540         03 WS-PG-SCHEDULE PIC X(1).
003550             88 PG-NIGHTLY VALUE 'N'.
003560             88 PG-MONTHLY VALUE 'M'.
003570             88 PG-ON-DEMAND VALUE 'D'.
003580         03 WS-PG-SOURCE PIC X(1).
003590             88 PG-FROM-RUN-CONTROL VALUE 'R'.
003600             88 PG-FROM-JOURNAL VALUE 'J'.
003610             88 PG-FROM-AUDIT-LOG VALUE 'A'.
003620 01 WS-PROGRAM-RESULTS.
003630     02 WS-PROGRAM-RESULT OCCURS 15 TIMES.
003640         03 WS-PR-STATUS PIC X(1).
003650             88 PR-NOT-RUN VALUE 'N'.
003660             88 PR-STARTED VALUE 'S'.
003670             88 PR-COMPLETE VALUE 'C'.
003680         03 WS-PR-ENTRIES PIC 9(4) COMP.
003690         03 WS-PR-POSTED PIC 9(9) COMP.
003700         03 WS-PR-NET PIC S9(11)V99 COMP-3.
003710 01 WS-RC-OPEN-SWITCH PIC X VALUE 'N'.
003720     88 RUN-CONTROL-OPEN VALUE 'Y'.
003730
003740*----------------------------------------------------------------*
003750*    READ_FILE, CUSTPOST JOURNAL AND TRIAL BALANCE FINDINGS      *
003760*----------------------------------------------------------------*
003770 01 WS-CHECKPOINT-SWITCH PIC X VALUE 'N'.
003780     88 CHECKPOINT-ON-FILE VALUE 'Y'.
003790 01 WS-AUDIT-SWITCH PIC X VALUE 'N'.
003800     88 AUDIT-ENTRY-FOUND VALUE 'Y'.
003810 01 WS-AUDIT-RECORDS-READ PIC 9(9) VALUE ZERO.
003820 01 WS-AUDIT-ENDING-STATUS PIC X(2) VALUE SPACES.
003830 77 WS-JOURNAL-COUNT PIC 9(9) COMP VALUE ZERO.
003840 01 WS-TB-SWITCH PIC X VALUE 'N'.
003850     88 TB-PRINTED-TONIGHT VALUE 'Y'.
003860 01 WS-TB-REPORT-DATE PIC 9(8) VALUE ZERO.
003870 01 WS-TB-VERDICT PIC X(35) VALUE SPACES.
003880 01 WS-TB-DIFFERENCE PIC S9(11)V99 COMP-3 VALUE ZERO.
003890 01 WS-TB-DATE-LINE.
003900     02 WS-TBD-LABEL PIC X(14).
003910     02 WS-TBD-DATE PIC X(8).
003920     02 WS-TBD-DATE-NUM REDEFINES WS-TBD-DATE PIC 9(8).
003930     02 FILLER PIC X(58).
003940 01 WS-TB-PROOF-LINE.
003950     02 WS-TBP-LABEL PIC X(24).
003960     02 WS-TBP-AMOUNT PIC -Z,ZZZ,ZZZ,ZZ9.99.
003970     02 FILLER PIC X(39).
003980
003990*----------------------------------------------------------------*
004000*    REJECT AND SUSPENSE SOURCE TABLE                            *
004010*    The source code is the key on the history file.             *
004020*----------------------------------------------------------------*
004030 77 WS-SOURCE-MAX PIC 9(4) COMP VALUE 9.
004040 77 WS-SR-SUB PIC 9(4) COMP VALUE ZERO.
004050 77 WS-READ-REJECT-SOURCE PIC 9(4) COMP VALUE 1.
004060 77 WS-BATCH-REJECT-SOURCE PIC 9(4) COMP VALUE 2.
004070 77 WS-MAINT-REJECT-SOURCE PIC 9(4) COMP VALUE 3.
004080 77 WS-POST-REJECT-SOURCE PIC 9(4) COMP VALUE 4.
004090 77 WS-POST-HELD-SOURCE PIC 9(4) COMP VALUE 5.
004100 77 WS-LOCKBOX-SOURCE PIC 9(4) COMP VALUE 6.
004110 77 WS-SUSP-READ-SOURCE PIC 9(4) COMP VALUE 7.
004120 77 WS-SUSP-BATCH-SOURCE PIC 9(4) COMP VALUE 8.
004130 77 WS-SUSP-AGED-SOURCE PIC 9(4) COMP VALUE 9.
004140 01 WS-SOURCE-VALUES.
004150     02 FILLER PIC X(08) VALUE 'READFILE'.
004160     02 FILLER PIC X(30) VALUE 'READ_FILE REJECTS'.
004170     02 FILLER PIC X(08) VALUE 'BATCH'.
004180     02 FILLER PIC X(30) VALUE 'CUSTBATCH REJECTS'.
004190     02 FILLER PIC X(08) VALUE 'MAINT'.
004200     02 FILLER PIC X(30) VALUE 'CUSTMAINT REJECTS'.
004210     02 FILLER PIC X(08) VALUE 'POSTING'.
004220     02 FILLER PIC X(30) VALUE 'CUSTPOST REJECTS'.
004230     02 FILLER PIC X(08) VALUE 'PSTBATCH'.
004240     02 FILLER PIC X(30) VALUE 'CUSTPOST BATCH SUSPENSE'.
004250     02 FILLER PIC X(08) VALUE 'LOCKBOX'.
004260     02 FILLER PIC X(30) VALUE 'LOCKBOX UNAPPLIED TONIGHT'.
004270     02 FILLER PIC X(08) VALUE 'SUSPREAD'.
004280     02 FILLER PIC X(30) VALUE 'SUSPENSE OPEN - READ_FILE'.
004290     02 FILLER PIC X(08) VALUE 'SUSPBTCH'.
004300     02 FILLER PIC X(30) VALUE 'SUSPENSE OPEN - CUSTBATCH'.
004310     02 FILLER PIC X(08) VALUE 'SUSPAGED'.
004320     02 FILLER PIC X(30) VALUE 'SUSPENSE OVER AGING LIMIT'.
004330 01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
004340     02 WS-SOURCE-ENTRY OCCURS 9 TIMES
004350         INDEXED BY WS-SR-IX.
004360         03 WS-SR-CODE PIC X(8).
004370         03 WS-SR-LABEL PIC X(30).
004380 01 WS-SOURCE-RESULTS.
004390     02 WS-SOURCE-RESULT OCCURS 9 TIMES.
004400         03 WS-SR-TODAY PIC 9(7) COMP.
004410         03 WS-SR-PRIOR PIC 9(7) COMP.
004420         03 WS-SR-PRIOR-SWITCH PIC X(1).
004430             88 SR-PRIOR-FOUND VALUE 'Y'.
004440 01 WS-PRIOR-DATE PIC 9(8) VALUE ZERO.
004450 01 WS-AGING-SWITCH PIC X VALUE 'N'.
004460     88 AGING-REPORT-READ VALUE 'Y'.
004470 01 WS-AGING-SUMMARY-LINE.
004480     02 WS-AS-LABEL PIC X(24).
004490     02 WS-AS-COUNT PIC ZZZZZZZZ9.
004500     02 FILLER PIC X(67).
004510 01 WS-AGING-DATE-LINE.
004520     02 WS-AD-LABEL PIC X(14).
004530     02 WS-AD-DATE PIC X(10).
004540     02 FILLER PIC X(76).
004550 01 WS-AGING-REPORT-DATE PIC X(10) VALUE SPACES.
004560
004570*----------------------------------------------------------------*
004580*    ACTION ITEMS                                                *
004590*    Collected while the night is examined and printed first.    *
004600*----------------------------------------------------------------*
004610 77 WS-ACTION-MAX PIC 9(4) COMP VALUE 40.
004620 77 WS-ACTION-COUNT PIC 9(4) COMP VALUE ZERO.
004630 77 WS-ACTION-OVERFLOW PIC 9(4) COMP VALUE ZERO.
004640 77 WS-ACTION-SUB PIC 9(4) COMP VALUE ZERO.
004650 01 WS-ACTION-TEXT PIC X(74).
004660 01 WS-ACTION-TABLE.
004670     02 WS-ACTION-ITEM PIC X(74) OCCURS 40 TIMES.
004680 01 WS-CHANGE PIC S9(7) COMP.
004690 01 WS-EDIT-COUNT PIC ZZZZZZZZ9.
004700 01 WS-EDIT-AMOUNT PIC -Z,ZZZ,ZZZ,ZZ9.99.
004710
004720*----------------------------------------------------------------*
004730*    RUN CONTROL TOTALS                                          *
004740*----------------------------------------------------------------*
004750 77 WS-ACTIVITY-READ-COUNT PIC 9(9) COMP VALUE ZERO.
004760 77 WS-ACTIVITY-USED-COUNT PIC 9(9) COMP VALUE ZERO.
004770 77 WS-AUDIT-READ-COUNT PIC 9(9) COMP VALUE ZERO.
004780 77 WS-HISTORY-READ-COUNT PIC 9(9) COMP VALUE ZERO.
004790
004800*----------------------------------------------------------------*
004810*    REPORT LINES                                                *
004820*----------------------------------------------------------------*
004830 01 WS-TITLE-LINE.
004840     02 FILLER PIC X(40) VALUE
004850         'NIGHTLY WINDOW OPERATIONS SUMMARY'.
004860 01 WS-DATE-LINE.
004870     02 FILLER PIC X(14) VALUE 'REPORT DATE: '.
004880     02 WS-DATE-LINE-DATE PIC X(10).
004890     02 FILLER PIC X(18) VALUE '  BUSINESS DATE: '.
004900     02 WS-DATE-LINE-BUSINESS PIC X(10).
004910 01 WS-HEADING-LINE PIC X(80).
004920 01 WS-RULE-LINE PIC X(80) VALUE ALL '-'.
004930 01 WS-ACTION-LINE.
004940     02 FILLER PIC X(04) VALUE ' ** '.
004950     02 WS-AL-TEXT PIC X(74).
004960 01 WS-PROGRAM-HEADING.
004970     02 FILLER PIC X(11) VALUE 'PROGRAM'.
004980     02 FILLER PIC X(11) VALUE 'SCHEDULE'.
004990     02 FILLER PIC X(23) VALUE 'RUN STATUS'.
005000     02 FILLER PIC X(35) VALUE 'KEY COUNTS'.
005010 01 WS-PROGRAM-LINE.
005020     02 WS-PL-NAME PIC X(9).
005030     02 FILLER PIC X(02).
005040     02 WS-PL-SCHEDULE PIC X(9).
005050     02 FILLER PIC X(02).
005060     02 WS-PL-STATUS PIC X(22).
005070     02 FILLER PIC X(01).
005080     02 WS-PL-COUNTS PIC X(35).
005090 01 WS-POSTED-TEXT.
005100     02 FILLER PIC X(07) VALUE 'POSTED '.
005110     02 WS-PT-POSTED PIC ZZZZZZ9.
005120     02 FILLER PIC X(05) VALUE ' NET '.
005130     02 WS-PT-NET PIC -ZZZ,ZZZ,ZZ9.99.
005140 01 WS-READ-TEXT.
005150     02 FILLER PIC X(05) VALUE 'READ '.
005160     02 WS-RT-READ PIC ZZZZZZZZ9.
005170     02 FILLER PIC X(13) VALUE '  END STATUS '.
005180     02 WS-RT-STATUS PIC X(2).
005190 01 WS-COUNT-TEXT.
005200     02 WS-CT-LABEL PIC X(10).
005210     02 WS-CT-COUNT PIC ZZZZZZ9.
005220 01 WS-INFO-LINE.
005230     02 WS-IL-LABEL PIC X(24).
005240     02 WS-IL-TEXT PIC X(56).
005250 01 WS-SOURCE-HEADING.
005260     02 FILLER PIC X(30) VALUE 'SOURCE'.
005270     02 FILLER PIC X(10) VALUE '     TODAY'.
005280     02 FILLER PIC X(10) VALUE ' PRIOR DAY'.
005290     02 FILLER PIC X(11) VALUE '     CHANGE'.
005300 01 WS-SOURCE-LINE.
005310     02 WS-SL-LABEL PIC X(30).
005320     02 FILLER PIC X(03).
005330     02 WS-SL-TODAY PIC ZZZZZZ9.
005340     02 FILLER PIC X(03).
005350     02 WS-SL-PRIOR PIC ZZZZZZ9.
005360     02 WS-SL-PRIOR-X REDEFINES WS-SL-PRIOR PIC X(7).
005370     02 FILLER PIC X(03).
005380     02 WS-SL-CHANGE PIC +ZZZZZZ9.
005390     02 WS-SL-CHANGE-X REDEFINES WS-SL-CHANGE PIC X(8).
005400
005410*******************************************************************
005420*                       PROCEDURE DIVISION                        *
005430*******************************************************************
005440 PROCEDURE DIVISION.
005450
005460*----------------------------------------------------------------*
005470*    0000-MAINLINE                                               *
005480*----------------------------------------------------------------*
005490 0000-MAINLINE.
005500     PERFORM 1000-INITIALIZE
005510     PERFORM 2000-CHECK-RUN-CONTROL
005520     PERFORM 2200-SCAN-POSTING-ACTIVITY
005530     PERFORM 2400-SCAN-READ-FILE
005540     PERFORM 2500-CHECK-JOURNAL
005550     PERFORM 2600-READ-TRIAL-BALANCE
005560     PERFORM 3000-COUNT-REJECTS
005570     PERFORM 3700-COUNT-SUSPENSE
005580     PERFORM 3800-READ-AGING-REPORT
005590     PERFORM 4000-LOAD-PRIOR-COUNTS
005600     PERFORM 5000-FIND-ACTIONS
005610     PERFORM 6000-PRINT-REPORT
005620     PERFORM 7000-SAVE-COUNTS
005630     PERFORM 8000-PRINT-SUMMARY
005640     PERFORM 9999-TERMINATE
005650     STOP RUN.
005660
005670*----------------------------------------------------------------*
005680*    1000-INITIALIZE                                             *
005690*----------------------------------------------------------------*
005700 1000-INITIALIZE.
005710     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
005720     STRING WS-SYSTEM-MONTH '/' WS-SYSTEM-DAY '/'
005730         WS-SYSTEM-YEAR DELIMITED BY SIZE
005740         INTO WS-REPORT-DATE
005750     PERFORM 1100-SET-BUSINESS-DATE
005760     STRING WS-BUSINESS-MONTH '/' WS-BUSINESS-DAY '/'
005770         WS-BUSINESS-YEAR DELIMITED BY SIZE
005780         INTO WS-BUSINESS-DATE-DISPLAY
005790     STRING WS-BUSINESS-YEAR '-' WS-BUSINESS-MONTH '-'
005800         WS-BUSINESS-DAY DELIMITED BY SIZE
005810         INTO WS-AUDIT-BUSINESS-DATE
005820     MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
005830     PERFORM 1200-FORWARD-ONE-DAY
005840     MOVE WS-WORK-DATE TO WS-NEXT-DATE
005850     STRING WS-NEXT-YEAR '-' WS-NEXT-MONTH '-'
005860         WS-NEXT-DAY DELIMITED BY SIZE
005870         INTO WS-AUDIT-NEXT-DATE
005880     MOVE WS-BUSINESS-DATE TO WS-CYCLE-DATE
005890     MOVE 01 TO WS-CYCLE-DAY
005900     INITIALIZE WS-PROGRAM-RESULTS
005910     INITIALIZE WS-SOURCE-RESULTS
005920     INITIALIZE WS-ACTION-TABLE
005930     OPEN OUTPUT PRINT-FILE
005940     IF WS-PRINT-FILE-STATUS NOT = '00'
005950         DISPLAY 'Error opening operations summary. Status: '
005960             WS-PRINT-FILE-STATUS
005970         STOP RUN
005980     END-IF
005990     DISPLAY 'OPERATIONS SUMMARY FOR BUSINESS DATE '
006000         WS-BUSINESS-DATE.
006010
006020*----------------------------------------------------------------*
006030*    1100-SET-BUSINESS-DATE                                      *
006040*    The BUSINESS-DATE environment value when it is set, as in   *
006050*    every window program; otherwise yesterday, since the window *
006060*    being summarized ran overnight.                             *
006070*----------------------------------------------------------------*
006080 1100-SET-BUSINESS-DATE.
006090     MOVE SPACES TO WS-BUSINESS-DATE-IN
006100     DISPLAY 'BUSINESS-DATE' UPON ENVIRONMENT-NAME
006110     ACCEPT WS-BUSINESS-DATE-IN FROM ENVIRONMENT-VALUE
006120     END-ACCEPT
006130     IF WS-BUSINESS-DATE-IN IS NUMERIC
006140         MOVE WS-BUSINESS-DATE-IN TO WS-BUSINESS-DATE
006150     ELSE
006160         MOVE WS-SYSTEM-DATE TO WS-WORK-DATE
006170         PERFORM 1150-BACK-ONE-DAY
006180         MOVE WS-WORK-DATE TO WS-BUSINESS-DATE
006190     END-IF.
006200
006210*----------------------------------------------------------------*
006220*    1150-BACK-ONE-DAY                                           *
006230*    Calendar days, not 30/360 - WS-WORK-DATE becomes the day    *
006240*    before.                                                     *
006250*----------------------------------------------------------------*
006260 1150-BACK-ONE-DAY.
006270     IF WS-WORK-DAY > 1
006280         SUBTRACT 1 FROM WS-WORK-DAY
006290     ELSE
006300         IF WS-WORK-MONTH > 1
006310             SUBTRACT 1 FROM WS-WORK-MONTH
006320         ELSE
006330             MOVE 12 TO WS-WORK-MONTH
006340             SUBTRACT 1 FROM WS-WORK-YEAR
006350         END-IF
006360         PERFORM 1300-SET-MONTH-DAYS
006370         MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
006380     END-IF.
006390
006400*----------------------------------------------------------------*
006410*    1200-FORWARD-ONE-DAY                                        *
006420*----------------------------------------------------------------*
006430 1200-FORWARD-ONE-DAY.
006440     PERFORM 1300-SET-MONTH-DAYS
006450     IF WS-WORK-DAY < WS-DAYS-IN-MONTH
006460         ADD 1 TO WS-WORK-DAY
006470     ELSE
006480         MOVE 1 TO WS-WORK-DAY
006490         IF WS-WORK-MONTH < 12
006500             ADD 1 TO WS-WORK-MONTH
006510         ELSE
006520             MOVE 1 TO WS-WORK-MONTH
006530             ADD 1 TO WS-WORK-YEAR
006540         END-IF
006550     END-IF.
006560
006570*----------------------------------------------------------------*
006580*    1300-SET-MONTH-DAYS                                         *
006590*    Days in WS-WORK-MONTH, February taking the leap-year rule.  *
006600*----------------------------------------------------------------*
006610 1300-SET-MONTH-DAYS.
006620     MOVE WS-MONTH-DAYS(WS-WORK-MONTH) TO WS-DAYS-IN-MONTH
006630     IF WS-WORK-MONTH = 2
006640         DIVIDE WS-WORK-YEAR BY 4 GIVING WS-YEAR-QUOTIENT
006650             REMAINDER WS-YEAR-REMAINDER-4
006660         DIVIDE WS-WORK-YEAR BY 100 GIVING WS-YEAR-QUOTIENT
006670             REMAINDER WS-YEAR-REMAINDER-100
006680         DIVIDE WS-WORK-YEAR BY 400 GIVING WS-YEAR-QUOTIENT
006690             REMAINDER WS-YEAR-REMAINDER-400
006700         IF WS-YEAR-REMAINDER-4 = ZERO
006710             AND (WS-YEAR-REMAINDER-100 NOT = ZERO
006720                 OR WS-YEAR-REMAINDER-400 = ZERO)
006730             MOVE 29 TO WS-DAYS-IN-MONTH
006740         END-IF
006750     END-IF.
006760
006770*----------------------------------------------------------------*
006780*    2000-CHECK-RUN-CONTROL                                      *
006790*    Reads each run-control program's record for the night. No   *
006800*    run-control file at all leaves every one NOT RUN.           *
006810*----------------------------------------------------------------*
006820 2000-CHECK-RUN-CONTROL.
006830     OPEN INPUT RUN-CONTROL-FILE
006840     IF WS-RC-FILE-STATUS = '00'
006850         SET RUN-CONTROL-OPEN TO TRUE
006860     ELSE
006870         DISPLAY 'Run control file not available. Status: '
006880             WS-RC-FILE-STATUS
006890     END-IF
006900     PERFORM 2100-CHECK-ONE-PROGRAM
006910         VARYING WS-PG-SUB FROM 1 BY 1
006920         UNTIL WS-PG-SUB > WS-PROGRAM-MAX
006930     IF RUN-CONTROL-OPEN
006940         CLOSE RUN-CONTROL-FILE
006950     END-IF.
006960
006970*----------------------------------------------------------------*
006980*    2100-CHECK-ONE-PROGRAM                                      *
006990*----------------------------------------------------------------*
007000 2100-CHECK-ONE-PROGRAM.
007010     MOVE 'N' TO WS-PR-STATUS(WS-PG-SUB)
007020     IF PG-FROM-RUN-CONTROL(WS-PG-SUB) AND RUN-CONTROL-OPEN
007030         MOVE WS-PG-NAME(WS-PG-SUB) TO RC-PROGRAM
007040         IF PG-MONTHLY(WS-PG-SUB)
007050             MOVE WS-CYCLE-DATE TO RC-RUN-DATE
007060         ELSE
007070             MOVE WS-BUSINESS-DATE TO RC-RUN-DATE
007080         END-IF
007090         READ RUN-CONTROL-FILE
007100             INVALID KEY
007110                 CONTINUE
007120             NOT INVALID KEY
007130                 MOVE RC-STATUS TO WS-PR-STATUS(WS-PG-SUB)
007140         END-READ
007150     END-IF.
007160
007170*----------------------------------------------------------------*
007180*    2200-SCAN-POSTING-ACTIVITY                                  *
007190*    Totals the night's activity entries by program. No activity *
007200*    file is a night with nothing posted.                        *
007210*----------------------------------------------------------------*
007220 2200-SCAN-POSTING-ACTIVITY.
007230     OPEN INPUT POSTING-ACTIVITY
007240     IF WS-ACTIVITY-FILE-STATUS NOT = '00'
007250         IF WS-ACTIVITY-FILE-STATUS NOT = '35'
007260             DISPLAY 'Error opening posting activity. Status: '
007270                 WS-ACTIVITY-FILE-STATUS
007280         END-IF
007290     ELSE
007300         MOVE 'N' TO WS-EOF
007310         PERFORM 2210-READ-ACTIVITY THRU 2210-EXIT
007320             UNTIL END-OF-FILE
007330         CLOSE POSTING-ACTIVITY
007340     END-IF.
007350
007360*----------------------------------------------------------------*
007370*    2210-READ-ACTIVITY                                          *
007380*----------------------------------------------------------------*
007390 2210-READ-ACTIVITY.
007400     READ POSTING-ACTIVITY
007410         AT END
007420             SET END-OF-FILE TO TRUE
007430             GO TO 2210-EXIT
007440     END-READ
007450     ADD 1 TO WS-ACTIVITY-READ-COUNT
007460     IF PA-DATE NOT = WS-BUSINESS-DATE
007470         IF PA-DATE NOT = WS-NEXT-DATE
007480             OR PA-TIME NOT < WS-WINDOW-CUTOFF
007490             GO TO 2210-EXIT
007500         END-IF
007510     END-IF
007520     SET WS-PG-IX TO 1
007530     SEARCH WS-PROGRAM-ENTRY
007540         AT END
007550             DISPLAY 'ACTIVITY FROM UNLISTED PROGRAM: ' PA-PROGRAM
007560         WHEN WS-PG-NAME(WS-PG-IX) = PA-PROGRAM
007570             SET WS-PG-SUB TO WS-PG-IX
007580             ADD 1 TO WS-ACTIVITY-USED-COUNT
007590             ADD 1 TO WS-PR-ENTRIES(WS-PG-SUB)
007600             ADD PA-POSTED-COUNT TO WS-PR-POSTED(WS-PG-SUB)
007610             ADD PA-NET-AMOUNT TO WS-PR-NET(WS-PG-SUB)
007620     END-SEARCH.
007630 2210-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------------*
007670*    2400-SCAN-READ-FILE                                         *
007680*    A checkpoint record left on file means READ_FILE stopped    *
007690*    part way - a clean end empties it. The last audit-log entry *
007700*    of the night gives the record count and ending status.      *
007710*----------------------------------------------------------------*
007720 2400-SCAN-READ-FILE.
007730     OPEN INPUT CHECKPOINT-FILE
007740     IF WS-CKPT-FILE-STATUS = '00'
007750         READ CHECKPOINT-FILE
007760             AT END
007770                 CONTINUE
007780             NOT AT END
007790                 SET CHECKPOINT-ON-FILE TO TRUE
007800         END-READ
007810         CLOSE CHECKPOINT-FILE
007820     END-IF
007830     OPEN INPUT AUDIT-LOG
007840     IF WS-AUDIT-FILE-STATUS = '00'
007850         MOVE 'N' TO WS-EOF
007860         PERFORM 2410-READ-AUDIT-LOG THRU 2410-EXIT
007870             UNTIL END-OF-FILE
007880         CLOSE AUDIT-LOG
007890     END-IF.
007900
007910*----------------------------------------------------------------*
007920*    2410-READ-AUDIT-LOG                                         *
007930*----------------------------------------------------------------*
007940 2410-READ-AUDIT-LOG.
007950     READ AUDIT-LOG
007960         AT END
007970             SET END-OF-FILE TO TRUE
007980             GO TO 2410-EXIT
007990     END-READ
008000     ADD 1 TO WS-AUDIT-READ-COUNT
008010     IF AUDIT-PROGRAM-NAME NOT = 'READ_FILE'
008020         GO TO 2410-EXIT
008030     END-IF
008040     IF AUDIT-RUN-DATE NOT = WS-AUDIT-BUSINESS-DATE
008050         IF AUDIT-RUN-DATE NOT = WS-AUDIT-NEXT-DATE
008060             OR AUDIT-RUN-TIME NOT < WS-AUDIT-CUTOFF
008070             GO TO 2410-EXIT
008080         END-IF
008090     END-IF
008100     SET AUDIT-ENTRY-FOUND TO TRUE
008110     MOVE AUDIT-RECORDS-READ TO WS-AUDIT-RECORDS-READ
008120     MOVE AUDIT-ENDING-STATUS TO WS-AUDIT-ENDING-STATUS.
008130 2410-EXIT.
008140     EXIT.
008150
008160*----------------------------------------------------------------*
008170*    2500-CHECK-JOURNAL                                          *
008180*    A clean CUSTPOST end empties its journal, so any image on   *
008190*    file is an abended run waiting to be backed out.            *
008200*----------------------------------------------------------------*
008210 2500-CHECK-JOURNAL.
008220     OPEN INPUT JOURNAL-FILE
008230     IF WS-JOURNAL-FILE-STATUS = '00'
008240         MOVE 'N' TO WS-EOF
008250         PERFORM 2510-READ-JOURNAL THRU 2510-EXIT
008260             UNTIL END-OF-FILE
008270         CLOSE JOURNAL-FILE
008280     ELSE
008290         IF WS-JOURNAL-FILE-STATUS NOT = '35'
008300             DISPLAY 'Error opening posting journal. Status: '
008310                 WS-JOURNAL-FILE-STATUS
008320         END-IF
008330     END-IF.
008340
008350*----------------------------------------------------------------*
008360*    2510-READ-JOURNAL                                           *
008370*----------------------------------------------------------------*
008380 2510-READ-JOURNAL.
008390     READ JOURNAL-FILE NEXT RECORD
008400         AT END
008410             SET END-OF-FILE TO TRUE
008420             GO TO 2510-EXIT
008430     END-READ
008440     ADD 1 TO WS-JOURNAL-COUNT.
008450 2510-EXIT.
008460     EXIT.
008470
008480*----------------------------------------------------------------*
008490*    2600-READ-TRIAL-BALANCE                                     *
008500*    Picks the date, the difference and the verdict off the last *
008510*    CUSTBAL report. A report dated other than the business date *
008520*    is an earlier night's and is not taken.                     *
008530*----------------------------------------------------------------*
008540 2600-READ-TRIAL-BALANCE.
008550     OPEN INPUT TRIAL-BALANCE-REPORT
008560     IF WS-TB-FILE-STATUS = '00'
008570         MOVE 'N' TO WS-EOF
008580         PERFORM 2610-READ-TB-LINE THRU 2610-EXIT
008590             UNTIL END-OF-FILE
008600         CLOSE TRIAL-BALANCE-REPORT
008610     END-IF
008620     IF WS-TB-REPORT-DATE = WS-BUSINESS-DATE
008630         SET TB-PRINTED-TONIGHT TO TRUE
008640     END-IF.
008650
008660*----------------------------------------------------------------*
008670*    2610-READ-TB-LINE                                           *
008680*----------------------------------------------------------------*
008690 2610-READ-TB-LINE.
008700     READ TRIAL-BALANCE-REPORT
008710         AT END
008720             SET END-OF-FILE TO TRUE
008730             GO TO 2610-EXIT
008740     END-READ
008750     EVALUATE TRUE
008760         WHEN TRIAL-BALANCE-LINE(1:12) = 'REPORT DATE:'
008770             MOVE TRIAL-BALANCE-LINE TO WS-TB-DATE-LINE
008780             IF WS-TBD-DATE IS NUMERIC
008790                 MOVE WS-TBD-DATE-NUM TO WS-TB-REPORT-DATE
008800             END-IF
008810         WHEN TRIAL-BALANCE-LINE(1:10) = 'DIFFERENCE'
008820             MOVE TRIAL-BALANCE-LINE TO WS-TB-PROOF-LINE
008830             MOVE WS-TBP-AMOUNT TO WS-TB-DIFFERENCE
008840         WHEN TRIAL-BALANCE-LINE(1:4) = '*** '
008850             MOVE TRIAL-BALANCE-LINE TO WS-TB-VERDICT
008860     END-EVALUATE.
008870 2610-EXIT.
008880     EXIT.
008890
008900*----------------------------------------------------------------*
008910*    3000-COUNT-REJECTS                                          *
008920*    A reject file that is not there counts as none.             *
008930*----------------------------------------------------------------*
008940 3000-COUNT-REJECTS.
008950     PERFORM 3100-COUNT-READ-REJECTS
008960     PERFORM 3200-COUNT-BATCH-REJECTS
008970     PERFORM 3300-COUNT-MAINT-REJECTS
008980     PERFORM 3400-COUNT-POSTING-REJECTS
008990     PERFORM 3500-COUNT-BATCH-SUSPENSE
009000     PERFORM 3600-COUNT-UNAPPLIED.
009010
009020*----------------------------------------------------------------*
009030*    3100-COUNT-READ-REJECTS                                     *
009040*----------------------------------------------------------------*
009050 3100-COUNT-READ-REJECTS.
009060     OPEN INPUT CUSTOMER-REJECTS
009070     IF WS-REJ-FILE-STATUS = '00'
009080         MOVE 'N' TO WS-EOF
009090         PERFORM 3110-READ-READ-REJECT THRU 3110-EXIT
009100             UNTIL END-OF-FILE
009110         CLOSE CUSTOMER-REJECTS
009120     END-IF.
009130
009140*----------------------------------------------------------------*
009150*    3110-READ-READ-REJECT                                       *
009160*----------------------------------------------------------------*
009170 3110-READ-READ-REJECT.
009180     READ CUSTOMER-REJECTS
009190         AT END
009200             SET END-OF-FILE TO TRUE
009210             GO TO 3110-EXIT
009220     END-READ
009230     ADD 1 TO WS-SR-TODAY(WS-READ-REJECT-SOURCE).
009240 3110-EXIT.
009250     EXIT.
009260
009270*----------------------------------------------------------------*
009280*    3200-COUNT-BATCH-REJECTS                                    *
009290*----------------------------------------------------------------*
009300 3200-COUNT-BATCH-REJECTS.
009310     OPEN INPUT BATCH-REJECTS
009320     IF WS-BREJ-FILE-STATUS = '00'
009330         MOVE 'N' TO WS-EOF
009340         PERFORM 3210-READ-BATCH-REJECT THRU 3210-EXIT
009350             UNTIL END-OF-FILE
009360         CLOSE BATCH-REJECTS
009370     END-IF.
009380
009390*----------------------------------------------------------------*
009400*    3210-READ-BATCH-REJECT                                      *
009410*----------------------------------------------------------------*
009420 3210-READ-BATCH-REJECT.
009430     READ BATCH-REJECTS
009440         AT END
009450             SET END-OF-FILE TO TRUE
009460             GO TO 3210-EXIT
009470     END-READ
009480     ADD 1 TO WS-SR-TODAY(WS-BATCH-REJECT-SOURCE).
009490 3210-EXIT.
009500     EXIT.
009510
009520*----------------------------------------------------------------*
009530*    3300-COUNT-MAINT-REJECTS                                    *
009540*----------------------------------------------------------------*
009550 3300-COUNT-MAINT-REJECTS.
009560     OPEN INPUT MAINT-REJECTS
009570     IF WS-MREJ-FILE-STATUS = '00'
009580         MOVE 'N' TO WS-EOF
009590         PERFORM 3310-READ-MAINT-REJECT THRU 3310-EXIT
009600             UNTIL END-OF-FILE
009610         CLOSE MAINT-REJECTS
009620     END-IF.
009630
009640*----------------------------------------------------------------*
009650*    3310-READ-MAINT-REJECT                                      *
009660*----------------------------------------------------------------*
009670 3310-READ-MAINT-REJECT.
009680     READ MAINT-REJECTS
009690         AT END
009700             SET END-OF-FILE TO TRUE
009710             GO TO 3310-EXIT
009720     END-READ
009730     ADD 1 TO WS-SR-TODAY(WS-MAINT-REJECT-SOURCE).
009740 3310-EXIT.
009750     EXIT.
009760
009770*----------------------------------------------------------------*
009780*    3400-COUNT-POSTING-REJECTS                                  *
009790*----------------------------------------------------------------*
009800 3400-COUNT-POSTING-REJECTS.
009810     OPEN INPUT POSTING-REJECTS
009820     IF WS-PREJ-FILE-STATUS = '00'
009830         MOVE 'N' TO WS-EOF
009840         PERFORM 3410-READ-POSTING-REJECT THRU 3410-EXIT
009850             UNTIL END-OF-FILE
009860         CLOSE POSTING-REJECTS
009870     END-IF.
009880
009890*----------------------------------------------------------------*
009900*    3410-READ-POSTING-REJECT                                    *
009910*----------------------------------------------------------------*
009920 3410-READ-POSTING-REJECT.
009930     READ POSTING-REJECTS
009940         AT END
009950             SET END-OF-FILE TO TRUE
009960             GO TO 3410-EXIT
009970     END-READ
009980     ADD 1 TO WS-SR-TODAY(WS-POST-REJECT-SOURCE).
009990 3410-EXIT.
010000     EXIT.
010010
010020*----------------------------------------------------------------*
010030*    3500-COUNT-BATCH-SUSPENSE                                   *
010040*    Every record held - headers and trailers of held batches    *
010050*    included - is one to be corrected and re-keyed.             *
010060*----------------------------------------------------------------*
010070 3500-COUNT-BATCH-SUSPENSE.
010080     OPEN INPUT BATCH-SUSPENSE
010090     IF WS-BSUS-FILE-STATUS = '00'
010100         MOVE 'N' TO WS-EOF
010110         PERFORM 3510-READ-BATCH-SUSPENSE THRU 3510-EXIT
010120             UNTIL END-OF-FILE
010130         CLOSE BATCH-SUSPENSE
010140     END-IF.
010150
010160*----------------------------------------------------------------*
010170*    3510-READ-BATCH-SUSPENSE                                    *
010180*----------------------------------------------------------------*
010190 3510-READ-BATCH-SUSPENSE.
010200     READ BATCH-SUSPENSE
010210         AT END
010220             SET END-OF-FILE TO TRUE
010230             GO TO 3510-EXIT
010240     END-READ
010250     ADD 1 TO WS-SR-TODAY(WS-POST-HELD-SOURCE).
010260 3510-EXIT.
010270     EXIT.
010280
010290*----------------------------------------------------------------*
010300*    3600-COUNT-UNAPPLIED                                        *
010310*    The unapplied file accumulates; only items CUSTLBOX wrote   *
010320*    for the business date are tonight's.                        *
010330*----------------------------------------------------------------*
010340 3600-COUNT-UNAPPLIED.
010350     OPEN INPUT UNAPPLIED-FILE
010360     IF WS-UNA-FILE-STATUS = '00'
010370         MOVE 'N' TO WS-EOF
010380         PERFORM 3610-READ-UNAPPLIED THRU 3610-EXIT
010390             UNTIL END-OF-FILE
010400         CLOSE UNAPPLIED-FILE
010410     END-IF.
010420
010430*----------------------------------------------------------------*
010440*    3610-READ-UNAPPLIED                                         *
010450*----------------------------------------------------------------*
010460 3610-READ-UNAPPLIED.
010470     READ UNAPPLIED-FILE
010480         AT END
010490             SET END-OF-FILE TO TRUE
010500             GO TO 3610-EXIT
010510     END-READ
010520     IF UNA-DATE = WS-BUSINESS-DATE
010530         ADD 1 TO WS-SR-TODAY(WS-LOCKBOX-SOURCE)
010540     END-IF.
010550 3610-EXIT.
010560     EXIT.
010570
010580*----------------------------------------------------------------*
010590*    3700-COUNT-SUSPENSE                                         *
010600*    Open suspense by source, counting repaired records not yet  *
010610*    recycled as open, as the aging report does.                 *
010620*----------------------------------------------------------------*
010630 3700-COUNT-SUSPENSE.
010640     OPEN INPUT SUSPENSE-FILE
010650     IF WS-SUSP-FILE-STATUS = '00'
010660         MOVE 'N' TO WS-EOF
010670         PERFORM 3710-READ-SUSPENSE THRU 3710-EXIT
010680             UNTIL END-OF-FILE
010690         CLOSE SUSPENSE-FILE
010700     ELSE
010710         IF WS-SUSP-FILE-STATUS NOT = '35'
010720             DISPLAY 'Error opening suspense file. Status: '
010730                 WS-SUSP-FILE-STATUS
010740         END-IF
010750     END-IF.
010760
010770*----------------------------------------------------------------*
010780*    3710-READ-SUSPENSE                                          *
010790*----------------------------------------------------------------*
010800 3710-READ-SUSPENSE.
010810     READ SUSPENSE-FILE NEXT RECORD
010820         AT END
010830             SET END-OF-FILE TO TRUE
010840             GO TO 3710-EXIT
010850     END-READ
010860     IF SUSP-IS-OPEN OR SUSP-IS-REPAIRED
010870         IF SUSP-FROM-BATCH
010880             ADD 1 TO WS-SR-TODAY(WS-SUSP-BATCH-SOURCE)
010890         ELSE
010900             ADD 1 TO WS-SR-TODAY(WS-SUSP-READ-SOURCE)
010910         END-IF
010920     END-IF.
010930 3710-EXIT.
010940     EXIT.
010950
010960*----------------------------------------------------------------*
010970*    3800-READ-AGING-REPORT                                      *
010980*    The over-threshold count is taken from CUSTSUSP's own       *
010990*    summary line so it ages on CUSTSUSP's threshold and date.   *
011000*----------------------------------------------------------------*
011010 3800-READ-AGING-REPORT.
011020     OPEN INPUT AGING-REPORT
011030     IF WS-AGING-FILE-STATUS = '00'
011040         MOVE 'N' TO WS-EOF
011050         PERFORM 3810-READ-AGING-LINE THRU 3810-EXIT
011060             UNTIL END-OF-FILE
011070         CLOSE AGING-REPORT
011080     END-IF.
011090
011100*----------------------------------------------------------------*
011110*    3810-READ-AGING-LINE                                        *
011120*----------------------------------------------------------------*
011130 3810-READ-AGING-LINE.
011140     READ AGING-REPORT
011150         AT END
011160             SET END-OF-FILE TO TRUE
011170             GO TO 3810-EXIT
011180     END-READ
011190     EVALUATE TRUE
011200         WHEN AGING-REPORT-LINE(1:12) = 'REPORT DATE:'
011210             AND WS-AGING-REPORT-DATE = SPACES
011220             MOVE AGING-REPORT-LINE TO WS-AGING-DATE-LINE
011230             MOVE WS-AD-DATE TO WS-AGING-REPORT-DATE
011240         WHEN AGING-REPORT-LINE(1:19) = 'OPEN OVER THRESHOLD'
011250             MOVE AGING-REPORT-LINE TO WS-AGING-SUMMARY-LINE
011260             MOVE WS-AS-COUNT TO WS-SR-TODAY(WS-SUSP-AGED-SOURCE)
011270             SET AGING-REPORT-READ TO TRUE
011280     END-EVALUATE.
011290 3810-EXIT.
011300     EXIT.
011310
011320*----------------------------------------------------------------*
011330*    4000-LOAD-PRIOR-COUNTS                                      *
011340*    The prior day is the latest business date on the history    *
011350*    file before tonight; a rerun's later lines for that date    *
011360*    replace its earlier ones.                                   *
011370*----------------------------------------------------------------*
011380 4000-LOAD-PRIOR-COUNTS.
011390     OPEN INPUT OPS-HISTORY
011400     IF WS-HISTORY-FILE-STATUS = '00'
011410         MOVE 'N' TO WS-EOF
011420         PERFORM 4100-READ-HISTORY THRU 4100-EXIT
011430             UNTIL END-OF-FILE
011440         CLOSE OPS-HISTORY
011450     END-IF.
011460
011470*----------------------------------------------------------------*
011480*    4100-READ-HISTORY                                           *
011490*----------------------------------------------------------------*
011500 4100-READ-HISTORY.
011510     READ OPS-HISTORY
011520         AT END
011530             SET END-OF-FILE TO TRUE
011540             GO TO 4100-EXIT
011550     END-READ
011560     ADD 1 TO WS-HISTORY-READ-COUNT
011570     IF OPH-DATE NOT < WS-BUSINESS-DATE
011580         OR OPH-DATE < WS-PRIOR-DATE
011590         GO TO 4100-EXIT
011600     END-IF
011610     IF OPH-DATE > WS-PRIOR-DATE
011620         MOVE OPH-DATE TO WS-PRIOR-DATE
011630         PERFORM 4150-CLEAR-PRIOR
011640             VARYING WS-SR-SUB FROM 1 BY 1
011650             UNTIL WS-SR-SUB > WS-SOURCE-MAX
011660     END-IF
011670     SET WS-SR-IX TO 1
011680     SEARCH WS-SOURCE-ENTRY
011690         AT END
011700             CONTINUE
011710         WHEN WS-SR-CODE(WS-SR-IX) = OPH-SOURCE
011720             SET WS-SR-SUB TO WS-SR-IX
011730             MOVE OPH-COUNT TO WS-SR-PRIOR(WS-SR-SUB)
011740             MOVE 'Y' TO WS-SR-PRIOR-SWITCH(WS-SR-SUB)
011750     END-SEARCH.
011760 4100-EXIT.
011770     EXIT.
011780
011790*----------------------------------------------------------------*
011800*    4150-CLEAR-PRIOR                                            *
011810*----------------------------------------------------------------*
011820 4150-CLEAR-PRIOR.
011830     MOVE ZERO TO WS-SR-PRIOR(WS-SR-SUB)
011840     MOVE 'N' TO WS-SR-PRIOR-SWITCH(WS-SR-SUB).
011850
011860*----------------------------------------------------------------*
011870*    5000-FIND-ACTIONS                                           *
011880*    Program status first, then the trial balance, the journal   *
011890*    and the reject and suspense sources.                        *
011900*----------------------------------------------------------------*
011910 5000-FIND-ACTIONS.
011920     IF NOT RUN-CONTROL-OPEN
011930         MOVE 'RUN CONTROL FILE NOT AVAILABLE - STATUS UNKNOWN'
011940             TO WS-ACTION-TEXT
011950         PERFORM 5900-ADD-ACTION
011960     END-IF
011970     PERFORM 5100-CHECK-PROGRAM
011980         VARYING WS-PG-SUB FROM 1 BY 1
011990         UNTIL WS-PG-SUB > WS-PROGRAM-MAX
012000     PERFORM 5200-CHECK-TRIAL-BALANCE
012010     IF WS-JOURNAL-COUNT > ZERO
012020         MOVE WS-JOURNAL-COUNT TO WS-EDIT-COUNT
012030         MOVE SPACES TO WS-ACTION-TEXT
012040         STRING 'CUSTPOST JOURNAL ON FILE (' DELIMITED BY SIZE
012050             WS-EDIT-COUNT DELIMITED BY SIZE
012060             ' IMAGES) - BACK OUT BEFORE RERUN'
012070             DELIMITED BY SIZE INTO WS-ACTION-TEXT
012080         PERFORM 5900-ADD-ACTION
012090     END-IF
012100     IF AUDIT-ENTRY-FOUND
012110         AND WS-AUDIT-ENDING-STATUS NOT = '10'
012120         AND WS-AUDIT-ENDING-STATUS NOT = '00'
012130         MOVE SPACES TO WS-ACTION-TEXT
012140         STRING 'READ_FILE ENDED WITH FILE STATUS '
012150             DELIMITED BY SIZE
012160             WS-AUDIT-ENDING-STATUS DELIMITED BY SIZE
012170             INTO WS-ACTION-TEXT
012180         PERFORM 5900-ADD-ACTION
012190     END-IF
012200     PERFORM 5300-CHECK-SOURCE
012210         VARYING WS-SR-SUB FROM 1 BY 1
012220         UNTIL WS-SR-SUB > WS-SOURCE-MAX.
012230
012240*----------------------------------------------------------------*
012250*    5100-CHECK-PROGRAM                                          *
012260*    Settles CUSTPOST's and READ_FILE's status from what they    *
012270*    leave behind, then flags a run left started and a nightly   *
012280*    program not run. CUSTBAL left started is an unproved day -  *
012290*    5200-CHECK-TRIAL-BALANCE reports that.                      *
012300*----------------------------------------------------------------*
012310 5100-CHECK-PROGRAM.
012320     EVALUATE TRUE
012330         WHEN PG-FROM-JOURNAL(WS-PG-SUB)
012340             IF WS-JOURNAL-COUNT > ZERO
012350                 MOVE 'S' TO WS-PR-STATUS(WS-PG-SUB)
012360             ELSE
012370                 IF WS-PR-ENTRIES(WS-PG-SUB) > ZERO
012380                     MOVE 'C' TO WS-PR-STATUS(WS-PG-SUB)
012390                 END-IF
012400             END-IF
012410         WHEN PG-FROM-AUDIT-LOG(WS-PG-SUB)
012420             IF CHECKPOINT-ON-FILE
012430                 MOVE 'S' TO WS-PR-STATUS(WS-PG-SUB)
012440             ELSE
012450                 IF AUDIT-ENTRY-FOUND
012460                     MOVE 'C' TO WS-PR-STATUS(WS-PG-SUB)
012470                 END-IF
012480             END-IF
012490     END-EVALUATE
012500     MOVE SPACES TO WS-ACTION-TEXT
012510     EVALUATE TRUE
012520         WHEN PR-STARTED(WS-PG-SUB)
012530             AND WS-PG-NAME(WS-PG-SUB) NOT = 'CUSTBAL'
012540             STRING WS-PG-NAME(WS-PG-SUB) DELIMITED BY SPACE
012550                 ' STARTED BUT DID NOT COMPLETE'
012560                 DELIMITED BY SIZE INTO WS-ACTION-TEXT
012570             PERFORM 5900-ADD-ACTION
012580         WHEN PR-NOT-RUN(WS-PG-SUB) AND PG-NIGHTLY(WS-PG-SUB)
012590             AND RUN-CONTROL-OPEN
012600             STRING WS-PG-NAME(WS-PG-SUB) DELIMITED BY SPACE
012610                 ' HAS NOT RUN' DELIMITED BY SIZE
012620                 INTO WS-ACTION-TEXT
012630             PERFORM 5900-ADD-ACTION
012640     END-EVALUATE.
012650
012660*----------------------------------------------------------------*
012670*    5200-CHECK-TRIAL-BALANCE                                    *
012680*    CUSTBAL marks its record complete only on a proved day.     *
012690*----------------------------------------------------------------*
012700 5200-CHECK-TRIAL-BALANCE.
012710     SET WS-PG-IX TO 1
012720     SEARCH WS-PROGRAM-ENTRY
012730         AT END
012740             CONTINUE
012750         WHEN WS-PG-NAME(WS-PG-IX) = 'CUSTBAL'
012760             SET WS-PG-SUB TO WS-PG-IX
012770     END-SEARCH
012780     IF PR-STARTED(WS-PG-SUB)
012790         MOVE SPACES TO WS-ACTION-TEXT
012800         IF TB-PRINTED-TONIGHT
012810             MOVE WS-TB-DIFFERENCE TO WS-EDIT-AMOUNT
012820             STRING 'CUSTBAL DID NOT PROVE - DIFFERENCE '
012830                 DELIMITED BY SIZE
012840                 WS-EDIT-AMOUNT DELIMITED BY SIZE
012850                 INTO WS-ACTION-TEXT
012860         ELSE
012870             MOVE 'CUSTBAL STARTED BUT DID NOT PROVE THE MASTER'
012880                 TO WS-ACTION-TEXT
012890         END-IF
012900         PERFORM 5900-ADD-ACTION
012910     END-IF.
012920
012930*----------------------------------------------------------------*
012940*    5300-CHECK-SOURCE                                           *
012950*    Held posting batches and aged suspense always need someone; *
012960*    any other source needs a look when it has grown overnight.  *
012970*----------------------------------------------------------------*
012980 5300-CHECK-SOURCE.
012990     MOVE SPACES TO WS-ACTION-TEXT
013000     MOVE WS-SR-TODAY(WS-SR-SUB) TO WS-EDIT-COUNT
013010     EVALUATE TRUE
013020         WHEN WS-SR-SUB = WS-POST-HELD-SOURCE
013030             OR WS-SR-SUB = WS-SUSP-AGED-SOURCE
013040             IF WS-SR-TODAY(WS-SR-SUB) > ZERO
013050                 STRING WS-SR-LABEL(WS-SR-SUB) DELIMITED BY '  '
013060                     ':' DELIMITED BY SIZE
013070                     WS-EDIT-COUNT DELIMITED BY SIZE
013080                     ' RECORDS' DELIMITED BY SIZE
013090                     INTO WS-ACTION-TEXT
013100                 PERFORM 5900-ADD-ACTION
013110             END-IF
013120         WHEN SR-PRIOR-FOUND(WS-SR-SUB)
013130             IF WS-SR-TODAY(WS-SR-SUB) > WS-SR-PRIOR(WS-SR-SUB)
013140                 COMPUTE WS-CHANGE = WS-SR-TODAY(WS-SR-SUB)
013150                     - WS-SR-PRIOR(WS-SR-SUB)
013160                 MOVE WS-CHANGE TO WS-EDIT-COUNT
013170                 STRING WS-SR-LABEL(WS-SR-SUB) DELIMITED BY '  '
013180                     ' UP' DELIMITED BY SIZE
013190                     WS-EDIT-COUNT DELIMITED BY SIZE
013200                     ' ON THE PRIOR DAY' DELIMITED BY SIZE
013210                     INTO WS-ACTION-TEXT
013220                 PERFORM 5900-ADD-ACTION
013230             END-IF
013240     END-EVALUATE.
013250
013260*----------------------------------------------------------------*
013270*    5900-ADD-ACTION                                             *
013280*    Past the table's size the items are counted, not kept.      *
013290*----------------------------------------------------------------*
013300 5900-ADD-ACTION.
013310     IF WS-ACTION-COUNT < WS-ACTION-MAX
013320         ADD 1 TO WS-ACTION-COUNT
013330         MOVE WS-ACTION-TEXT TO WS-ACTION-ITEM(WS-ACTION-COUNT)
013340     ELSE
013350         ADD 1 TO WS-ACTION-OVERFLOW
013360     END-IF.
013370
013380*----------------------------------------------------------------*
013390*    6000-PRINT-REPORT                                           *
013400*----------------------------------------------------------------*
013410 6000-PRINT-REPORT.
013420     MOVE WS-REPORT-DATE TO WS-DATE-LINE-DATE
013430     MOVE WS-BUSINESS-DATE-DISPLAY TO WS-DATE-LINE-BUSINESS
013440     WRITE PRINT-LINE FROM WS-TITLE-LINE
013450     WRITE PRINT-LINE FROM WS-DATE-LINE
013460     WRITE PRINT-LINE FROM SPACES
013470     PERFORM 6100-PRINT-ACTIONS
013480     PERFORM 6200-PRINT-PROGRAMS
013490     PERFORM 6400-PRINT-PROOF-AND-JOURNAL
013500     PERFORM 6500-PRINT-SOURCES.
013510
013520*----------------------------------------------------------------*
013530*    6100-PRINT-ACTIONS                                          *
013540*----------------------------------------------------------------*
013550 6100-PRINT-ACTIONS.
013560     MOVE 'ACTION REQUIRED' TO WS-HEADING-LINE
013570     WRITE PRINT-LINE FROM WS-HEADING-LINE
013580     WRITE PRINT-LINE FROM WS-RULE-LINE
013590     IF WS-ACTION-COUNT = ZERO
013600         MOVE 'NONE - THE WINDOW RAN CLEAN' TO WS-AL-TEXT
013610         WRITE PRINT-LINE FROM WS-ACTION-LINE
013620     ELSE
013630         PERFORM 6110-PRINT-ACTION
013640             VARYING WS-ACTION-SUB FROM 1 BY 1
013650             UNTIL WS-ACTION-SUB > WS-ACTION-COUNT
013660     END-IF
013670     IF WS-ACTION-OVERFLOW > ZERO
013680         MOVE WS-ACTION-OVERFLOW TO WS-EDIT-COUNT
013690         MOVE SPACES TO WS-AL-TEXT
013700         STRING 'AND' WS-EDIT-COUNT ' MORE NOT LISTED'
013710             DELIMITED BY SIZE INTO WS-AL-TEXT
013720         WRITE PRINT-LINE FROM WS-ACTION-LINE
013730     END-IF
013740     WRITE PRINT-LINE FROM SPACES.
013750
013760*----------------------------------------------------------------*
013770*    6110-PRINT-ACTION                                           *
013780*----------------------------------------------------------------*
013790 6110-PRINT-ACTION.
013800     MOVE WS-ACTION-ITEM(WS-ACTION-SUB) TO WS-AL-TEXT
013810     WRITE PRINT-LINE FROM WS-ACTION-LINE.
013820
013830*----------------------------------------------------------------*
013840*    6200-PRINT-PROGRAMS                                         *
013850*----------------------------------------------------------------*
013860 6200-PRINT-PROGRAMS.
013870     MOVE 'NIGHTLY WINDOW PROGRAMS' TO WS-HEADING-LINE
013880     WRITE PRINT-LINE FROM WS-HEADING-LINE
013890     WRITE PRINT-LINE FROM WS-RULE-LINE
013900     WRITE PRINT-LINE FROM WS-PROGRAM-HEADING
013910     PERFORM 6210-PRINT-PROGRAM
013920         VARYING WS-PG-SUB FROM 1 BY 1
013930         UNTIL WS-PG-SUB > WS-PROGRAM-MAX
013940     WRITE PRINT-LINE FROM SPACES.
013950
013960*----------------------------------------------------------------*
013970*    6210-PRINT-PROGRAM                                          *
013980*----------------------------------------------------------------*
013990 6210-PRINT-PROGRAM.
014000     MOVE SPACES TO WS-PROGRAM-LINE
014010     MOVE WS-PG-NAME(WS-PG-SUB) TO WS-PL-NAME
014020     EVALUATE TRUE
014030         WHEN PG-NIGHTLY(WS-PG-SUB)
014040             MOVE 'NIGHTLY' TO WS-PL-SCHEDULE
014050         WHEN PG-MONTHLY(WS-PG-SUB)
014060             MOVE 'MONTHLY' TO WS-PL-SCHEDULE
014070         WHEN OTHER
014080             MOVE 'ON DEMAND' TO WS-PL-SCHEDULE
014090     END-EVALUATE
014100     EVALUATE TRUE
014110         WHEN PR-COMPLETE(WS-PG-SUB)
014120             MOVE 'COMPLETE' TO WS-PL-STATUS
014130         WHEN PR-STARTED(WS-PG-SUB)
014140             MOVE 'STARTED - NOT COMPLETE' TO WS-PL-STATUS
014150         WHEN OTHER
014160             MOVE 'NOT RUN' TO WS-PL-STATUS
014170     END-EVALUATE
014180     IF NOT PR-NOT-RUN(WS-PG-SUB)
014190         PERFORM 6220-SET-KEY-COUNTS
014200     END-IF
014210     WRITE PRINT-LINE FROM WS-PROGRAM-LINE.
014220
014230*----------------------------------------------------------------*
014240*    6220-SET-KEY-COUNTS                                         *
014250*    Posting programs show the night's activity entries; the     *
014260*    rest show the count their own output carries.               *
014270*----------------------------------------------------------------*
014280 6220-SET-KEY-COUNTS.
014290     EVALUATE WS-PG-NAME(WS-PG-SUB)
014300         WHEN 'READ_FILE'
014310             IF AUDIT-ENTRY-FOUND
014320                 MOVE WS-AUDIT-RECORDS-READ TO WS-RT-READ
014330                 MOVE WS-AUDIT-ENDING-STATUS TO WS-RT-STATUS
014340                 MOVE WS-READ-TEXT TO WS-PL-COUNTS
014350             END-IF
014360         WHEN 'CUSTMAINT'
014370             MOVE 'REJECTS' TO WS-CT-LABEL
014380             MOVE WS-SR-TODAY(WS-MAINT-REJECT-SOURCE)
014390                 TO WS-CT-COUNT
014400             MOVE WS-COUNT-TEXT TO WS-PL-COUNTS
014410         WHEN 'CUSTBATCH'
014420             MOVE 'REJECTS' TO WS-CT-LABEL
014430             MOVE WS-SR-TODAY(WS-BATCH-REJECT-SOURCE)
014440                 TO WS-CT-COUNT
014450             MOVE WS-COUNT-TEXT TO WS-PL-COUNTS
014460         WHEN 'CUSTLBOX'
014470             MOVE 'UNAPPLIED' TO WS-CT-LABEL
014480             MOVE WS-SR-TODAY(WS-LOCKBOX-SOURCE) TO WS-CT-COUNT
014490             MOVE WS-COUNT-TEXT TO WS-PL-COUNTS
014500         WHEN 'CUSTBAL'
014510             IF TB-PRINTED-TONIGHT
014520                 MOVE WS-TB-VERDICT TO WS-PL-COUNTS
014530             END-IF
014540         WHEN OTHER
014550             IF WS-PR-ENTRIES(WS-PG-SUB) > ZERO
014560                 MOVE WS-PR-POSTED(WS-PG-SUB) TO WS-PT-POSTED
014570                 MOVE WS-PR-NET(WS-PG-SUB) TO WS-PT-NET
014580                 MOVE WS-POSTED-TEXT TO WS-PL-COUNTS
014590             END-IF
014600     END-EVALUATE.
014610
014620*----------------------------------------------------------------*
014630*    6400-PRINT-PROOF-AND-JOURNAL                                *
014640*----------------------------------------------------------------*
014650 6400-PRINT-PROOF-AND-JOURNAL.
014660     MOVE 'TRIAL BALANCE AND POSTING JOURNAL' TO WS-HEADING-LINE
014670     WRITE PRINT-LINE FROM WS-HEADING-LINE
014680     WRITE PRINT-LINE FROM WS-RULE-LINE
014690     SET WS-PG-IX TO 1
014700     SEARCH WS-PROGRAM-ENTRY
014710         AT END
014720             CONTINUE
014730         WHEN WS-PG-NAME(WS-PG-IX) = 'CUSTBAL'
014740             SET WS-PG-SUB TO WS-PG-IX
014750     END-SEARCH
014760     MOVE 'CUSTBAL PROOF .......: ' TO WS-IL-LABEL
014770     EVALUATE TRUE
014780         WHEN PR-COMPLETE(WS-PG-SUB)
014790             MOVE 'PROVED' TO WS-IL-TEXT
014800         WHEN PR-STARTED(WS-PG-SUB)
014810             MOVE 'NOT PROVED' TO WS-IL-TEXT
014820         WHEN OTHER
014830             MOVE 'NOT RUN' TO WS-IL-TEXT
014840     END-EVALUATE
014850     WRITE PRINT-LINE FROM WS-INFO-LINE
014860     MOVE 'TRIAL BALANCE REPORT : ' TO WS-IL-LABEL
014870     IF TB-PRINTED-TONIGHT
014880         MOVE WS-TB-VERDICT TO WS-IL-TEXT
014890         WRITE PRINT-LINE FROM WS-INFO-LINE
014900         MOVE 'DIFFERENCE ..........: ' TO WS-IL-LABEL
014910         MOVE WS-TB-DIFFERENCE TO WS-EDIT-AMOUNT
014920         MOVE WS-EDIT-AMOUNT TO WS-IL-TEXT
014930     ELSE
014940         MOVE 'NONE PRINTED FOR THE BUSINESS DATE' TO WS-IL-TEXT
014950     END-IF
014960     WRITE PRINT-LINE FROM WS-INFO-LINE
014970     MOVE 'CUSTPOST JOURNAL ....: ' TO WS-IL-LABEL
014980     IF WS-JOURNAL-COUNT = ZERO
014990         MOVE 'NONE ON FILE' TO WS-IL-TEXT
015000     ELSE
015010         MOVE WS-JOURNAL-COUNT TO WS-EDIT-COUNT
015020         MOVE SPACES TO WS-IL-TEXT
015030         STRING WS-EDIT-COUNT ' BEFORE-IMAGES ON FILE'
015040             DELIMITED BY SIZE INTO WS-IL-TEXT
015050     END-IF
015060     WRITE PRINT-LINE FROM WS-INFO-LINE
015070     WRITE PRINT-LINE FROM SPACES.
015080
015090*----------------------------------------------------------------*
015100*    6500-PRINT-SOURCES                                          *
015110*----------------------------------------------------------------*
015120 6500-PRINT-SOURCES.
015130     MOVE 'REJECTS AND SUSPENSE BY SOURCE' TO WS-HEADING-LINE
015140     WRITE PRINT-LINE FROM WS-HEADING-LINE
015150     WRITE PRINT-LINE FROM WS-RULE-LINE
015160     WRITE PRINT-LINE FROM WS-SOURCE-HEADING
015170     PERFORM 6510-PRINT-SOURCE
015180         VARYING WS-SR-SUB FROM 1 BY 1
015190         UNTIL WS-SR-SUB > WS-SOURCE-MAX
015200     WRITE PRINT-LINE FROM SPACES
015210     MOVE 'PRIOR DAY ...........: ' TO WS-IL-LABEL
015220     IF WS-PRIOR-DATE = ZERO
015230         MOVE 'NONE ON FILE' TO WS-IL-TEXT
015240     ELSE
015250         MOVE WS-PRIOR-DATE TO WS-IL-TEXT
015260     END-IF
015270     WRITE PRINT-LINE FROM WS-INFO-LINE
015280     MOVE 'SUSPENSE AGING REPORT: ' TO WS-IL-LABEL
015290     IF AGING-REPORT-READ
015300         MOVE SPACES TO WS-IL-TEXT
015310         STRING 'DATED ' WS-AGING-REPORT-DATE
015320             DELIMITED BY SIZE INTO WS-IL-TEXT
015330     ELSE
015340         MOVE 'NOT ON FILE - NO AGED COUNT' TO WS-IL-TEXT
015350     END-IF
015360     WRITE PRINT-LINE FROM WS-INFO-LINE.
015370
015380*----------------------------------------------------------------*
015390*    6510-PRINT-SOURCE                                           *
015400*----------------------------------------------------------------*
015410 6510-PRINT-SOURCE.
015420     MOVE SPACES TO WS-SOURCE-LINE
015430     MOVE WS-SR-LABEL(WS-SR-SUB) TO WS-SL-LABEL
015440     MOVE WS-SR-TODAY(WS-SR-SUB) TO WS-SL-TODAY
015450     IF SR-PRIOR-FOUND(WS-SR-SUB)
015460         MOVE WS-SR-PRIOR(WS-SR-SUB) TO WS-SL-PRIOR
015470         COMPUTE WS-CHANGE = WS-SR-TODAY(WS-SR-SUB)
015480             - WS-SR-PRIOR(WS-SR-SUB)
015490         MOVE WS-CHANGE TO WS-SL-CHANGE
015500     ELSE
015510         MOVE '    N/A' TO WS-SL-PRIOR-X
015520         MOVE '     N/A' TO WS-SL-CHANGE-X
015530     END-IF
015540     WRITE PRINT-LINE FROM WS-SOURCE-LINE.
015550
015560*----------------------------------------------------------------*
015570*    7000-SAVE-COUNTS                                            *
015580*    Tonight's counts go on the history file for tomorrow's      *
015590*    comparison, opened the way READ_FILE opens its audit log.   *
015600*----------------------------------------------------------------*
015610 7000-SAVE-COUNTS.
015620     OPEN EXTEND OPS-HISTORY
015630     IF WS-HISTORY-FILE-STATUS = '05' OR
015640         WS-HISTORY-FILE-STATUS = '35'
015650         OPEN OUTPUT OPS-HISTORY
015660     END-IF
015670     IF WS-HISTORY-FILE-STATUS NOT = '00'
015680         DISPLAY 'Error opening operations history. Status: '
015690             WS-HISTORY-FILE-STATUS
015700     ELSE
015710         PERFORM 7100-WRITE-HISTORY
015720             VARYING WS-SR-SUB FROM 1 BY 1
015730             UNTIL WS-SR-SUB > WS-SOURCE-MAX
015740         CLOSE OPS-HISTORY
015750     END-IF.
015760
015770*----------------------------------------------------------------*
015780*    7100-WRITE-HISTORY                                          *
015790*----------------------------------------------------------------*
015800 7100-WRITE-HISTORY.
015810     MOVE WS-BUSINESS-DATE TO OPH-DATE
015820     MOVE WS-SR-CODE(WS-SR-SUB) TO OPH-SOURCE
015830     MOVE WS-SR-TODAY(WS-SR-SUB) TO OPH-COUNT
015840     WRITE OPS-HISTORY-RECORD
015850     IF WS-HISTORY-FILE-STATUS NOT = '00'
015860         DISPLAY 'Error writing operations history. Status: '
015870             WS-HISTORY-FILE-STATUS
015880     END-IF.
015890
015900*----------------------------------------------------------------*
015910*    8000-PRINT-SUMMARY                                          *
015920*----------------------------------------------------------------*
015930 8000-PRINT-SUMMARY.
015940     DISPLAY '-----------------------------------------------'
015950     DISPLAY 'CUSTOPS CONTROL TOTALS - BUSINESS DATE '
015960         WS-BUSINESS-DATE
015970     DISPLAY 'ACTIVITY ENTRIES ...: ' WS-ACTIVITY-READ-COUNT
015980     DISPLAY 'ENTRIES TONIGHT ....: ' WS-ACTIVITY-USED-COUNT
015990     DISPLAY 'AUDIT LOG ENTRIES ..: ' WS-AUDIT-READ-COUNT
016000     DISPLAY 'HISTORY LINES READ .: ' WS-HISTORY-READ-COUNT
016010     DISPLAY 'PRIOR DAY ..........: ' WS-PRIOR-DATE
016020     DISPLAY 'ACTION ITEMS .......: ' WS-ACTION-COUNT
016030     DISPLAY 'ACTION ITEMS OVER ..: ' WS-ACTION-OVERFLOW
016040     DISPLAY 'SUMMARY WRITTEN TO DATA/CUSTOPS_SUMMARY.prt'
016050     DISPLAY '-----------------------------------------------'.
016060
016070*----------------------------------------------------------------*
016080*    9999-TERMINATE                                              *
016090*----------------------------------------------------------------*
016100 9999-TERMINATE.
016110     CLOSE PRINT-FILE.
