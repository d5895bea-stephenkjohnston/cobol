000274*                  transaction file is rerun - rerunning over     *
000275*                  the journal would double-post and destroy      *
000276*                  the images recovery needs.                     *
000277*  2026-10-15  DP  Written-off accounts: a payment or R record    *
000278*                  posts as a recovery (R ledger entry and GL     *
000279*                  recovery income); a charge or adjustment is    *
000280*                  held as P6 and an R on a live account as P7.   *
000281*                  GL layouts moved to GLINTF; extract appended.  *
000282*  2026-10-15  DP  Ledger entries clear TL-MERGED-FROM-ID,        *
000283*                  added to the ledger layout for CUSTMRGE.       *
000284*  2026-10-15  DP  A posting dated into a month CUSTCLOS has      *
000285*                  closed is held as P8.                          *
000286*  2026-10-15  DP  Posting input now comes in H/T batches         *
000287*                  (PSTTRN layout), proved before any posting; an *
000288*                  unproved batch or unbatched item goes to batch *
000289*                  suspense, and the report gains a proof section.*
000290*  2026-10-15  DP  The journal also carries each customer's R     *
000291*                  entries for the run, and backout mode reverses *
000292*                  them with one positive R entry. The GL extract *
000293*                  is written only at a clean end; none to undo.  *
000294*******************************************************************
000295*  CUSTPOST reads a posting file of P/C/A records keyed on         *
000296*  CUST-ID and applies the amounts against CUSTOMER-FILE:          *
000297*      P - payment (amount is subtracted from CUST-BALANCE)        *
000298*      C - charge  (amount is added to CUST-BALANCE)               *
000299*      A - adjustment (amount is applied with the sign keyed       *
000300*          in PTRAN-SIGN, + or -)                                  *
000301*      R - recovery on a written-off account (posted to recovery   *
000302*          income; CUST-BALANCE is not reopened)                   *
000303*  A posting against a CUST-ID that is not on the master, or       *
000304*  against a closed customer, is written to CUSTPOST-REJECTS       *
000305*  with a reason code instead of being applied, the same way       *
000306*  READ_FILE writes CUSTOMER-REJECTS. A charge that would push     *
000307*  CUST-BALANCE past a non-zero CUST-CREDIT-LIMIT is held as P5.   *
000308*  A payment against a written-off account is taken as a           *
000309*  recovery; charges and adjustments there are held as P6.         *
000310*  A posting dated into a month already closed is held as P8.      *
000311*  Items arrive in batches between an H header and a T trailer.    *
000312*  1500-PROVE-BATCHES first proves each batch's keyed count and    *
000313*  total against its items; only a batch that proves is posted.    *
000314*  Any other record - an unproved batch, an item outside a         *
000315*  batch, a stray trailer - is copied unchanged to                 *
000316*  CUSTPOST_BATCH_SUSPENSE.dat to be corrected and re-keyed.       *
000317*******************************************************************
000320
000330*******************************************************************
000340*                   ENVIRONMENT DIVISION                          *
000434         WITH DUPLICATES
000440     FILE STATUS IS WS-FILE-STATUS.
000450
000451     SELECT RUN-CONTROL-FILE
000452     ASSIGN TO 'DATA/RUN_CONTROL.dat'
000453     ORGANIZATION IS INDEXED
000454     ACCESS MODE IS DYNAMIC
000455     RECORD KEY IS RC-KEY
000456     FILE STATUS IS WS-RC-FILE-STATUS.
000457
000460     SELECT POSTING-FILE
000470     ASSIGN TO 'DATA/CUSTPOST_TRANS.dat'
000480     ORGANIZATION IS LINE SEQUENTIAL
000490     ACCESS MODE IS SEQUENTIAL
000500     FILE STATUS IS WS-POST-FILE-STATUS.
000501
000502     SELECT BATCH-SUSPENSE
000503     ASSIGN TO 'DATA/CUSTPOST_BATCH_SUSPENSE.dat'
000504     ORGANIZATION IS LINE SEQUENTIAL
000505     ACCESS MODE IS SEQUENTIAL
000506     FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
000510
000520     SELECT POSTING-REJECTS
000530     ASSIGN TO 'DATA/CUSTPOST-REJECTS.dat'
000640     COPY CUSTREC.
000650
000660 FD POSTING-FILE.
000670     COPY PSTTRN.
000680
000690*    Held records are the posting records exactly as keyed.      *
000700 FD BATCH-SUSPENSE.
000710 01 BATCH-SUSPENSE-RECORD PIC X(24).
000810
000820 FD POSTING-REJECTS.
000830 01 POSTING-REJECT-RECORD.
000888 FD POSTING-ACTIVITY.
000889     COPY PSTACT.
000891
000894 FD GL-INTERFACE.
000898     COPY GLINTF.
000902
000906 FD RUN-CONTROL-FILE.
000910     COPY RUNCTL.
000916
000917*    The before-image is raw CUSTOMER-RECORD bytes (COMP-3       *
000918*    fields included). Keying the journal on CUST-ID means only  *
000925     02 JRN-DATE PIC 9(8).
000926     02 JRN-TIME PIC 9(6).
000927     02 JRN-BEFORE-IMAGE PIC X(161).
000928     02 JRN-RECOVERY-COUNT PIC 9(5).
000929     02 JRN-RECOVERY-AMOUNT PIC S9(9)V99 COMP-3.
000930
000931 WORKING-STORAGE SECTION.
000933 01 WS-EOF PIC X VALUE 'N'.
000935     88 END-OF-FILE VALUE 'Y'.
000937 01 WS-FILE-STATUS PIC X(2).
000940 01 WS-POST-FILE-STATUS PIC X(2).
000950 01 WS-REJECT-FILE-STATUS PIC X(2).
000951 01 WS-SUSPENSE-FILE-STATUS PIC X(2).
000952 01 WS-LEDGER-FILE-STATUS PIC X(2).
000953 01 WS-RC-FILE-STATUS PIC X(2).
000954 01 WS-ACTIVITY-FILE-STATUS PIC X(2).
000955 01 WS-GL-FILE-STATUS PIC X(2).
000956 01 WS-JOURNAL-FILE-STATUS PIC X(2).
001000 77 WS-TRANS-COUNT PIC 9(9) COMP VALUE ZERO.
001010 77 WS-POSTED-COUNT PIC 9(9) COMP VALUE ZERO.
001020 77 WS-REJECT-COUNT PIC 9(9) COMP VALUE ZERO.
001021 77 WS-RECOVERY-COUNT PIC 9(9) COMP VALUE ZERO.
001022 77 WS-WRITTEN-OFF-COUNT PIC 9(9) COMP VALUE ZERO.
001023 77 WS-CLOSED-PERIOD-COUNT PIC 9(9) COMP VALUE ZERO.
001025 77 WS-ERROR-COUNT PIC 9(9) COMP VALUE ZERO.
001027 77 WS-LEDGER-COUNT PIC 9(9) COMP VALUE ZERO.
001028 77 WS-OVERLIMIT-COUNT PIC 9(9) COMP VALUE ZERO.
001036 77 WS-GL-ADJ-PLUS-COUNT PIC 9(9) COMP VALUE ZERO.
001037 77 WS-GL-ADJ-MINUS-COUNT PIC 9(9) COMP VALUE ZERO.
001038 77 WS-GL-ENTRY-COUNT PIC 9(4) COMP VALUE ZERO.
001039 77 WS-GL-RECOVERY-COUNT PIC 9(9) COMP VALUE ZERO.
001040 01 WS-GL-RECOVERY-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.
001041 01 WS-GL-PAYMENT-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.
001042 01 WS-GL-CHARGE-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.
001043 01 WS-GL-ADJ-PLUS-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.
001151 01 WS-LEDGER-SWITCH PIC X VALUE 'N'.
001152     88 LEDGER-WRITTEN VALUE 'Y'.
001153
001154*----------------------------------------------------------------*
001155*    RECOVERY TOTALS                                             *
001156*    Recoveries posted by a normal run; in backout mode, the     *
001157*    recoveries reversed from the journal.                       *
001158*----------------------------------------------------------------*
001159 01 WS-RECOVERY-AMOUNT PIC S9(9)V99 COMP-3 VALUE ZERO.
001160 01 WS-RECOVERY-AMOUNT-EDITED PIC -ZZZ,ZZZ,ZZ9.99.
001161 77 WS-RECOVERY-REVERSED PIC 9(9) COMP VALUE ZERO.
001162 01 WS-RECOVERY-REVERSED-AMT PIC S9(9)V99 COMP-3 VALUE ZERO.
001163
001164*----------------------------------------------------------------*
001165*    CLOSED-PERIOD WORK AREAS                                    *
001166*    WS-CLOSED-THROUGH is the latest period (YYYYMM) carrying a  *
001167*    complete PERIOD record; zero when nothing is closed yet.    *
001168*----------------------------------------------------------------*
001169 01 WS-CLOSED-THROUGH PIC 9(6) VALUE ZERO.
001170 01 WS-PERIOD-SCAN-SWITCH PIC X VALUE 'N'.
001171     88 END-OF-PERIOD-RECORDS VALUE 'Y'.
001172
001173*----------------------------------------------------------------*
001174*    BATCH PROOF WORK AREAS                                      *
001175*    Pass 1 makes one table entry per H header, in file order;   *
001176*    pass 2 steps through the same entries header by header to   *
001177*    know whether the batch it is in may post. A status of       *
001178*    space means the batch is still open (no trailer seen yet).  *
001179*----------------------------------------------------------------*
001180 77 WS-BATCH-MAX PIC 9(4) COMP VALUE 500.
001181 77 WS-BATCH-COUNT PIC 9(4) COMP VALUE ZERO.
001182 77 WS-BATCH-SUB PIC 9(4) COMP VALUE ZERO.
001183 77 WS-CHECK-SUB PIC 9(4) COMP VALUE ZERO.
001184 77 WS-BALANCED-BATCH-COUNT PIC 9(9) COMP VALUE ZERO.
001185 77 WS-HELD-BATCH-COUNT PIC 9(9) COMP VALUE ZERO.
001186 77 WS-HELD-ITEM-COUNT PIC 9(9) COMP VALUE ZERO.
001187 77 WS-UNBATCHED-COUNT PIC 9(9) COMP VALUE ZERO.
001188 77 WS-STRAY-TRAILER-COUNT PIC 9(9) COMP VALUE ZERO.
001189 01 WS-HELD-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
001190 01 WS-HELD-AMOUNT-EDITED PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001191 01 WS-PROOF-SWITCH PIC X VALUE 'N'.
001192     88 PROOF-BATCH-OPEN VALUE 'Y'.
001193     88 PROOF-BATCH-CLOSED VALUE 'N'.
001194 01 WS-BATCH-POST-SWITCH PIC X VALUE 'U'.
001195     88 BATCH-IS-POSTING VALUE 'P'.
001196     88 BATCH-IS-HELD VALUE 'H'.
001197     88 NO-BATCH-OPEN VALUE 'U'.
001198 01 WS-BATCH-TABLE.
001199     02 WS-BATCH-ENTRY OCCURS 500 TIMES.
001200         03 WS-BT-NUMBER PIC 9(5).
001201         03 WS-BT-OPERATOR PIC X(3).
001202         03 WS-BT-STATUS PIC X(1).
001203             88 BATCH-UNPROVED VALUE SPACE.
001204             88 BATCH-IN-BALANCE VALUE 'B'.
001205             88 BATCH-OUT-OF-BALANCE VALUE 'O'.
001206             88 BATCH-MISMATCH VALUE 'M'.
001207             88 BATCH-BAD-TOTAL VALUE 'T'.
001208             88 BATCH-NO-TRAILER VALUE 'N'.
001209             88 BATCH-DUPLICATE VALUE 'D'.
001210             88 BATCH-BAD-HEADER VALUE 'H'.
001211         03 WS-BT-ENTERED-COUNT PIC 9(5).
001212         03 WS-BT-ENTERED-AMOUNT PIC 9(11)V99.
001213         03 WS-BT-COMPUTED-COUNT PIC 9(5).
001214         03 WS-BT-COMPUTED-AMOUNT PIC 9(11)V99.
001215 01 WS-PROOF-LINE.
001216     02 WS-PL-BATCH PIC 9(5).
001217     02 FILLER PIC X(1).
001218     02 WS-PL-OPERATOR PIC X(3).
001219     02 FILLER PIC X(1).
001220     02 WS-PL-ENTERED-COUNT PIC ZZZZ9.
001221     02 FILLER PIC X(1).
001222     02 WS-PL-ENTERED-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001223     02 FILLER PIC X(1).
001224     02 WS-PL-COMPUTED-COUNT PIC ZZZZ9.
001225     02 FILLER PIC X(1).
001226     02 WS-PL-COMPUTED-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001227     02 FILLER PIC X(1).
001228     02 WS-PL-RESULT PIC X(15).
001229
001230*******************************************************************
001231*                       PROCEDURE DIVISION                        *
001232*******************************************************************
001233 PROCEDURE DIVISION.
001234
001235*----------------------------------------------------------------*
001236*    0000-MAINLINE                                                *
001237*----------------------------------------------------------------*
001240 0000-MAINLINE.
001242     PERFORM 0100-GET-RUN-MODE
001244     IF BACKOUT-MODE
001246         PERFORM 7000-BACKOUT-RUN
001248     ELSE
001250         PERFORM 1000-INITIALIZE
001255         PERFORM 1500-PROVE-BATCHES
001260         PERFORM 2000-PROCESS-POSTINGS THRU 2000-EXIT
001270             UNTIL END-OF-FILE
001280         PERFORM 8000-PRINT-TOTALS
001282         PERFORM 8100-PRINT-BATCH-PROOF
001285         PERFORM 8500-WRITE-ACTIVITY
001287         PERFORM 8600-WRITE-GL-EXTRACT THRU 8600-EXIT
001288         PERFORM 8700-CLEAR-JOURNAL
001390             WS-FILE-STATUS
001400         STOP RUN
001410     END-IF
001415     PERFORM 1200-LOAD-CLOSED-PERIOD
001420     OPEN INPUT POSTING-FILE
001430     IF WS-POST-FILE-STATUS NOT = '00'
001440         DISPLAY 'Error opening posting file. Status: '
001450             WS-POST-FILE-STATUS
001451         STOP RUN
001452     END-IF
001453     OPEN OUTPUT BATCH-SUSPENSE
001454     IF WS-SUSPENSE-FILE-STATUS NOT = '00'
001455         DISPLAY 'Error opening batch suspense file. Status: '
001456             WS-SUSPENSE-FILE-STATUS
001460         STOP RUN
001470     END-IF
001480     OPEN OUTPUT POSTING-REJECTS
001543         STOP RUN
001544     END-IF
001545     PERFORM 1100-CHECK-PRIOR-JOURNAL THRU 1100-EXIT
001546     PERFORM 1150-OPEN-JOURNAL
001547     IF WS-JOURNAL-FILE-STATUS NOT = '00'
001548         DISPLAY 'Error opening posting journal. Status: '
001549             WS-JOURNAL-FILE-STATUS
001600         AT END
001610             SET END-OF-FILE TO TRUE
001620             GO TO 2000-EXIT
001622     END-READ
001624     IF PTRAN-IS-BATCH-HEADER
001626         PERFORM 2010-START-BATCH
001628         GO TO 2000-EXIT
001630     END-IF
001632     IF PTRAN-IS-BATCH-TRAILER
001634         PERFORM 2020-END-BATCH
001636         GO TO 2000-EXIT
001638     END-IF
001640     ADD 1 TO WS-TRANS-COUNT
001642     IF NOT BATCH-IS-POSTING
001644         PERFORM 2030-HOLD-RECORD
001646         GO TO 2000-EXIT
001648     END-IF
001650     PERFORM 2100-EDIT-POSTING
001660     IF POSTING-REJECTED
001670         PERFORM 2400-WRITE-REJECT
001680     ELSE
001690         PERFORM 2200-APPLY-POSTING
001700     END-IF.
001720 2000-EXIT.
001730     EXIT.
001740
001770*    The transaction itself must carry a valid code, a numeric   *
001780*    CUST-ID, a numeric amount, and a numeric date before it is  *
001790*    taken to the master. An adjustment must also carry a + or - *
001795*    sign. R (recovery) is accepted here; whether the account is *
001800*    actually written off is settled against the master.         *
001805*    A good transaction dated into a closed month is held as P8. *
001810*----------------------------------------------------------------*
001820 2100-EDIT-POSTING.
001830     SET POSTING-VALID TO TRUE
001840     MOVE SPACES TO WS-REASON-CODE
001850     MOVE SPACES TO WS-REASON-TEXT
001860     IF NOT PTRAN-IS-PAYMENT AND NOT PTRAN-IS-CHARGE AND
001870         NOT PTRAN-IS-ADJUSTMENT AND NOT PTRAN-IS-RECOVERY
001880         SET POSTING-REJECTED TO TRUE
001890         MOVE 'P3' TO WS-REASON-CODE
001900         MOVE 'INVALID TRANS-CODE' TO WS-REASON-TEXT
001980             SET POSTING-REJECTED TO TRUE
001990             MOVE 'P4' TO WS-REASON-CODE
002000             MOVE 'INVALID TRANS FIELDS' TO WS-REASON-TEXT
002001         END-IF
002002         IF POSTING-VALID AND
002003             PTRAN-DATE(1:6) NOT > WS-CLOSED-THROUGH
002004             SET POSTING-REJECTED TO TRUE
002005             MOVE 'P8' TO WS-REASON-CODE
002006             MOVE 'PERIOD CLOSED' TO WS-REASON-TEXT
002007             ADD 1 TO WS-CLOSED-PERIOD-COUNT
002010         END-IF
002020     END-IF.
002030
002190                 MOVE 'CUSTOMER CLOSED' TO WS-REASON-TEXT
002200                 PERFORM 2400-WRITE-REJECT
002210             ELSE
002211                 IF NOT CUST-STATUS-WRITTEN-OFF AND
002212                     PTRAN-IS-CHARGE AND
002213                     CUST-CREDIT-LIMIT > ZERO AND
002214                     CUST-BALANCE + PTRAN-AMOUNT >
002215                         CUST-CREDIT-LIMIT
002219                     ADD 1 TO WS-OVERLIMIT-COUNT
002221                     PERFORM 2400-WRITE-REJECT
002222                 ELSE
002223                     PERFORM 2260-ROUTE-POSTING
002224                 END-IF
002230             END-IF
002240     END-READ.
002557     MOVE 1 TO TL-SEQ
002558     MOVE PTRAN-CODE TO TL-TRANS-CODE
002559     MOVE WS-SIGNED-AMOUNT TO TL-AMOUNT
002560     MOVE ZERO TO TL-MERGED-FROM-ID
002561     MOVE CUST-BALANCE TO TL-RESULT-BALANCE
002562     MOVE 'N' TO WS-LEDGER-SWITCH
002563     PERFORM 2360-WRITE-ONE-LEDGER THRU 2360-EXIT
002627     MOVE WS-ACTIVITY-DATE TO JRN-DATE
002628     MOVE WS-CURRENT-TIME(1:6) TO JRN-TIME
002629     MOVE CUSTOMER-RECORD TO JRN-BEFORE-IMAGE
002630     MOVE ZERO TO JRN-RECOVERY-COUNT JRN-RECOVERY-AMOUNT
002631     WRITE JOURNAL-RECORD
002632         INVALID KEY
002633             CONTINUE
002747     DISPLAY '-----------------------------------------------'
002748     DISPLAY 'CUSTPOST BACKOUT TOTALS'
002749     DISPLAY 'BALANCES RESTORED ..: ' WS-BACKOUT-COUNT
002750     PERFORM 7050-SHOW-RECOVERIES
002751     DISPLAY 'POSTINGS IN ERROR ..: ' WS-ERROR-COUNT
002752     DISPLAY 'NET REVERSED .......: ' WS-REVERSAL-NET-EDITED
002753     CLOSE CUSTOMER-FILE
002805             GO TO 7100-EXIT
002806     END-REWRITE
002807     ADD 1 TO WS-BACKOUT-COUNT
002808     PERFORM 7300-REVERSE-RECOVERIES THRU 7300-EXIT
002809     IF WS-REVERSAL-AMOUNT NOT = ZERO
002810         PERFORM 7200-WRITE-REVERSAL-LEDGER
002811     END-IF.
002829     MOVE WS-REVERSAL-AMOUNT TO TL-AMOUNT
002830     MOVE CUST-BALANCE TO TL-RESULT-BALANCE
002831     MOVE 'N' TO WS-LEDGER-SWITCH
002833     MOVE ZERO TO TL-MERGED-FROM-ID
002835     ADD WS-REVERSAL-AMOUNT TO WS-REVERSAL-NET
002839     PERFORM 2360-WRITE-ONE-LEDGER THRU 2360-EXIT
002849         UNTIL LEDGER-WRITTEN OR TL-SEQ > 9998
002859     IF LEDGER-WRITTEN
002959*----------------------------------------------------------------*
002969 8000-PRINT-TOTALS.
002979     MOVE WS-NET-AMOUNT TO WS-NET-AMOUNT-EDITED
002984     MOVE WS-RECOVERY-AMOUNT TO WS-RECOVERY-AMOUNT-EDITED
002989     DISPLAY '-----------------------------------------------'
002999     DISPLAY 'CUSTPOST CONTROL TOTALS'
003009     DISPLAY 'TRANSACTIONS READ ..: ' WS-TRANS-COUNT
003019     DISPLAY 'POSTINGS APPLIED ...: ' WS-POSTED-COUNT
003029     DISPLAY 'POSTINGS REJECTED ..: ' WS-REJECT-COUNT
003039     DISPLAY 'HELD OVER LIMIT ....: ' WS-OVERLIMIT-COUNT
003040     DISPLAY 'HELD WRITTEN OFF ...: ' WS-WRITTEN-OFF-COUNT
003041     DISPLAY 'HELD PERIOD CLOSED .: ' WS-CLOSED-PERIOD-COUNT
003042     DISPLAY 'HELD IN SUSPENSE ...: ' WS-HELD-ITEM-COUNT
003043     DISPLAY 'RECOVERIES POSTED ..: ' WS-RECOVERY-COUNT
003044     DISPLAY 'RECOVERY AMOUNT ....: ' WS-RECOVERY-AMOUNT-EDITED
003049     DISPLAY 'POSTINGS IN ERROR ..: ' WS-ERROR-COUNT
003059     DISPLAY 'LEDGER RECORDS .....: ' WS-LEDGER-COUNT
003069     DISPLAY 'JOURNAL RECORDS ....: ' WS-JOURNAL-COUNT
003449*    amount tie to POSTINGS APPLIED and NET AMOUNT POSTED.       *
003459*    Records are cleared to spaces before the field moves - the  *
003469*    FILE SECTION VALUE clauses do not apply at WRITE time.      *
003472*    The file is extended, not replaced: other runs append       *
003475*    their own batches for the same pickup.                      *
003479*----------------------------------------------------------------*
003489 8600-WRITE-GL-EXTRACT.
003492     OPEN EXTEND GL-INTERFACE
003495     IF WS-GL-FILE-STATUS = '35'
003499         OPEN OUTPUT GL-INTERFACE
003504     END-IF
003509     IF WS-GL-FILE-STATUS NOT = '00'
003519         DISPLAY 'Error opening GL interface file. Status: '
003529             WS-GL-FILE-STATUS
003899         MOVE WS-GL-ADJ-MINUS-AMOUNT TO GLD-AMOUNT
003909         PERFORM 8610-WRITE-GL-DETAIL
003919         ADD WS-GL-ADJ-MINUS-AMOUNT TO WS-GL-AMOUNT-HASH
003920     END-IF
003921     IF WS-GL-RECOVERY-COUNT > ZERO
003922         MOVE 'R ' TO GLD-TRANS-TYPE
003923         MOVE 'C' TO GLD-DR-CR
003924         MOVE WS-GL-RECOVERY-COUNT TO GLD-COUNT
003925         MOVE WS-GL-RECOVERY-AMOUNT TO GLD-AMOUNT
003926         PERFORM 8610-WRITE-GL-DETAIL
003927         ADD WS-GL-RECOVERY-AMOUNT TO WS-GL-AMOUNT-HASH
003929     END-IF
003939     MOVE SPACES TO GL-TRAILER-RECORD
003949     MOVE 'T' TO GLT-REC-TYPE
004469     CLOSE CUSTOMER-FILE
004479     CLOSE POSTING-FILE
004489     CLOSE POSTING-REJECTS
004494     CLOSE BATCH-SUSPENSE
004499     CLOSE TRAN-LEDGER.
004509
004519*----------------------------------------------------------------*
004529*    1150-OPEN-JOURNAL                                           *
004539*    The journal is started empty, then reopened I-O so that     *
004549*    2510-JOURNAL-RECOVERY can add to a customer's record when   *
004559*    a second recovery is posted against it in the same run.     *
004569*----------------------------------------------------------------*
004579 1150-OPEN-JOURNAL.
004589     OPEN OUTPUT JOURNAL-FILE
004599     CLOSE JOURNAL-FILE
004609     OPEN I-O JOURNAL-FILE.
004619
004629*----------------------------------------------------------------*
004639*    1200-LOAD-CLOSED-PERIOD                                     *
004649*    CUSTCLOS writes one PERIOD record per month it closes. The  *
004659*    close only ever moves forward, so every period up to the    *
004669*    latest complete one is closed.                              *
004679*----------------------------------------------------------------*
004689 1200-LOAD-CLOSED-PERIOD.
004699     OPEN INPUT RUN-CONTROL-FILE
004709     IF WS-RC-FILE-STATUS NOT = '00'
004719         MOVE ZERO TO WS-CLOSED-THROUGH
004729     ELSE
004739         MOVE 'PERIOD' TO RC-PROGRAM
004749         MOVE ZERO TO RC-RUN-DATE
004759         START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-KEY
004769             INVALID KEY
004779                 SET END-OF-PERIOD-RECORDS TO TRUE
004789         END-START
004799         PERFORM 1210-READ-PERIOD-RECORD THRU 1210-EXIT
004809             UNTIL END-OF-PERIOD-RECORDS
004819         CLOSE RUN-CONTROL-FILE
004829     END-IF
004839     IF WS-CLOSED-THROUGH NOT = ZERO
004849         DISPLAY 'PERIODS CLOSED THROUGH ' WS-CLOSED-THROUGH
004859     END-IF.
004869
004879*----------------------------------------------------------------*
004889*    1210-READ-PERIOD-RECORD                                     *
004899*----------------------------------------------------------------*
004909 1210-READ-PERIOD-RECORD.
004919     READ RUN-CONTROL-FILE NEXT RECORD
004929         AT END
004939             SET END-OF-PERIOD-RECORDS TO TRUE
004949             GO TO 1210-EXIT
004959     END-READ
004969     IF RC-PROGRAM NOT = 'PERIOD'
004979         SET END-OF-PERIOD-RECORDS TO TRUE
004989         GO TO 1210-EXIT
004999     END-IF
005009     IF RC-RUN-COMPLETE
005019         MOVE RC-RUN-DATE(1:6) TO WS-CLOSED-THROUGH
005029     END-IF.
005039 1210-EXIT.
005049     EXIT.
005059
005069*----------------------------------------------------------------*
005079*    1500-PROVE-BATCHES                                          *
005089*    Pass 1: every batch is proved before any item is applied,   *
005099*    then the posting file is reopened for pass 2. A batch still *
005109*    open at end of file never got its trailer.                  *
005119*----------------------------------------------------------------*
005129 1500-PROVE-BATCHES.
005139     PERFORM 1510-PROVE-ONE-RECORD THRU 1510-EXIT
005149         UNTIL END-OF-FILE
005159     PERFORM 1530-CLOSE-PROOF-BATCH
005169     CLOSE POSTING-FILE
005179     OPEN INPUT POSTING-FILE
005189     IF WS-POST-FILE-STATUS NOT = '00'
005199         DISPLAY 'Error reopening posting file. Status: '
005209             WS-POST-FILE-STATUS
005219         STOP RUN
005229     END-IF
005239     MOVE 'N' TO WS-EOF
005249     MOVE ZERO TO WS-BATCH-SUB.
005259
005269*----------------------------------------------------------------*
005279*    1510-PROVE-ONE-RECORD                                       *
005289*    An item adds into the open batch's computed count and       *
005299*    total; a non-numeric amount is counted but left out of the  *
005309*    total, so its batch cannot prove.                           *
005319*----------------------------------------------------------------*
005329 1510-PROVE-ONE-RECORD.
005339     READ POSTING-FILE
005349         AT END
005359             SET END-OF-FILE TO TRUE
005369             GO TO 1510-EXIT
005379     END-READ
005389     EVALUATE TRUE
005399         WHEN PTRAN-IS-BATCH-HEADER
005409             PERFORM 1520-OPEN-PROOF-BATCH
005419         WHEN PTRAN-IS-BATCH-TRAILER
005429             PERFORM 1550-PROVE-TRAILER THRU 1550-EXIT
005439         WHEN PROOF-BATCH-OPEN
005449             ADD 1 TO WS-BT-COMPUTED-COUNT(WS-BATCH-SUB)
005459             IF PTRAN-AMOUNT IS NUMERIC
005469                 ADD PTRAN-AMOUNT
005479                     TO WS-BT-COMPUTED-AMOUNT(WS-BATCH-SUB)
005489             END-IF
005499         WHEN OTHER
005509             ADD 1 TO WS-UNBATCHED-COUNT
005519     END-EVALUATE.
005529 1510-EXIT.
005539     EXIT.
005549
005559*----------------------------------------------------------------*
005569*    1520-OPEN-PROOF-BATCH                                       *
005579*    A header with no usable batch number, or one repeating an   *
005589*    earlier batch on the file, is held however it adds up - a   *
005599*    repeated number is most often the same tape keyed twice.    *
005609*----------------------------------------------------------------*
005619 1520-OPEN-PROOF-BATCH.
005629     PERFORM 1530-CLOSE-PROOF-BATCH
005639     IF WS-BATCH-COUNT NOT < WS-BATCH-MAX
005649         DISPLAY 'RUN REFUSED - MORE THAN 500 BATCHES ON THE '
005659             'POSTING FILE'
005669         STOP RUN
005679     END-IF
005689     ADD 1 TO WS-BATCH-COUNT
005699     MOVE WS-BATCH-COUNT TO WS-BATCH-SUB
005709     MOVE SPACE TO WS-BT-STATUS(WS-BATCH-SUB)
005719     MOVE PBH-OPERATOR TO WS-BT-OPERATOR(WS-BATCH-SUB)
005729     MOVE ZERO TO WS-BT-ENTERED-COUNT(WS-BATCH-SUB)
005739     MOVE ZERO TO WS-BT-ENTERED-AMOUNT(WS-BATCH-SUB)
005749     MOVE ZERO TO WS-BT-COMPUTED-COUNT(WS-BATCH-SUB)
005759     MOVE ZERO TO WS-BT-COMPUTED-AMOUNT(WS-BATCH-SUB)
005769     SET PROOF-BATCH-OPEN TO TRUE
005779     IF PBH-BATCH IS NOT NUMERIC OR PBH-BATCH = ZERO
005789         MOVE ZERO TO WS-BT-NUMBER(WS-BATCH-SUB)
005799         SET BATCH-BAD-HEADER(WS-BATCH-SUB) TO TRUE
005809     ELSE
005819         MOVE PBH-BATCH TO WS-BT-NUMBER(WS-BATCH-SUB)
005829         PERFORM 1525-CHECK-DUPLICATE
005839             VARYING WS-CHECK-SUB FROM 1 BY 1
005849             UNTIL WS-CHECK-SUB NOT < WS-BATCH-SUB
005859     END-IF.
005869
005879*----------------------------------------------------------------*
005889*    1525-CHECK-DUPLICATE                                        *
005899*----------------------------------------------------------------*
005909 1525-CHECK-DUPLICATE.
005919     IF WS-BT-NUMBER(WS-CHECK-SUB) = WS-BT-NUMBER(WS-BATCH-SUB)
005929         SET BATCH-DUPLICATE(WS-BATCH-SUB) TO TRUE
005939     END-IF.
005949
005959*----------------------------------------------------------------*
005969*    1530-CLOSE-PROOF-BATCH                                      *
005979*    Closes a batch that is still open when the next header or   *
005989*    end of file arrives: it never got its trailer.              *
005999*----------------------------------------------------------------*
006009 1530-CLOSE-PROOF-BATCH.
006019     IF PROOF-BATCH-OPEN
006029         IF BATCH-UNPROVED(WS-BATCH-SUB)
006039             SET BATCH-NO-TRAILER(WS-BATCH-SUB) TO TRUE
006049         END-IF
006059         SET PROOF-BATCH-CLOSED TO TRUE
006069     END-IF.
006079
006089*----------------------------------------------------------------*
006099*    1550-PROVE-TRAILER                                          *
006109*    The T record must carry the open batch's number, and its    *
006119*    count and total must equal what the items add up to. A      *
006129*    trailer with no batch open is counted as stray.             *
006139*----------------------------------------------------------------*
006149 1550-PROVE-TRAILER.
006159     IF PROOF-BATCH-CLOSED
006169         ADD 1 TO WS-STRAY-TRAILER-COUNT
006179         GO TO 1550-EXIT
006189     END-IF
006199     SET PROOF-BATCH-CLOSED TO TRUE
006209     IF PBT-ITEM-COUNT IS NOT NUMERIC OR
006219         PBT-AMOUNT-TOTAL IS NOT NUMERIC
006229         IF BATCH-UNPROVED(WS-BATCH-SUB)
006239             SET BATCH-BAD-TOTAL(WS-BATCH-SUB) TO TRUE
006249         END-IF
006259         GO TO 1550-EXIT
006269     END-IF
006279     MOVE PBT-ITEM-COUNT TO WS-BT-ENTERED-COUNT(WS-BATCH-SUB)
006289     MOVE PBT-AMOUNT-TOTAL TO WS-BT-ENTERED-AMOUNT(WS-BATCH-SUB)
006299     IF NOT BATCH-UNPROVED(WS-BATCH-SUB)
006309         GO TO 1550-EXIT
006319     END-IF
006329     IF PBT-BATCH IS NOT NUMERIC OR
006339         PBT-BATCH NOT = WS-BT-NUMBER(WS-BATCH-SUB)
006349         SET BATCH-MISMATCH(WS-BATCH-SUB) TO TRUE
006359     ELSE
006369         IF PBT-ITEM-COUNT =
006379             WS-BT-COMPUTED-COUNT(WS-BATCH-SUB) AND
006389             PBT-AMOUNT-TOTAL =
006399             WS-BT-COMPUTED-AMOUNT(WS-BATCH-SUB)
006409             SET BATCH-IN-BALANCE(WS-BATCH-SUB) TO TRUE
006419         ELSE
006429             SET BATCH-OUT-OF-BALANCE(WS-BATCH-SUB) TO TRUE
006439         END-IF
006449     END-IF.
006459 1550-EXIT.
006469     EXIT.
006479
006489*----------------------------------------------------------------*
006499*    2010-START-BATCH                                            *
006509*    Headers arrive in the same order pass 1 tabled them, so the *
006519*    next entry is this batch's proof.                           *
006529*----------------------------------------------------------------*
006539 2010-START-BATCH.
006549     ADD 1 TO WS-BATCH-SUB
006559     IF BATCH-IN-BALANCE(WS-BATCH-SUB)
006569         SET BATCH-IS-POSTING TO TRUE
006579     ELSE
006589         SET BATCH-IS-HELD TO TRUE
006599         PERFORM 2030-HOLD-RECORD
006609     END-IF.
006619
006629*----------------------------------------------------------------*
006639*    2020-END-BATCH                                              *
006649*----------------------------------------------------------------*
006659 2020-END-BATCH.
006669     IF NOT BATCH-IS-POSTING
006679         PERFORM 2030-HOLD-RECORD
006689     END-IF
006699     SET NO-BATCH-OPEN TO TRUE.
006709
006719*----------------------------------------------------------------*
006729*    2030-HOLD-RECORD                                            *
006739*    Copies the record as keyed to the batch suspense file.      *
006749*----------------------------------------------------------------*
006759 2030-HOLD-RECORD.
006769     WRITE BATCH-SUSPENSE-RECORD FROM POSTING-RECORD
006779     IF NOT PTRAN-IS-BATCH-HEADER AND NOT PTRAN-IS-BATCH-TRAILER
006789         ADD 1 TO WS-HELD-ITEM-COUNT
006799         IF PTRAN-AMOUNT IS NUMERIC
006809             ADD PTRAN-AMOUNT TO WS-HELD-AMOUNT
006819         END-IF
006829     END-IF.
006839
006849*----------------------------------------------------------------*
006859*    2250-APPLY-WRITTEN-OFF                                      *
006869*    A written-off receivable stays written off. Money received  *
006879*    on it - a keyed or lockbox P, or an explicit R - posts as a *
006889*    recovery; anything that would add to or adjust the old      *
006899*    balance is held. An R against an account that was never     *
006909*    written off is held too, so it cannot bypass the master.    *
006919*----------------------------------------------------------------*
006929 2250-APPLY-WRITTEN-OFF.
006939     EVALUATE TRUE
006949         WHEN NOT CUST-STATUS-WRITTEN-OFF
006959             SET POSTING-REJECTED TO TRUE
006969             MOVE 'P7' TO WS-REASON-CODE
006979             MOVE 'NOT WRITTEN OFF' TO WS-REASON-TEXT
006989             PERFORM 2400-WRITE-REJECT
006999         WHEN PTRAN-IS-PAYMENT OR PTRAN-IS-RECOVERY
007009             PERFORM 2500-POST-RECOVERY
007019         WHEN OTHER
007029             SET POSTING-REJECTED TO TRUE
007039             MOVE 'P6' TO WS-REASON-CODE
007049             MOVE 'ACCOUNT WRITTEN OFF' TO WS-REASON-TEXT
007059             ADD 1 TO WS-WRITTEN-OFF-COUNT
007069             PERFORM 2400-WRITE-REJECT
007079     END-EVALUATE.
007089
007099*----------------------------------------------------------------*
007109*    2260-ROUTE-POSTING                                          *
007119*    A written-off account, or an R record against any account,  *
007129*    goes to 2250-APPLY-WRITTEN-OFF; everything else is posted   *
007139*    to the master.                                              *
007149*----------------------------------------------------------------*
007159 2260-ROUTE-POSTING.
007169     IF CUST-STATUS-WRITTEN-OFF OR PTRAN-IS-RECOVERY
007179         PERFORM 2250-APPLY-WRITTEN-OFF
007189     ELSE
007199         PERFORM 2300-POST-TO-MASTER
007209     END-IF.
007219
007229*----------------------------------------------------------------*
007239*    2500-POST-RECOVERY                                          *
007249*    The posting is re-coded R so the ledger and the GL extract  *
007259*    both carry it as a recovery. CUST-BALANCE stays at zero and *
007269*    the master is not rewritten, and the net amount posted      *
007279*    (which CUSTBAL proves) is unchanged; the R ledger entry     *
007289*    records the amount collected with the unchanged balance as  *
007299*    its result. Once the entry is on the ledger it is added to  *
007309*    the customer's journal record, so a backout can reverse it. *
007319*    Recoveries are kept in their own GL bucket - they credit    *
007329*    recovery income, not the receivable.                        *
007339*----------------------------------------------------------------*
007349 2500-POST-RECOVERY.
007359     MOVE 'R' TO PTRAN-CODE
007369     COMPUTE WS-SIGNED-AMOUNT = ZERO - PTRAN-AMOUNT
007379     ADD 1 TO WS-POSTED-COUNT
007389     ADD 1 TO WS-RECOVERY-COUNT
007399     ADD PTRAN-AMOUNT TO WS-RECOVERY-AMOUNT
007409     PERFORM 2350-WRITE-LEDGER
007419     IF LEDGER-WRITTEN
007429         PERFORM 2510-JOURNAL-RECOVERY
007439     END-IF
007449     ADD 1 TO WS-GL-RECOVERY-COUNT
007459     ADD PTRAN-AMOUNT TO WS-GL-RECOVERY-AMOUNT.
007469
007479*----------------------------------------------------------------*
007489*    2510-JOURNAL-RECOVERY                                       *
007499*    The customer's journal record carries the count and total   *
007509*    of recoveries this run has put on the ledger. The master is *
007519*    not changed by a recovery, so a first touch journals the    *
007529*    record as read - the image a backout restores unchanged.    *
007539*----------------------------------------------------------------*
007549 2510-JOURNAL-RECOVERY.
007559     MOVE CUST-ID TO JRN-CUST-ID
007569     READ JOURNAL-FILE
007579         INVALID KEY
007589             MOVE WS-ACTIVITY-DATE TO JRN-DATE
007599             MOVE WS-CURRENT-TIME(1:6) TO JRN-TIME
007609             MOVE CUSTOMER-RECORD TO JRN-BEFORE-IMAGE
007619             MOVE 1 TO JRN-RECOVERY-COUNT
007629             MOVE PTRAN-AMOUNT TO JRN-RECOVERY-AMOUNT
007639             WRITE JOURNAL-RECORD
007649                 INVALID KEY
007659                     ADD 1 TO WS-ERROR-COUNT
007669                 NOT INVALID KEY
007679                     ADD 1 TO WS-JOURNAL-COUNT
007689             END-WRITE
007699         NOT INVALID KEY
007709             ADD 1 TO JRN-RECOVERY-COUNT
007719             ADD PTRAN-AMOUNT TO JRN-RECOVERY-AMOUNT
007729             REWRITE JOURNAL-RECORD
007739                 INVALID KEY
007749                     ADD 1 TO WS-ERROR-COUNT
007759             END-REWRITE
007769     END-READ
007779     IF WS-JOURNAL-FILE-STATUS NOT = '00'
007789         DISPLAY 'RECOVERY NOT JOURNALED FOR CUST-ID: '
007799             PTRAN-CUST-ID ' Status: ' WS-JOURNAL-FILE-STATUS
007809     END-IF.
007819
007829*----------------------------------------------------------------*
007839*    7050-SHOW-RECOVERIES                                        *
007849*----------------------------------------------------------------*
007859 7050-SHOW-RECOVERIES.
007869     MOVE WS-RECOVERY-REVERSED-AMT TO WS-RECOVERY-AMOUNT-EDITED
007879     DISPLAY 'RECOVERIES REVERSED : ' WS-RECOVERY-REVERSED
007889     DISPLAY 'RECOVERY AMOUNT ....: ' WS-RECOVERY-AMOUNT-EDITED.
007899
007909*----------------------------------------------------------------*
007919*    7300-REVERSE-RECOVERIES                                     *
007929*    One R entry for the journaled recovery total with the sign  *
007939*    turned positive, so the run's R entries net to zero and a   *
007949*    rerun's recoveries are not counted twice. Like any R entry  *
007959*    it leaves the balance where it stands.                      *
007969*    Nothing is reversed on the GL: the extract is written only  *
007979*    at a clean end, so the abended run never sent one.          *
007989*----------------------------------------------------------------*
007999 7300-REVERSE-RECOVERIES.
008009     IF JRN-RECOVERY-COUNT = ZERO
008019         GO TO 7300-EXIT
008029     END-IF
008039     MOVE JRN-CUST-ID TO TL-CUST-ID
008049     MOVE WS-ACTIVITY-DATE(1:4) TO TL-POST-YEAR
008059     MOVE WS-ACTIVITY-DATE(5:2) TO TL-POST-MONTH
008069     MOVE WS-ACTIVITY-DATE(7:2) TO TL-POST-DAY
008079     MOVE 1 TO TL-SEQ
008089     MOVE ZERO TO TL-MERGED-FROM-ID
008099     MOVE 'R' TO TL-TRANS-CODE
008109     MOVE JRN-RECOVERY-AMOUNT TO TL-AMOUNT
008119     MOVE CUST-BALANCE TO TL-RESULT-BALANCE
008129     MOVE 'N' TO WS-LEDGER-SWITCH
008139     PERFORM 2360-WRITE-ONE-LEDGER THRU 2360-EXIT
008149         UNTIL LEDGER-WRITTEN OR TL-SEQ > 9998
008159     IF LEDGER-WRITTEN
008169         ADD 1 TO WS-LEDGER-COUNT
008179         ADD JRN-RECOVERY-COUNT TO WS-RECOVERY-REVERSED
008189         ADD JRN-RECOVERY-AMOUNT TO WS-RECOVERY-REVERSED-AMT
008199     ELSE
008209         ADD 1 TO WS-ERROR-COUNT
008219         DISPLAY 'LEDGER SEQ EXHAUSTED FOR CUST-ID: '
008229             JRN-CUST-ID
008239     END-IF.
008249 7300-EXIT.
008259     EXIT.
008269
008279*----------------------------------------------------------------*
008289*    8100-PRINT-BATCH-PROOF                                      *
008299*    Entered is what the trailer carried from the tape; computed *
008309*    is what the batch's items add up to.                        *
008319*----------------------------------------------------------------*
008329 8100-PRINT-BATCH-PROOF.
008339     DISPLAY 'CUSTPOST BATCH PROOF'
008349     DISPLAY '          ------- ENTERED ------- '
008359         '------- COMPUTED ------'
008369     DISPLAY 'BATCH OPR COUNT            AMOUNT '
008379         'COUNT            AMOUNT RESULT'
008389     PERFORM 8110-PRINT-BATCH-LINE
008399         VARYING WS-BATCH-SUB FROM 1 BY 1
008409         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
008419     IF WS-BATCH-COUNT = ZERO
008429         DISPLAY 'NO BATCH HEADERS ON POSTING FILE'
008439     END-IF
008449     MOVE WS-HELD-AMOUNT TO WS-HELD-AMOUNT-EDITED
008459     DISPLAY 'BATCHES ON FILE ....: ' WS-BATCH-COUNT
008469     DISPLAY 'BATCHES IN BALANCE .: ' WS-BALANCED-BATCH-COUNT
008479     DISPLAY 'BATCHES HELD .......: ' WS-HELD-BATCH-COUNT
008489     DISPLAY 'ITEMS OUTSIDE BATCH : ' WS-UNBATCHED-COUNT
008499     DISPLAY 'STRAY TRAILERS .....: ' WS-STRAY-TRAILER-COUNT
008509     DISPLAY 'ITEMS HELD .........: ' WS-HELD-ITEM-COUNT
008519     DISPLAY 'AMOUNT HELD ........: ' WS-HELD-AMOUNT-EDITED
008529     IF WS-HELD-ITEM-COUNT > ZERO OR WS-HELD-BATCH-COUNT > ZERO OR
008539         WS-STRAY-TRAILER-COUNT > ZERO
008549         DISPLAY 'HELD RECORDS ARE ON '
008559             'DATA/CUSTPOST_BATCH_SUSPENSE.dat'
008569     END-IF
008579     DISPLAY '-----------------------------------------------'.
008589
008599*----------------------------------------------------------------*
008609*    8110-PRINT-BATCH-LINE                                       *
008619*----------------------------------------------------------------*
008629 8110-PRINT-BATCH-LINE.
008639     MOVE SPACES TO WS-PROOF-LINE
008649     MOVE WS-BT-NUMBER(WS-BATCH-SUB) TO WS-PL-BATCH
008659     MOVE WS-BT-OPERATOR(WS-BATCH-SUB) TO WS-PL-OPERATOR
008669     MOVE WS-BT-ENTERED-COUNT(WS-BATCH-SUB) TO WS-PL-ENTERED-COUNT
008679     MOVE WS-BT-ENTERED-AMOUNT(WS-BATCH-SUB)
008689         TO WS-PL-ENTERED-AMOUNT
008699     MOVE WS-BT-COMPUTED-COUNT(WS-BATCH-SUB)
008709         TO WS-PL-COMPUTED-COUNT
008719     MOVE WS-BT-COMPUTED-AMOUNT(WS-BATCH-SUB)
008729         TO WS-PL-COMPUTED-AMOUNT
008739     EVALUATE TRUE
008749         WHEN BATCH-IN-BALANCE(WS-BATCH-SUB)
008759             MOVE 'IN BALANCE' TO WS-PL-RESULT
008769         WHEN BATCH-OUT-OF-BALANCE(WS-BATCH-SUB)
008779             MOVE 'OUT OF BALANCE' TO WS-PL-RESULT
008789         WHEN BATCH-MISMATCH(WS-BATCH-SUB)
008799             MOVE 'BATCH MISMATCH' TO WS-PL-RESULT
008809         WHEN BATCH-BAD-TOTAL(WS-BATCH-SUB)
008819             MOVE 'BAD TRAILER' TO WS-PL-RESULT
008829         WHEN BATCH-NO-TRAILER(WS-BATCH-SUB)
008839             MOVE 'NO TRAILER' TO WS-PL-RESULT
008849         WHEN BATCH-DUPLICATE(WS-BATCH-SUB)
008859             MOVE 'DUPLICATE BATCH' TO WS-PL-RESULT
008869         WHEN OTHER
008879             MOVE 'BAD HEADER' TO WS-PL-RESULT
008889     END-EVALUATE
008899     IF BATCH-IN-BALANCE(WS-BATCH-SUB)
008909         ADD 1 TO WS-BALANCED-BATCH-COUNT
008919     ELSE
008929         ADD 1 TO WS-HELD-BATCH-COUNT
008939     END-IF
008949     DISPLAY WS-PROOF-LINE.
