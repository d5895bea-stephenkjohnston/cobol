000244*                  STATEMENT-BRANCH environment value is set,     *
000246*                  only customers carrying that CUST-BRANCH get   *
000248*                  statements; blank keeps the full-shop run.     *
000249*  2026-10-15  DP  W/R/D/M codes, write-offs, previous balance.   *
000250*******************************************************************
000252*  The address block always prints all four lines (a blank       *
000254*  second address line prints blank) so the name and city line   *
000256*  stay at a fixed depth behind the envelope window.             *
000257*  Activity names the W, R, D and M codes; entries re-keyed       *
000258*  from a merged account are not listed. Written-off accounts     *
000259*  are counted, not billed; 2150 explains PREVIOUS BALANCE.       *
000260*******************************************************************
000270
000280*******************************************************************
000384         WITH DUPLICATES
000390     FILE STATUS IS WS-FILE-STATUS.
000400
000401     SELECT PERIOD-BALANCE-FILE
000402     ASSIGN TO 'DATA/PERIOD_BALANCES.dat'
000403     ORGANIZATION IS INDEXED
000404     ACCESS MODE IS DYNAMIC
000405     RECORD KEY IS PB-KEY
000406     FILE STATUS IS WS-PB-FILE-STATUS.
000407
000410     SELECT PRINT-FILE
000420     ASSIGN TO 'DATA/CUSTOMER_STATEMENTS.prt'
000430     ORGANIZATION IS LINE SEQUENTIAL
000568 FD RUN-CONTROL-FILE.
000569     COPY RUNCTL.
000570
000572 FD PERIOD-BALANCE-FILE.
000574     COPY PERBAL.
000576
000580 WORKING-STORAGE SECTION.
000590 01 WS-EOF PIC X VALUE 'N'.
000600     88 END-OF-FILE VALUE 'Y'.
000620 01 WS-PRINT-FILE-STATUS PIC X(2).
000622 01 WS-LEDGER-FILE-STATUS PIC X(2).
000624 01 WS-RC-FILE-STATUS PIC X(2).
000625 01 WS-PB-FILE-STATUS PIC X(2).
000626 01 WS-BUSINESS-DATE PIC 9(8).
000628 01 WS-BUSINESS-DATE-IN PIC X(8).
000630
000680     02 WS-CURRENT-YEAR PIC 9(4).
000690     02 WS-CURRENT-MONTH PIC 9(2).
000700     02 WS-CURRENT-DAY PIC 9(2).
000701 01 WS-PRIOR-PERIOD.
000702     02 WS-PRIOR-YEAR PIC 9(4).
000703     02 WS-PRIOR-MONTH PIC 9(2).
000710 01 WS-STATEMENT-DATE PIC X(10).
000712 01 WS-STMT-BRANCH PIC X(3).
000720
000721*----------------------------------------------------------------*
000722*    PREVIOUS-BALANCE WORK AREAS                                 *
000723*----------------------------------------------------------------*
000724 01 WS-PERIOD-SWITCH PIC X VALUE 'N'.
000725     88 PERIOD-BALANCES-AVAILABLE VALUE 'Y'.
000726 01 WS-NET-ACTIVITY PIC S9(9)V99 COMP-3.
000727 01 WS-PREVIOUS-BALANCE PIC S9(9)V99 COMP-3.
000728
000730*----------------------------------------------------------------*
000740*    AGE-IN-DAYS WORK AREA (30/360 CONVENTION, AS CUSTAGE)       *
000750*----------------------------------------------------------------*
000800*----------------------------------------------------------------*
000810 77 WS-READ-COUNT PIC 9(9) COMP VALUE ZERO.
000820 77 WS-STATEMENT-COUNT PIC 9(9) COMP VALUE ZERO.
000825 77 WS-WRITTEN-OFF-COUNT PIC 9(9) COMP VALUE ZERO.
000826 77 WS-CARRIED-COUNT PIC 9(9) COMP VALUE ZERO.
000827 77 WS-UNTIED-COUNT PIC 9(9) COMP VALUE ZERO.
000830 01 WS-TOTAL-BILLED PIC S9(9)V99 COMP-3 VALUE ZERO.
000840
000850*----------------------------------------------------------------*
001082     02 FILLER PIC X(26) VALUE 'NO ACTIVITY THIS PERIOD'.
001083
001085 01 WS-BALANCE-LINE.
001087     02 FILLER PIC X(22) VALUE 'NEW BALANCE DUE ....: '.
001090     02 WS-BALANCE-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
001091 01 WS-PREVIOUS-LINE.
001092     02 FILLER PIC X(22) VALUE 'PREVIOUS BALANCE ...: '.
001093     02 WS-PREVIOUS-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
001094 01 WS-NET-ACTIVITY-LINE.
001095     02 FILLER PIC X(22) VALUE 'NET ACTIVITY .......: '.
001096     02 WS-NET-ACTIVITY-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
001100 01 WS-AGING-LINE.
001110     02 FILLER PIC X(22) VALUE 'AGING ..............: '.
001120     02 WS-AGING-BUCKET PIC X(12).
001520*----------------------------------------------------------------*
001530 1000-INITIALIZE.
001540     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001541     MOVE WS-CURRENT-YEAR TO WS-PRIOR-YEAR
001542     IF WS-CURRENT-MONTH = 1
001543         SUBTRACT 1 FROM WS-PRIOR-YEAR
001544         MOVE 12 TO WS-PRIOR-MONTH
001545     ELSE
001546         COMPUTE WS-PRIOR-MONTH = WS-CURRENT-MONTH - 1
001547     END-IF
001550     STRING WS-CURRENT-MONTH '/' WS-CURRENT-DAY '/'
001560         WS-CURRENT-YEAR DELIMITED BY SIZE
001570         INTO WS-STATEMENT-DATE
001579     IF WS-STMT-BRANCH NOT = SPACES
001581         DISPLAY 'STATEMENTS LIMITED TO BRANCH: ' WS-STMT-BRANCH
001582     END-IF
001584     PERFORM 1060-OPEN-PERIOD-BALANCES
001586     OPEN INPUT CUSTOMER-FILE
001590     IF WS-FILE-STATUS NOT = '00'
001600         DISPLAY 'Error opening customer master. Status: '
001755*----------------------------------------------------------------*
001756*    2000-PROCESS-FILE                                           *
001757*    A statement prints for every active customer whose          *
001758*    balance is not zero. A written-off account is only counted. *
001759*----------------------------------------------------------------*
001760 2000-PROCESS-FILE.
001770     READ CUSTOMER-FILE NEXT RECORD
001832                 AND (WS-STMT-BRANCH = SPACES OR
001834                 CUST-BRANCH = WS-STMT-BRANCH)
001840                 PERFORM 2100-PRINT-STATEMENT
001842             ELSE
001844                 IF CUST-STATUS-WRITTEN-OFF
001845                     AND (WS-STMT-BRANCH = SPACES OR
001846                     CUST-BRANCH = WS-STMT-BRANCH)
001847                     ADD 1 TO WS-WRITTEN-OFF-COUNT
001848                 END-IF
001850             END-IF
001860     END-READ.
001870 2000-EXIT.
002120     MOVE CUST-ZIP TO WS-ZIP-TEXT
002130     WRITE PRINT-LINE FROM WS-CITY-LINE
002140     WRITE PRINT-LINE FROM SPACES
002141     MOVE ZERO TO WS-NET-ACTIVITY
002142     PERFORM 2400-PRINT-ACTIVITY
002144     WRITE PRINT-LINE FROM SPACES
002150     PERFORM 2200-COMPUTE-AGE
002160     PERFORM 2300-ASSIGN-BUCKET
002161     PERFORM 2150-SET-PREVIOUS-BALANCE
002162     MOVE WS-PREVIOUS-BALANCE TO WS-PREVIOUS-AMOUNT
002163     WRITE PRINT-LINE FROM WS-PREVIOUS-LINE
002164     MOVE WS-NET-ACTIVITY TO WS-NET-ACTIVITY-AMOUNT
002165     WRITE PRINT-LINE FROM WS-NET-ACTIVITY-LINE
002170     MOVE CUST-BALANCE TO WS-BALANCE-AMOUNT
002180     WRITE PRINT-LINE FROM WS-BALANCE-LINE
002190     MOVE WS-AGE-DAYS TO WS-AGING-DAYS
002563*    The period's ledger detail: every posting CUSTPOST applied  *
002564*    in the statement month, oldest first, with the resulting    *
002565*    balance after each. Prints between the address block and    *
002566*    the balance line, and totals the month's net activity.      *
002567*----------------------------------------------------------------*
002568 2400-PRINT-ACTIVITY.
002569     WRITE PRINT-LINE FROM WS-ACTIVITY-HEADING
002625         WHEN TL-IS-BACKOUT
002626             MOVE 'BACKOUT' TO WS-ACT-TRANS
002627         WHEN OTHER
002628             PERFORM 2420-NAME-LATER-CODE
002629     END-EVALUATE
002630     MOVE TL-AMOUNT TO WS-ACT-AMOUNT
002631     MOVE TL-RESULT-BALANCE TO WS-ACT-BALANCE
002632     PERFORM 2430-LIST-ACTIVITY.
002634 2410-EXIT.
002635     EXIT.
002636
002650     WRITE PRINT-LINE FROM WS-SUMMARY-LINE-2
002660     DISPLAY 'CUSTOMERS READ ......: ' WS-READ-COUNT
002670     DISPLAY 'STATEMENTS PRODUCED .: ' WS-STATEMENT-COUNT
002675     DISPLAY 'WRITTEN OFF SKIPPED .: ' WS-WRITTEN-OFF-COUNT
002676     DISPLAY 'PREVIOUS CARRIED ....: ' WS-CARRIED-COUNT
002677     DISPLAY 'PREVIOUS NOT TIED ...: ' WS-UNTIED-COUNT
002680     DISPLAY 'REPORT WRITTEN TO DATA/CUSTOMER_STATEMENTS.prt'.
002690
002700*----------------------------------------------------------------*
002750     CLOSE PRINT-FILE
002760     IF LEDGER-AVAILABLE
002770         CLOSE TRAN-LEDGER
002780     END-IF
002782     IF PERIOD-BALANCES-AVAILABLE
002784         CLOSE PERIOD-BALANCE-FILE
002786     END-IF.
002790
002800*----------------------------------------------------------------*
002810*    1060-OPEN-PERIOD-BALANCES                                   *
002820*    No period-balance file (no month closed yet) only means     *
002830*    every previous balance is derived from the activity.        *
002840*----------------------------------------------------------------*
002850 1060-OPEN-PERIOD-BALANCES.
002860     OPEN INPUT PERIOD-BALANCE-FILE
002870     IF WS-PB-FILE-STATUS = '00'
002880         SET PERIOD-BALANCES-AVAILABLE TO TRUE
002890     ELSE
002900         IF WS-PB-FILE-STATUS = '35'
002910             DISPLAY 'NO PERIOD BALANCES - PREVIOUS BALANCES ARE '
002920                 'DERIVED FROM ACTIVITY'
002930         ELSE
002940             DISPLAY 'Error opening period balance file. Status: '
002950                 WS-PB-FILE-STATUS
002960             STOP RUN
002970         END-IF
002980     END-IF.
002990
003000*----------------------------------------------------------------*
003010*    2150-SET-PREVIOUS-BALANCE                                   *
003020*    Last month's closing balance as CUSTCLOS recorded it in     *
003030*    the PERBAL layout. With no record to carry, the previous    *
003040*    balance is backed out of the new one so the block always    *
003050*    foots. A carried balance that does not tie is counted.      *
003060*----------------------------------------------------------------*
003070 2150-SET-PREVIOUS-BALANCE.
003080     COMPUTE WS-PREVIOUS-BALANCE = CUST-BALANCE - WS-NET-ACTIVITY
003090     IF PERIOD-BALANCES-AVAILABLE
003100         MOVE CUST-ID TO PB-CUST-ID
003110         MOVE WS-PRIOR-PERIOD TO PB-PERIOD
003120         READ PERIOD-BALANCE-FILE
003130             INVALID KEY
003140                 CONTINUE
003150             NOT INVALID KEY
003160                 MOVE PB-CLOSING-BALANCE TO WS-PREVIOUS-BALANCE
003170                 ADD 1 TO WS-CARRIED-COUNT
003180                 IF WS-PREVIOUS-BALANCE + WS-NET-ACTIVITY
003190                     NOT = CUST-BALANCE
003200                     ADD 1 TO WS-UNTIED-COUNT
003210                     DISPLAY 'PREVIOUS BALANCE DOES NOT TIE FOR '
003220                         'CUST-ID: ' CUST-ID
003230                 END-IF
003240         END-READ
003250     END-IF.
003260
003270*----------------------------------------------------------------*
003280*    2420-NAME-LATER-CODE                                        *
003290*    Ledger codes added after the activity listing was written:  *
003300*    write-off, recovery, credit-balance refund and merge.       *
003310*----------------------------------------------------------------*
003320 2420-NAME-LATER-CODE.
003330     EVALUATE TRUE
003340         WHEN TL-IS-WRITEOFF
003350             MOVE 'WRITE-OFF' TO WS-ACT-TRANS
003360         WHEN TL-IS-RECOVERY
003370             MOVE 'RECOVERY' TO WS-ACT-TRANS
003380         WHEN TL-IS-REFUND
003390             MOVE 'REFUND' TO WS-ACT-TRANS
003400         WHEN TL-IS-MERGE
003410             MOVE 'MERGE' TO WS-ACT-TRANS
003420         WHEN OTHER
003430             MOVE '??????????' TO WS-ACT-TRANS
003440     END-EVALUATE.
003450
003460*----------------------------------------------------------------*
003470*    2430-LIST-ACTIVITY                                          *
003480*    Entries re-keyed from a merged account are not listed - the *
003490*    survivor's M entry carries their total. Net activity is     *
003500*    every listed entry but R, which does not move the balance.  *
003510*----------------------------------------------------------------*
003520 2430-LIST-ACTIVITY.
003530     IF TL-MERGED-FROM-ID = ZERO
003540         IF NOT TL-IS-RECOVERY
003550             ADD TL-AMOUNT TO WS-NET-ACTIVITY
003560         END-IF
003570         WRITE PRINT-LINE FROM WS-ACTIVITY-DETAIL
003580         ADD 1 TO WS-ACTIVITY-LINES
003590     END-IF.
