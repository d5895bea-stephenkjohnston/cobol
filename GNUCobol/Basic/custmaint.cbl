000418*                  rejects as M7. Blank leaves the master value   *
000419*                  alone (spaces on an add = unassigned).         *
000421*                  History images grow 158 to 161.                *
000422*  2026-10-15  DP  Operator sign-on and HIST-OPERATOR (below).    *
000423*******************************************************************
000425*  CUSTMAINT reads a transaction file of A/C/D records keyed on   *
000430*  CUST-ID and applies them against the CUSTOMER-FILE master:     *
000570*  Transactions that fail against the master (duplicate add,      *
000580*  not-found change or delete) are counted and reported but do    *
000590*  not stop the run.                                              *
000591*  The run signs on from the OPERATOR-ID / OPERATOR-PIN           *
000592*  environment values against OPERATOR-SECURITY and needs         *
000593*  maintenance authority (level 3); a refused sign-on stops       *
000594*  the run before run control is stamped. History records         *
000595*  carry the signed-on ID in HIST-OPERATOR (record 343 to         *
000596*  346) and every applied A/C/D is written to the customer        *
000597*  access log.                                                    *
000600*******************************************************************
000610
000620*******************************************************************
000890     ORGANIZATION IS SEQUENTIAL
000900     ACCESS MODE IS SEQUENTIAL
000910     FILE STATUS IS WS-HIST-FILE-STATUS.
000911
000912     SELECT ACCESS-LOG
000913     ASSIGN TO 'DATA/CUSTOMER_ACCESS_LOG.dat'
000914     ORGANIZATION IS SEQUENTIAL
000915     ACCESS MODE IS SEQUENTIAL
000916     FILE STATUS IS WS-ACCESS-LOG-STATUS.
000920
000922     SELECT BRANCH-FILE
000924     ASSIGN TO 'DATA/BRANCH_MASTER.dat'
000960     ACCESS MODE IS DYNAMIC
000970     RECORD KEY IS RC-KEY
000980     FILE STATUS IS WS-RC-FILE-STATUS.
000981
000982     SELECT OPERATOR-SECURITY
000983     ASSIGN TO 'DATA/OPERATOR_SECURITY.dat'
000984     ORGANIZATION IS INDEXED
000985     ACCESS MODE IS RANDOM
000986     RECORD KEY IS OPR-ID
000987     FILE STATUS IS WS-SECURITY-FILE-STATUS.
000990
001000*******************************************************************
001010*                        DATA DIVISION                            *
001440     02 HIST-TIME PIC 9(6).
001450     02 HIST-BEFORE-IMAGE PIC X(161).
001460     02 HIST-AFTER-IMAGE PIC X(161).
001465     02 HIST-OPERATOR PIC X(3).
001470
001474 FD BRANCH-FILE.
001476     COPY BRNCHREC.
001478
001480 FD RUN-CONTROL-FILE.
001490     COPY RUNCTL.
001491
001492 FD OPERATOR-SECURITY.
001493     COPY OPRSEC.
001494
001495 FD ACCESS-LOG.
001496     COPY ACCLOG.
001500
001510 WORKING-STORAGE SECTION.
001520 01 WS-EOF PIC X VALUE 'N'.
001570 01 WS-HIST-FILE-STATUS PIC X(2).
001575 01 WS-BRANCH-FILE-STATUS PIC X(2).
001580 01 WS-RC-FILE-STATUS PIC X(2).
001583 01 WS-SECURITY-FILE-STATUS PIC X(2).
001586 01 WS-ACCESS-LOG-STATUS PIC X(2).
001590
001600*----------------------------------------------------------------*
001610*    RUN CONTROL WORK AREAS                                      *
001890     02 WS-TIME-MINUTES PIC 9(2).
001900     02 WS-TIME-SECONDS PIC 9(2).
001910     02 WS-TIME-HUNDREDTHS PIC 9(2).
001911 01 WS-LOG-CUST-ID PIC 9(05) VALUE ZERO.
001912 01 WS-LOG-ACTION PIC X(01).
001913 01 WS-LOG-DATE PIC 9(8).
001914 01 WS-LOG-TIME.
001915     02 WS-LOG-HHMMSS PIC 9(6).
001916     02 WS-LOG-HUNDREDTHS PIC 9(2).
001920
001930*----------------------------------------------------------------*
001940*    PRE-APPLY EDIT WORK AREAS                                   *
002190     02 WS-TODAY-MONTH PIC 9(2).
002200     02 WS-TODAY-DAY PIC 9(2).
002210
002211
002212*----------------------------------------------------------------*
002213*    SIGNED-ON OPERATOR                                          *
002214*----------------------------------------------------------------*
002215 01 WS-OPERATOR-ID PIC X(03) VALUE SPACES.
002216 01 WS-OPERATOR-LEVEL PIC 9(01) VALUE ZERO.
002217     88 OPERATOR-CAN-MAINTAIN VALUE 3.
002218 01 WS-PIN-INPUT PIC X(06).
002219
002220*******************************************************************
002230*                       PROCEDURE DIVISION                        *
002240*******************************************************************
002280*    0000-MAINLINE                                                *
002290*----------------------------------------------------------------*
002300 0000-MAINLINE.
002305     PERFORM 1200-SIGN-ON THRU 1200-EXIT
002310     PERFORM 1100-CHECK-RUN-CONTROL
002320     PERFORM 1000-INITIALIZE
002330     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
006370     MOVE WS-CURRENT-TIME(1:6) TO HIST-TIME
006380     MOVE WS-BEFORE-IMAGE TO HIST-BEFORE-IMAGE
006390     MOVE WS-AFTER-IMAGE TO HIST-AFTER-IMAGE
006395     MOVE WS-OPERATOR-ID TO HIST-OPERATOR
006400     WRITE HISTORY-RECORD
006410     IF WS-HIST-FILE-STATUS NOT = '00'
006420         DISPLAY 'Error writing history record. Status: '
006430             WS-HIST-FILE-STATUS
006440     ELSE
006450         ADD 1 TO WS-HISTORY-COUNT
006460     END-IF
006462     MOVE TRANS-CUST-ID TO WS-LOG-CUST-ID
006464     MOVE TRANS-CODE TO WS-LOG-ACTION
006466     PERFORM 7000-WRITE-ACCESS-LOG.
006470
006480*----------------------------------------------------------------*
006490*    8000-PRINT-TOTALS                                           *
006940     CLOSE MAINT-HISTORY
006945     IF BRANCH-FILE-AVAILABLE
006950         CLOSE BRANCH-FILE
006955     END-IF
006956     CLOSE ACCESS-LOG.
006957
006960
006970
006980*----------------------------------------------------------------*
006990*    1200-SIGN-ON                                                *
007000*    The run is signed on from the OPERATOR-ID and OPERATOR-PIN  *
007010*    environment values against OPERATOR-SECURITY and needs      *
007020*    maintenance authority (level 3). A wrong PIN counts against *
007030*    the operator record the way an online sign-on does. Any     *
007040*    refusal stops the run before the run-control record is      *
007050*    stamped, and is written to the access log.                  *
007060*----------------------------------------------------------------*
007070 1200-SIGN-ON.
007080     OPEN EXTEND ACCESS-LOG
007090     IF WS-ACCESS-LOG-STATUS = '05' OR WS-ACCESS-LOG-STATUS = '35'
007100         OPEN OUTPUT ACCESS-LOG
007110     END-IF
007120     IF WS-ACCESS-LOG-STATUS NOT = '00'
007130         DISPLAY 'Error opening access log. Status: '
007140             WS-ACCESS-LOG-STATUS
007150         STOP RUN
007160     END-IF
007170     OPEN I-O OPERATOR-SECURITY
007180     IF WS-SECURITY-FILE-STATUS NOT = '00'
007190         DISPLAY 'Error opening operator security file. Status: '
007200             WS-SECURITY-FILE-STATUS
007210         CLOSE ACCESS-LOG
007220         STOP RUN
007230     END-IF
007240     MOVE SPACES TO WS-OPERATOR-ID
007250     DISPLAY 'OPERATOR-ID' UPON ENVIRONMENT-NAME
007260     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
007270     END-ACCEPT
007280     MOVE SPACES TO WS-PIN-INPUT
007290     DISPLAY 'OPERATOR-PIN' UPON ENVIRONMENT-NAME
007300     ACCEPT WS-PIN-INPUT FROM ENVIRONMENT-VALUE
007310     END-ACCEPT
007320     MOVE ZERO TO WS-LOG-CUST-ID
007330     MOVE 'F' TO WS-LOG-ACTION
007340     MOVE WS-OPERATOR-ID TO OPR-ID
007350     READ OPERATOR-SECURITY
007360         INVALID KEY
007370             GO TO 1210-SIGN-ON-REFUSED
007380     END-READ
007390     IF NOT OPR-ACTIVE OR NOT OPR-LEVEL-VALID
007400         GO TO 1210-SIGN-ON-REFUSED
007410     END-IF
007420     IF OPR-PIN NOT = WS-PIN-INPUT
007430         ADD 1 TO OPR-FAILED-COUNT
007440         IF OPR-FAILED-COUNT >= 3
007450             SET OPR-REVOKED TO TRUE
007460             ACCEPT OPR-CHANGED-DATE FROM DATE YYYYMMDD
007470         END-IF
007480         REWRITE OPERATOR-RECORD
007490             INVALID KEY
007500                 DISPLAY 'OPERATOR REWRITE FAILED. Status: '
007510                     WS-SECURITY-FILE-STATUS
007520         END-REWRITE
007530         GO TO 1210-SIGN-ON-REFUSED
007540     END-IF
007550     MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL
007560     IF NOT OPERATOR-CAN-MAINTAIN
007570         MOVE 'R' TO WS-LOG-ACTION
007580         GO TO 1210-SIGN-ON-REFUSED
007590     END-IF
007600     MOVE ZERO TO OPR-FAILED-COUNT
007610     ACCEPT OPR-LAST-SIGNON-DATE FROM DATE YYYYMMDD
007620     REWRITE OPERATOR-RECORD
007630         INVALID KEY
007640             DISPLAY 'OPERATOR REWRITE FAILED. Status: '
007650                 WS-SECURITY-FILE-STATUS
007660     END-REWRITE
007670     DISPLAY 'CUSTMAINT SIGNED ON BY: ' WS-OPERATOR-ID ' '
007680         OPR-NAME
007690     CLOSE OPERATOR-SECURITY
007700     MOVE 'S' TO WS-LOG-ACTION
007710     PERFORM 7000-WRITE-ACCESS-LOG
007720     GO TO 1200-EXIT.
007730 1210-SIGN-ON-REFUSED.
007740     IF WS-LOG-ACTION = 'R'
007750         DISPLAY 'RUN REFUSED - OPERATOR ' WS-OPERATOR-ID
007760             ' IS NOT AUTHORIZED FOR MAINTENANCE'
007770     ELSE
007780         DISPLAY 'RUN REFUSED - OPERATOR SIGN-ON FAILED FOR: '
007790             WS-OPERATOR-ID
007800     END-IF
007810     CLOSE OPERATOR-SECURITY
007820     PERFORM 7000-WRITE-ACCESS-LOG
007830     CLOSE ACCESS-LOG
007840     STOP RUN.
007850 1200-EXIT.
007860     EXIT.
007870
007880*----------------------------------------------------------------*
007890*    7000-WRITE-ACCESS-LOG                                       *
007900*    One access-log record for WS-LOG-CUST-ID / WS-LOG-ACTION,   *
007910*    stamped with the signed-on operator and the clock. A log    *
007920*    that cannot be written stops the program: nothing unlogged. *
007930*----------------------------------------------------------------*
007940 7000-WRITE-ACCESS-LOG.
007950     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
007960     ACCEPT WS-LOG-TIME FROM TIME
007970     MOVE WS-LOG-DATE TO ALOG-DATE
007980     MOVE WS-LOG-HHMMSS TO ALOG-TIME
007990     MOVE WS-OPERATOR-ID TO ALOG-OPERATOR
008000     MOVE 'CUSTMAINT' TO ALOG-PROGRAM
008010     MOVE WS-LOG-CUST-ID TO ALOG-CUST-ID
008020     MOVE WS-LOG-ACTION TO ALOG-ACTION
008030     WRITE ACCESS-LOG-RECORD
008040     IF WS-ACCESS-LOG-STATUS NOT = '00'
008050         DISPLAY 'Error writing access log. Status: '
008060             WS-ACCESS-LOG-STATUS
008070         STOP RUN
008080     END-IF.
