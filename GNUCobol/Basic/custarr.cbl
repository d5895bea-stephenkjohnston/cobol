000010*******************************************************************
000020*                   IDENTIFICATION DIVISION                       *
000030*******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CUSTARR.
000060 AUTHOR. DATA-PROCESSING.
000070 INSTALLATION. CUSTOMER-SYSTEMS.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100
000110*******************************************************************
000120*  MODIFICATION HISTORY                                          *
000130*  ---------------------------------------------------------------
000140*  2026-10-15  DP  Initial version - keyed maintenance of payment*
000150*                  arrangements (ARRREC layout) taken over the   *
000160*                  phone by the collections desk: customer,      *
000170*                  installment amount, frequency, start date and *
000180*                  number of payments, stamped with the set-up   *
000190*                  date and the collector's initials. While an   *
000200*                  arrangement is kept CUSTLTR suppresses letters*
000210*                  and CUSTFIN skips or reduces the finance      *
000220*                  charge; CUSTPROM checks it nightly.           *
000221*  2026-10-15  DP  Operator sign-on against OPERATOR-SECURITY;   *
000222*                  set-up and cancel need notes authority and    *
000223*                  the arrangement carries the signed-on ID      *
000224*                  instead of keyed initials. Customers shown    *
000225*                  or changed go to the customer access log.     *
000230*******************************************************************
000240*  Operator dialog:                                              *
000250*      FUNCTION: A = set up an arrangement for one CUST-ID       *
000260*                I = show a customer's arrangement               *
000270*                X = cancel a kept arrangement                   *
000280*                E = end the session                             *
000290*  An arrangement is only taken for an open account (not closed, *
000300*  not written off) that owes money, and never on top of one that*
000310*  is still being kept - cancel the old one first. A broken,     *
000320*  completed or cancelled arrangement is simply replaced.        *
000323*  The operator signs on with ID and PIN first. A and X need     *
000326*  notes authority (level 2 or 3); I is open to any level.       *
000330*******************************************************************
000340
000350*******************************************************************
000360*                   ENVIRONMENT DIVISION                          *
000370*******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CUSTOMER-FILE
000420     ASSIGN TO 'DATA/READ_CUSTOMERS.dat'
000430     ORGANIZATION IS INDEXED
000440     ACCESS MODE IS DYNAMIC
000450     RECORD KEY IS CUST-ID
000460     ALTERNATE RECORD KEY IS CUST-NAME
000470         WITH DUPLICATES
000480     FILE STATUS IS WS-FILE-STATUS.
000490
000500     SELECT ARRANGEMENT-FILE
000510     ASSIGN TO 'DATA/CUSTOMER_ARRANGEMENTS.dat'
000520     ORGANIZATION IS INDEXED
000530     ACCESS MODE IS DYNAMIC
000540     RECORD KEY IS ARR-CUST-ID
000550     FILE STATUS IS WS-ARR-FILE-STATUS.
000560
000561     SELECT OPERATOR-SECURITY
000562     ASSIGN TO 'DATA/OPERATOR_SECURITY.dat'
000563     ORGANIZATION IS INDEXED
000564     ACCESS MODE IS RANDOM
000565     RECORD KEY IS OPR-ID
000566     FILE STATUS IS WS-SECURITY-FILE-STATUS.
000567
000568     SELECT ACCESS-LOG
000569     ASSIGN TO 'DATA/CUSTOMER_ACCESS_LOG.dat'
000570     ORGANIZATION IS SEQUENTIAL
000571     ACCESS MODE IS SEQUENTIAL
000572     FILE STATUS IS WS-ACCESS-LOG-STATUS.
000573
000574*******************************************************************
000580*                        DATA DIVISION                            *
000590*******************************************************************
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD CUSTOMER-FILE.
000630     COPY CUSTREC.
000640
000650 FD ARRANGEMENT-FILE.
000660     COPY ARRREC.
000661
000662 FD OPERATOR-SECURITY.
000663     COPY OPRSEC.
000664
000665 FD ACCESS-LOG.
000666     COPY ACCLOG.
000670
000680 WORKING-STORAGE SECTION.
000690 01 WS-FILE-STATUS PIC X(2).
000700 01 WS-ARR-FILE-STATUS PIC X(2).
000710
000720*----------------------------------------------------------------*
000730*    OPERATOR DIALOG WORK AREAS                                  *
000740*----------------------------------------------------------------*
000750 01 WS-SESSION-SWITCH PIC X VALUE 'N'.
000760     88 SESSION-DONE VALUE 'Y'.
000770 01 WS-FUNCTION-CODE PIC X(01).
000780     88 FUNCTION-ADD VALUE 'A'.
000790     88 FUNCTION-INQUIRE VALUE 'I'.
000800     88 FUNCTION-CANCEL VALUE 'X'.
000810     88 FUNCTION-END VALUE 'E'.
000820 01 WS-ID-INPUT PIC X(05).
000830 01 WS-ID-INPUT-NUM REDEFINES WS-ID-INPUT PIC 9(05).
000850 01 WS-AMOUNT-INPUT PIC X(09).
000860 01 WS-AMOUNT-INPUT-NUM REDEFINES WS-AMOUNT-INPUT PIC 9(7)V99.
000870 01 WS-FREQUENCY-INPUT PIC X(01).
000880     88 FREQUENCY-VALID VALUE 'W' 'B' 'M'.
000890 01 WS-START-INPUT PIC X(08).
000900 01 WS-START-INPUT-NUM REDEFINES WS-START-INPUT PIC 9(08).
000910 01 WS-COUNT-INPUT PIC X(03).
000920 01 WS-COUNT-INPUT-NUM REDEFINES WS-COUNT-INPUT PIC 9(03).
000930 01 WS-CONFIRM-INPUT PIC X(01).
000940     88 CONFIRMED VALUE 'Y'.
000950
000960*----------------------------------------------------------------*
000970*    ARRANGEMENT WORK AREAS                                      *
000980*----------------------------------------------------------------*
000990 01 WS-TODAYS-DATE PIC 9(8).
001000 01 WS-ARR-SWITCH PIC X VALUE 'N'.
001010     88 ARRANGEMENT-ON-FILE VALUE 'Y'.
001020 01 WS-TOTAL-PROMISED PIC S9(9)V99 COMP-3.
001030 01 WS-AMOUNT-EDITED PIC -ZZZ,ZZZ,ZZ9.99.
001040 01 WS-STATUS-TEXT PIC X(10).
001050 01 WS-FREQUENCY-TEXT PIC X(10).
001060
001070*----------------------------------------------------------------*
001080*    RUN CONTROL TOTALS                                          *
001090*----------------------------------------------------------------*
001100 77 WS-ADDED-COUNT PIC 9(9) COMP VALUE ZERO.
001110 77 WS-CANCELLED-COUNT PIC 9(9) COMP VALUE ZERO.
001120
001121*----------------------------------------------------------------*
001122*    OPERATOR SIGN-ON AND ACCESS LOG                             *
001123*    The operator signs on against OPERATOR-SECURITY before any  *
001124*    function is offered; three failed attempts end the session. *
001125*    Every customer shown is written to ACCESS-LOG under the     *
001126*    signed-on operator ID.                                      *
001127*----------------------------------------------------------------*
001128 01 WS-SECURITY-FILE-STATUS PIC X(2).
001129 01 WS-ACCESS-LOG-STATUS PIC X(2).
001130 01 WS-OPERATOR-ID PIC X(03) VALUE SPACES.
001131 01 WS-OPERATOR-LEVEL PIC 9(01) VALUE ZERO.
001132     88 OPERATOR-CAN-INQUIRE VALUE 1 THRU 3.
001133     88 OPERATOR-CAN-NOTE VALUE 2 THRU 3.
001134     88 OPERATOR-CAN-MAINTAIN VALUE 3.
001135 01 WS-SIGNON-SWITCH PIC X VALUE 'N'.
001136     88 SIGNED-ON VALUE 'Y'.
001137 01 WS-PIN-INPUT PIC X(06).
001138 77 WS-SIGNON-TRIES PIC 9(1) COMP VALUE ZERO.
001139 01 WS-LOG-CUST-ID PIC 9(05) VALUE ZERO.
001140 01 WS-LOG-ACTION PIC X(01).
001141 01 WS-LOG-DATE PIC 9(8).
001142 01 WS-LOG-TIME.
001143     02 WS-LOG-HHMMSS PIC 9(6).
001144     02 WS-LOG-HUNDREDTHS PIC 9(2).
001145
001146*******************************************************************
001147*                       PROCEDURE DIVISION                        *
001150*******************************************************************
001160 PROCEDURE DIVISION.
001170
001180*----------------------------------------------------------------*
001190*    0000-MAINLINE                                                *
001200*----------------------------------------------------------------*
001210 0000-MAINLINE.
001215     PERFORM 1200-SIGN-ON THRU 1200-EXIT
001220     PERFORM 1000-INITIALIZE
001230     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
001240         UNTIL SESSION-DONE
001250     PERFORM 9999-TERMINATE
001260     STOP RUN.
001270
001280*----------------------------------------------------------------*
001290*    1000-INITIALIZE                                              *
001300*----------------------------------------------------------------*
001310 1000-INITIALIZE.
001320     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
001330     OPEN INPUT CUSTOMER-FILE
001340     IF WS-FILE-STATUS NOT = '00'
001350         DISPLAY 'Error opening customer master. Status: '
001360             WS-FILE-STATUS
001370         STOP RUN
001380     END-IF
001390     OPEN I-O ARRANGEMENT-FILE
001400     IF WS-ARR-FILE-STATUS = '35'
001410         OPEN OUTPUT ARRANGEMENT-FILE
001420         CLOSE ARRANGEMENT-FILE
001430         OPEN I-O ARRANGEMENT-FILE
001440     END-IF
001450     IF WS-ARR-FILE-STATUS NOT = '00'
001460         DISPLAY 'Error opening arrangements file. Status: '
001470             WS-ARR-FILE-STATUS
001480         STOP RUN
001490     END-IF.
001500
001510*----------------------------------------------------------------*
001511*    1200-SIGN-ON                                                *
001512*    Operator ID and PIN against OPERATOR-SECURITY, up to three  *
001513*    attempts. A wrong PIN counts against the operator record;   *
001514*    the third in a row revokes it until CUSTSEC reinstates it.  *
001515*    The access log is opened here so failures are recorded.     *
001516*----------------------------------------------------------------*
001517 1200-SIGN-ON.
001518     OPEN EXTEND ACCESS-LOG
001519     IF WS-ACCESS-LOG-STATUS = '05' OR WS-ACCESS-LOG-STATUS = '35'
001520         OPEN OUTPUT ACCESS-LOG
001521     END-IF
001522     IF WS-ACCESS-LOG-STATUS NOT = '00'
001523         DISPLAY 'Error opening access log. Status: '
001524             WS-ACCESS-LOG-STATUS
001525         STOP RUN
001526     END-IF
001527     OPEN I-O OPERATOR-SECURITY
001528     IF WS-SECURITY-FILE-STATUS NOT = '00'
001529         DISPLAY 'Error opening operator security file. Status: '
001530             WS-SECURITY-FILE-STATUS
001531         CLOSE ACCESS-LOG
001532         STOP RUN
001533     END-IF
001534     MOVE ZERO TO WS-SIGNON-TRIES
001535     PERFORM 1210-SIGN-ON-ATTEMPT THRU 1210-EXIT
001536         UNTIL SIGNED-ON OR WS-SIGNON-TRIES = 3
001537     CLOSE OPERATOR-SECURITY
001538     IF NOT SIGNED-ON
001539         DISPLAY 'SIGN-ON FAILED - SESSION ENDED'
001540         CLOSE ACCESS-LOG
001541         STOP RUN
001542     END-IF.
001543 1200-EXIT.
001544     EXIT.
001545
001546*----------------------------------------------------------------*
001547*    1210-SIGN-ON-ATTEMPT                                        *
001548*    The same refusal message for an unknown ID, a revoked ID and*
001549*    a wrong PIN, so the dialog does not confirm which IDs exist.*
001550*----------------------------------------------------------------*
001551 1210-SIGN-ON-ATTEMPT.
001552     ADD 1 TO WS-SIGNON-TRIES
001553     MOVE ZERO TO WS-LOG-CUST-ID
001554     MOVE 'F' TO WS-LOG-ACTION
001555     DISPLAY 'OPERATOR ID: '
001556     MOVE SPACES TO WS-OPERATOR-ID
001557     ACCEPT WS-OPERATOR-ID
001558     DISPLAY 'PIN: '
001559     MOVE SPACES TO WS-PIN-INPUT
001560     ACCEPT WS-PIN-INPUT
001561     MOVE WS-OPERATOR-ID TO OPR-ID
001562     READ OPERATOR-SECURITY
001563         INVALID KEY
001564             DISPLAY 'SIGN-ON REFUSED'
001565             PERFORM 7000-WRITE-ACCESS-LOG
001566             GO TO 1210-EXIT
001567     END-READ
001568     IF NOT OPR-ACTIVE OR NOT OPR-LEVEL-VALID
001569         DISPLAY 'SIGN-ON REFUSED'
001570         PERFORM 7000-WRITE-ACCESS-LOG
001571         GO TO 1210-EXIT
001572     END-IF
001573     IF OPR-PIN NOT = WS-PIN-INPUT
001574         DISPLAY 'SIGN-ON REFUSED'
001575         ADD 1 TO OPR-FAILED-COUNT
001576         IF OPR-FAILED-COUNT >= 3
001577             SET OPR-REVOKED TO TRUE
001578             ACCEPT OPR-CHANGED-DATE FROM DATE YYYYMMDD
001579         END-IF
001580         REWRITE OPERATOR-RECORD
001581             INVALID KEY
001582                 DISPLAY 'OPERATOR REWRITE FAILED. Status: '
001583                     WS-SECURITY-FILE-STATUS
001584         END-REWRITE
001585         PERFORM 7000-WRITE-ACCESS-LOG
001586         GO TO 1210-EXIT
001587     END-IF
001588     MOVE ZERO TO OPR-FAILED-COUNT
001589     ACCEPT OPR-LAST-SIGNON-DATE FROM DATE YYYYMMDD
001590     REWRITE OPERATOR-RECORD
001591         INVALID KEY
001592             DISPLAY 'OPERATOR REWRITE FAILED. Status: '
001593                 WS-SECURITY-FILE-STATUS
001594     END-REWRITE
001595     MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL
001596     SET SIGNED-ON TO TRUE
001597     MOVE 'S' TO WS-LOG-ACTION
001598     PERFORM 7000-WRITE-ACCESS-LOG
001599     DISPLAY 'SIGNED ON: ' OPR-NAME.
001600 1210-EXIT.
001601     EXIT.
001602
001603*----------------------------------------------------------------*
001604*    2000-PROCESS-REQUESTS                                       *
001605*    One operator request per iteration.                         *
001606*----------------------------------------------------------------*
001607 2000-PROCESS-REQUESTS.
001608     DISPLAY ' '
001609     DISPLAY 'FUNCTION (A=SET UP I=INQUIRE X=CANCEL E=END): '
001610     ACCEPT WS-FUNCTION-CODE
001611     EVALUATE TRUE
001612         WHEN FUNCTION-ADD
001613             IF OPERATOR-CAN-NOTE
001614                 PERFORM 2100-ADD-ARRANGEMENT THRU 2100-EXIT
001615             ELSE
001616                 PERFORM 7100-REFUSE-FUNCTION
001617             END-IF
001620         WHEN FUNCTION-INQUIRE
001630             PERFORM 2500-INQUIRE-ARRANGEMENT THRU 2500-EXIT
001640         WHEN FUNCTION-CANCEL
001643             IF OPERATOR-CAN-NOTE
001646                 PERFORM 2600-CANCEL-ARRANGEMENT THRU 2600-EXIT
001649             ELSE
001652                 PERFORM 7100-REFUSE-FUNCTION
001655             END-IF
001660         WHEN FUNCTION-END
001670             SET SESSION-DONE TO TRUE
001680         WHEN OTHER
001690             DISPLAY 'INVALID FUNCTION: ' WS-FUNCTION-CODE
001700     END-EVALUATE.
001710 2000-EXIT.
001720     EXIT.
001730
001740*----------------------------------------------------------------*
001750*    2100-ADD-ARRANGEMENT                                        *
001760*    The account must be on the master, open, and owe money, and *
001770*    must not already have an arrangement being kept.            *
001780*----------------------------------------------------------------*
001790 2100-ADD-ARRANGEMENT.
001800     PERFORM 2800-KEY-CUST-ID THRU 2800-EXIT
001810     IF WS-FILE-STATUS NOT = '00'
001820         GO TO 2100-EXIT
001830     END-IF
001840     IF CUST-STATUS-CLOSED OR CUST-STATUS-WRITTEN-OFF
001850         DISPLAY 'ACCOUNT IS CLOSED OR WRITTEN OFF - NO '
001860             'ARRANGEMENT TAKEN'
001870         GO TO 2100-EXIT
001880     END-IF
001890     IF CUST-BALANCE NOT > ZERO
001900         DISPLAY 'ACCOUNT OWES NOTHING - NO ARRANGEMENT TAKEN'
001910         GO TO 2100-EXIT
001920     END-IF
001930     PERFORM 2900-READ-ARRANGEMENT
001940     IF ARRANGEMENT-ON-FILE AND ARR-KEPT
001950         DISPLAY 'AN ARRANGEMENT IS ALREADY BEING KEPT - CANCEL '
001960             'IT FIRST'
001970         GO TO 2100-EXIT
001980     END-IF
001990     PERFORM 2200-KEY-ARRANGEMENT-FIELDS THRU 2200-EXIT.
002000 2100-EXIT.
002010     EXIT.
002020
002030*----------------------------------------------------------------*
002040*    2200-KEY-ARRANGEMENT-FIELDS                                 *
002050*    Each field is edited as it is keyed; the first bad field    *
002060*    abandons the set-up and nothing is written.                 *
002070*----------------------------------------------------------------*
002080 2200-KEY-ARRANGEMENT-FIELDS.
002160     DISPLAY 'INSTALLMENT AMOUNT (9 DIGITS, 2 IMPLIED DECIMALS): '
002170     MOVE SPACES TO WS-AMOUNT-INPUT
002180     ACCEPT WS-AMOUNT-INPUT
002190     IF WS-AMOUNT-INPUT IS NOT NUMERIC OR
002200         WS-AMOUNT-INPUT-NUM = ZERO
002210         DISPLAY 'INSTALLMENT AMOUNT MUST BE 9 DIGITS, NOT ZERO: '
002220             WS-AMOUNT-INPUT
002230         GO TO 2200-EXIT
002240     END-IF
002250     DISPLAY 'FREQUENCY (W=WEEKLY B=EVERY 2 WEEKS M=MONTHLY): '
002260     MOVE SPACES TO WS-FREQUENCY-INPUT
002270     ACCEPT WS-FREQUENCY-INPUT
002280     IF NOT FREQUENCY-VALID
002290         DISPLAY 'FREQUENCY MUST BE W, B OR M: '
002300             WS-FREQUENCY-INPUT
002310         GO TO 2200-EXIT
002320     END-IF
002330     DISPLAY 'FIRST INSTALLMENT DATE (YYYYMMDD): '
002340     MOVE SPACES TO WS-START-INPUT
002350     ACCEPT WS-START-INPUT
002360     IF WS-START-INPUT IS NOT NUMERIC OR
002370         WS-START-INPUT-NUM < WS-TODAYS-DATE
002380         DISPLAY 'FIRST INSTALLMENT DATE MUST BE YYYYMMDD, TODAY '
002390             'OR LATER: ' WS-START-INPUT
002400         GO TO 2200-EXIT
002410     END-IF
002420     DISPLAY 'NUMBER OF PAYMENTS (3 DIGITS): '
002430     MOVE SPACES TO WS-COUNT-INPUT
002440     ACCEPT WS-COUNT-INPUT
002450     IF WS-COUNT-INPUT IS NOT NUMERIC OR
002460         WS-COUNT-INPUT-NUM = ZERO
002470         DISPLAY 'NUMBER OF PAYMENTS MUST BE 3 DIGITS, NOT ZERO: '
002480             WS-COUNT-INPUT
002490         GO TO 2200-EXIT
002500     END-IF
002510     COMPUTE WS-TOTAL-PROMISED =
002520         WS-AMOUNT-INPUT-NUM * WS-COUNT-INPUT-NUM
002530     MOVE WS-TOTAL-PROMISED TO WS-AMOUNT-EDITED
002540     DISPLAY 'TOTAL PROMISED .....: ' WS-AMOUNT-EDITED
002550     MOVE CUST-BALANCE TO WS-AMOUNT-EDITED
002560     DISPLAY 'CURRENT BALANCE ....: ' WS-AMOUNT-EDITED
002570     IF WS-TOTAL-PROMISED < CUST-BALANCE
002580         DISPLAY 'NOTE - THE ARRANGEMENT DOES NOT CLEAR THE '
002590             'BALANCE'
002600     END-IF
002610     DISPLAY 'CONFIRM ARRANGEMENT (Y/N): '
002620     MOVE SPACES TO WS-CONFIRM-INPUT
002630     ACCEPT WS-CONFIRM-INPUT
002640     IF NOT CONFIRMED
002650         DISPLAY 'ARRANGEMENT NOT TAKEN'
002660         GO TO 2200-EXIT
002670     END-IF
002680     PERFORM 2300-WRITE-ARRANGEMENT.
002690 2200-EXIT.
002700     EXIT.
002710
002720*----------------------------------------------------------------*
002730*    2300-WRITE-ARRANGEMENT                                      *
002740*    A closed-out arrangement already on file is replaced; the   *
002750*    checking fields start at zero for CUSTPROM.                 *
002760*----------------------------------------------------------------*
002770 2300-WRITE-ARRANGEMENT.
002780     MOVE CUST-ID TO ARR-CUST-ID
002790     MOVE 'K' TO ARR-STATUS
002800     MOVE WS-AMOUNT-INPUT-NUM TO ARR-INSTALLMENT-AMOUNT
002810     MOVE WS-FREQUENCY-INPUT TO ARR-FREQUENCY
002820     MOVE WS-START-INPUT-NUM TO ARR-START-DATE
002830     MOVE WS-COUNT-INPUT-NUM TO ARR-PAYMENT-COUNT
002840     MOVE WS-TODAYS-DATE TO ARR-SET-DATE
002850     MOVE WS-OPERATOR-ID TO ARR-OPERATOR
002860     MOVE ZERO TO ARR-INSTALLMENTS-DUE
002870     MOVE ZERO TO ARR-AMOUNT-PAID
002880     MOVE ZERO TO ARR-LAST-CHECK-DATE
002890     MOVE ZERO TO ARR-CLOSED-DATE
002900     IF ARRANGEMENT-ON-FILE
002910         REWRITE ARRANGEMENT-RECORD
002920             INVALID KEY
002930                 DISPLAY 'ARRANGEMENT REWRITE FAILED. Status: '
002940                     WS-ARR-FILE-STATUS
002950             NOT INVALID KEY
002960                 ADD 1 TO WS-ADDED-COUNT
002970                 DISPLAY 'ARRANGEMENT SET UP FOR CUST-ID: '
002980                     ARR-CUST-ID
002982                 MOVE ARR-CUST-ID TO WS-LOG-CUST-ID
002984                 MOVE 'C' TO WS-LOG-ACTION
002986                 PERFORM 7000-WRITE-ACCESS-LOG
002990         END-REWRITE
003000     ELSE
003010         WRITE ARRANGEMENT-RECORD
003020             INVALID KEY
003030                 DISPLAY 'ARRANGEMENT WRITE FAILED. Status: '
003040                     WS-ARR-FILE-STATUS
003050             NOT INVALID KEY
003060                 ADD 1 TO WS-ADDED-COUNT
003070                 DISPLAY 'ARRANGEMENT SET UP FOR CUST-ID: '
003080                     ARR-CUST-ID
003082                 MOVE ARR-CUST-ID TO WS-LOG-CUST-ID
003084                 MOVE 'A' TO WS-LOG-ACTION
003086                 PERFORM 7000-WRITE-ACCESS-LOG
003090         END-WRITE
003100     END-IF.
003110
003120*----------------------------------------------------------------*
003130*    2500-INQUIRE-ARRANGEMENT                                    *
003140*----------------------------------------------------------------*
003150 2500-INQUIRE-ARRANGEMENT.
003160     PERFORM 2800-KEY-CUST-ID THRU 2800-EXIT
003170     IF WS-FILE-STATUS NOT = '00'
003180         GO TO 2500-EXIT
003190     END-IF
003200     PERFORM 2900-READ-ARRANGEMENT
003210     IF NOT ARRANGEMENT-ON-FILE
003220         DISPLAY 'NO ARRANGEMENT ON FILE FOR CUST-ID: '
003230             WS-ID-INPUT
003240         GO TO 2500-EXIT
003250     END-IF
003260     PERFORM 2700-DISPLAY-ARRANGEMENT.
003270 2500-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------------*
003310*    2600-CANCEL-ARRANGEMENT                                     *
003320*    Only a kept arrangement can be cancelled; the record stays  *
003330*    on file, closed, so the history of the promise remains.     *
003340*----------------------------------------------------------------*
003350 2600-CANCEL-ARRANGEMENT.
003360     PERFORM 2800-KEY-CUST-ID THRU 2800-EXIT
003370     IF WS-FILE-STATUS NOT = '00'
003380         GO TO 2600-EXIT
003390     END-IF
003400     PERFORM 2900-READ-ARRANGEMENT
003410     IF NOT ARRANGEMENT-ON-FILE OR NOT ARR-KEPT
003420         DISPLAY 'NO KEPT ARRANGEMENT TO CANCEL FOR CUST-ID: '
003430             WS-ID-INPUT
003440         GO TO 2600-EXIT
003450     END-IF
003460     PERFORM 2700-DISPLAY-ARRANGEMENT
003470     DISPLAY 'CONFIRM CANCEL (Y/N): '
003480     MOVE SPACES TO WS-CONFIRM-INPUT
003490     ACCEPT WS-CONFIRM-INPUT
003500     IF NOT CONFIRMED
003510         DISPLAY 'ARRANGEMENT NOT CANCELLED'
003520         GO TO 2600-EXIT
003530     END-IF
003540     MOVE 'X' TO ARR-STATUS
003550     MOVE WS-TODAYS-DATE TO ARR-CLOSED-DATE
003560     REWRITE ARRANGEMENT-RECORD
003570         INVALID KEY
003580             DISPLAY 'ARRANGEMENT REWRITE FAILED. Status: '
003590                 WS-ARR-FILE-STATUS
003600         NOT INVALID KEY
003610             ADD 1 TO WS-CANCELLED-COUNT
003620             DISPLAY 'ARRANGEMENT CANCELLED FOR CUST-ID: '
003630                 ARR-CUST-ID
003632             MOVE ARR-CUST-ID TO WS-LOG-CUST-ID
003634             MOVE 'C' TO WS-LOG-ACTION
003636             PERFORM 7000-WRITE-ACCESS-LOG
003640     END-REWRITE.
003650 2600-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------------*
003690*    2700-DISPLAY-ARRANGEMENT                                    *
003700*----------------------------------------------------------------*
003710 2700-DISPLAY-ARRANGEMENT.
003720     EVALUATE TRUE
003730         WHEN ARR-KEPT
003740             MOVE 'KEPT' TO WS-STATUS-TEXT
003750         WHEN ARR-BROKEN
003760             MOVE 'BROKEN' TO WS-STATUS-TEXT
003770         WHEN ARR-COMPLETED
003780             MOVE 'COMPLETED' TO WS-STATUS-TEXT
003790         WHEN ARR-CANCELLED
003800             MOVE 'CANCELLED' TO WS-STATUS-TEXT
003810         WHEN OTHER
003820             MOVE 'UNKNOWN' TO WS-STATUS-TEXT
003830     END-EVALUATE
003840     EVALUATE TRUE
003850         WHEN ARR-WEEKLY
003860             MOVE 'WEEKLY' TO WS-FREQUENCY-TEXT
003870         WHEN ARR-BIWEEKLY
003880             MOVE 'BI-WEEKLY' TO WS-FREQUENCY-TEXT
003890         WHEN OTHER
003900             MOVE 'MONTHLY' TO WS-FREQUENCY-TEXT
003910     END-EVALUATE
003920     DISPLAY '-----------------------------------------------'
003930     DISPLAY 'CUST-ID ............: ' ARR-CUST-ID
003940     DISPLAY 'CUSTOMER ...........: ' CUST-NAME
003950     DISPLAY 'STATUS .............: ' WS-STATUS-TEXT
003960     MOVE ARR-INSTALLMENT-AMOUNT TO WS-AMOUNT-EDITED
003970     DISPLAY 'INSTALLMENT ........: ' WS-AMOUNT-EDITED
003980     DISPLAY 'FREQUENCY ..........: ' WS-FREQUENCY-TEXT
003990     DISPLAY 'FIRST DUE ..........: ' ARR-START-DATE
004000     DISPLAY 'PAYMENTS ...........: ' ARR-PAYMENT-COUNT
004010     DISPLAY 'SET UP ON ..........: ' ARR-SET-DATE
004020         ' BY ' ARR-OPERATOR
004030     DISPLAY 'INSTALLMENTS DUE ...: ' ARR-INSTALLMENTS-DUE
004040     MOVE ARR-AMOUNT-PAID TO WS-AMOUNT-EDITED
004050     DISPLAY 'PAID SINCE SET-UP ..: ' WS-AMOUNT-EDITED
004060     DISPLAY 'LAST CHECKED .......: ' ARR-LAST-CHECK-DATE
004070     IF NOT ARR-KEPT
004080         DISPLAY 'CLOSED ON ..........: ' ARR-CLOSED-DATE
004090     END-IF
004100     DISPLAY '-----------------------------------------------'.
004110
004120*----------------------------------------------------------------*
004130*    2800-KEY-CUST-ID                                            *
004140*    Leaves WS-FILE-STATUS '00' only when the customer was read. *
004150*----------------------------------------------------------------*
004160 2800-KEY-CUST-ID.
004170     MOVE '23' TO WS-FILE-STATUS
004180     DISPLAY 'CUST-ID (5 DIGITS): '
004190     ACCEPT WS-ID-INPUT
004200     IF WS-ID-INPUT IS NOT NUMERIC
004210         DISPLAY 'CUST-ID MUST BE 5 DIGITS: ' WS-ID-INPUT
004220         GO TO 2800-EXIT
004230     END-IF
004240     MOVE WS-ID-INPUT-NUM TO CUST-ID
004250     READ CUSTOMER-FILE
004260         INVALID KEY
004270             DISPLAY 'CUST-ID NOT ON FILE: ' WS-ID-INPUT
004280         NOT INVALID KEY
004290             DISPLAY 'CUSTOMER: ' CUST-NAME
004292             MOVE CUST-ID TO WS-LOG-CUST-ID
004294             MOVE 'V' TO WS-LOG-ACTION
004296             PERFORM 7000-WRITE-ACCESS-LOG
004300     END-READ.
004310 2800-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------*
004350*    2900-READ-ARRANGEMENT                                       *
004360*----------------------------------------------------------------*
004370 2900-READ-ARRANGEMENT.
004380     MOVE 'N' TO WS-ARR-SWITCH
004390     MOVE CUST-ID TO ARR-CUST-ID
004400     READ ARRANGEMENT-FILE
004410         INVALID KEY
004420             CONTINUE
004430         NOT INVALID KEY
004440             SET ARRANGEMENT-ON-FILE TO TRUE
004450     END-READ.
004460
004470*----------------------------------------------------------------*
004471*    7000-WRITE-ACCESS-LOG                                       *
004472*    One access-log record for WS-LOG-CUST-ID / WS-LOG-ACTION,   *
004473*    stamped with the signed-on operator and the clock. A log    *
004474*    that cannot be written stops the program: nothing unlogged. *
004475*----------------------------------------------------------------*
004476 7000-WRITE-ACCESS-LOG.
004477     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
004478     ACCEPT WS-LOG-TIME FROM TIME
004479     MOVE WS-LOG-DATE TO ALOG-DATE
004480     MOVE WS-LOG-HHMMSS TO ALOG-TIME
004481     MOVE WS-OPERATOR-ID TO ALOG-OPERATOR
004482     MOVE 'CUSTARR' TO ALOG-PROGRAM
004483     MOVE WS-LOG-CUST-ID TO ALOG-CUST-ID
004484     MOVE WS-LOG-ACTION TO ALOG-ACTION
004485     WRITE ACCESS-LOG-RECORD
004486     IF WS-ACCESS-LOG-STATUS NOT = '00'
004487         DISPLAY 'Error writing access log. Status: '
004488             WS-ACCESS-LOG-STATUS
004489         STOP RUN
004490     END-IF.
004491
004492*----------------------------------------------------------------*
004493*    7100-REFUSE-FUNCTION                                        *
004494*    A function above the signed-on operator's level is refused  *
004495*    and the attempt is written to the access log.               *
004496*----------------------------------------------------------------*
004497 7100-REFUSE-FUNCTION.
004498     DISPLAY 'FUNCTION NOT AUTHORIZED FOR OPERATOR: '
004499         WS-OPERATOR-ID
004500     MOVE ZERO TO WS-LOG-CUST-ID
004501     MOVE 'R' TO WS-LOG-ACTION
004502     PERFORM 7000-WRITE-ACCESS-LOG.
004503
004504*----------------------------------------------------------------*
004505*    9999-TERMINATE                                              *
004506*----------------------------------------------------------------*
004507 9999-TERMINATE.
004510     DISPLAY 'ARRANGEMENTS SET UP : ' WS-ADDED-COUNT
004520     DISPLAY 'ARRANGEMENTS CANCELLED: ' WS-CANCELLED-COUNT
004530     CLOSE CUSTOMER-FILE
004540     CLOSE ARRANGEMENT-FILE
004550     CLOSE ACCESS-LOG.
