000208*                  CUSTNOTE) newest-first under the record        *
000209*                  display, so a collector sees the whole         *
000212*                  conversation before dialing.                   *
000213*  2026-10-15  DP  Status text for written-off accounts.          *
000214*  2026-10-15  DP  Operator sign-on and access log (below).       *
000215*******************************************************************
000220*  Operator dialog:                                               *
000230*      FUNCTION: I = inquiry on one CUST-ID                       *
000260*  For browse, the key may be partial - digits entered are        *
000270*  taken as the high-order digits and the rest of the key is     *
000280*  zero-filled, so '001' starts the walk at 00100.                *
000282*  The operator signs on with ID and PIN before the first         *
000284*  function; three failed attempts end the session. Each          *
000286*  customer displayed (V) or listed by browse or search (L)       *
000288*  is written to the access log under the operator ID.            *
000290*******************************************************************
000300
000310*******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000361     SELECT ACCESS-LOG
000362     ASSIGN TO 'DATA/CUSTOMER_ACCESS_LOG.dat'
000363     ORGANIZATION IS SEQUENTIAL
000364     ACCESS MODE IS SEQUENTIAL
000365     FILE STATUS IS WS-ACCESS-LOG-STATUS.
000366
000370     SELECT CUSTOMER-FILE
000380     ASSIGN TO 'DATA/READ_CUSTOMERS.dat'
000390     ORGANIZATION IS INDEXED
000428     RECORD KEY IS NOTE-KEY
000429     FILE STATUS IS WS-NOTES-FILE-STATUS.
000430
000431     SELECT OPERATOR-SECURITY
000432     ASSIGN TO 'DATA/OPERATOR_SECURITY.dat'
000433     ORGANIZATION IS INDEXED
000434     ACCESS MODE IS RANDOM
000435     RECORD KEY IS OPR-ID
000436     FILE STATUS IS WS-SECURITY-FILE-STATUS.
000437
000440*******************************************************************
000450*                        DATA DIVISION                            *
000460*******************************************************************
000502
000504 FD NOTES-FILE.
000506     COPY NOTEREC.
000507
000508 FD OPERATOR-SECURITY.
000509     COPY OPRSEC.
000510
000512 FD ACCESS-LOG.
000514     COPY ACCLOG.
000516
000520 WORKING-STORAGE SECTION.
000530 01 WS-FILE-STATUS PIC X(2).
000532 01 WS-NOTES-FILE-STATUS PIC X(2).
000534 01 WS-SECURITY-FILE-STATUS PIC X(2).
000536 01 WS-ACCESS-LOG-STATUS PIC X(2).
000540
000550*----------------------------------------------------------------*
000560*    OPERATOR DIALOG WORK AREAS                                  *
000630     88 FUNCTION-END VALUE 'E'.
000640 01 WS-ID-INPUT PIC X(05).
000650 01 WS-ID-INPUT-NUM REDEFINES WS-ID-INPUT PIC 9(05).
000651 01 WS-OPERATOR-ID PIC X(03) VALUE SPACES.
000652 01 WS-OPERATOR-LEVEL PIC 9(01) VALUE ZERO.
000653     88 OPERATOR-CAN-INQUIRE VALUE 1 THRU 3.
000654     88 OPERATOR-CAN-NOTE VALUE 2 THRU 3.
000655     88 OPERATOR-CAN-MAINTAIN VALUE 3.
000656 01 WS-SIGNON-SWITCH PIC X VALUE 'N'.
000657     88 SIGNED-ON VALUE 'Y'.
000658 01 WS-PIN-INPUT PIC X(06).
000659 77 WS-SIGNON-TRIES PIC 9(1) COMP VALUE ZERO.
000660 01 WS-MORE-REPLY PIC X(01).
000662
000663*----------------------------------------------------------------*
000880     02 FILLER PIC X(02) VALUE SPACES.
000890     02 WS-BROWSE-BALANCE PIC -ZZZ,ZZZ,ZZ9.99.
000900
000901*----------------------------------------------------------------*
000902*    ACCESS LOG FIELDS                                           *
000903*----------------------------------------------------------------*
000904 01 WS-LOG-CUST-ID PIC 9(05) VALUE ZERO.
000905 01 WS-LOG-ACTION PIC X(01).
000906 01 WS-LOG-TIME.
000907     02 WS-LOG-HHMMSS PIC 9(6).
000908     02 WS-LOG-HUNDREDTHS PIC 9(2).
000909
000910*******************************************************************
000920*                       PROCEDURE DIVISION                        *
000930*******************************************************************
000970*    0000-MAINLINE                                                *
000980*----------------------------------------------------------------*
000990 0000-MAINLINE.
000995     PERFORM 1200-SIGN-ON THRU 1200-EXIT
001000     PERFORM 1000-INITIALIZE
001010     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
001020         UNTIL SESSION-DONE
001580*    2110-DISPLAY-CUSTOMER                                       *
001590*----------------------------------------------------------------*
001600 2110-DISPLAY-CUSTOMER.
001602     MOVE CUST-ID TO WS-LOG-CUST-ID
001604     MOVE 'V' TO WS-LOG-ACTION
001606     PERFORM 7000-WRITE-ACCESS-LOG
001610     EVALUATE TRUE
001620         WHEN CUST-STATUS-ACTIVE
001630             MOVE 'ACTIVE' TO WS-STATUS-TEXT
001650             MOVE 'INACTIVE' TO WS-STATUS-TEXT
001660         WHEN CUST-STATUS-CLOSED
001670             MOVE 'CLOSED' TO WS-STATUS-TEXT
001673         WHEN CUST-STATUS-WRITTEN-OFF
001676             MOVE 'WRITE-OFF' TO WS-STATUS-TEXT
001680         WHEN OTHER
001690             MOVE 'UNKNOWN' TO WS-STATUS-TEXT
001700     END-EVALUATE
002480             MOVE CUST-STATUS TO WS-BROWSE-STATUS
002490             MOVE CUST-BALANCE TO WS-BROWSE-BALANCE
002500             DISPLAY WS-BROWSE-LINE
002505             PERFORM 7010-LOG-LISTED-CUSTOMER
002510             ADD 1 TO WS-PAGE-LINES
002520     END-READ.
002530 2220-EXIT.
002637     MOVE CUST-STATUS TO WS-BROWSE-STATUS
002638     MOVE CUST-BALANCE TO WS-BROWSE-BALANCE
002639     DISPLAY WS-BROWSE-LINE
002640     PERFORM 7010-LOG-LISTED-CUSTOMER
002641     ADD 1 TO WS-PAGE-LINES
002642     ADD 1 TO WS-MATCH-COUNT.
002643 2330-EXIT.
002822     CLOSE CUSTOMER-FILE
002833     IF NOTES-AVAILABLE
002844         CLOSE NOTES-FILE
002855     END-IF
002860     CLOSE ACCESS-LOG.
002870
002880*----------------------------------------------------------------*
002890*    1200-SIGN-ON                                                *
002900*    Operator ID and PIN against OPERATOR-SECURITY, up to three  *
002910*    attempts. A wrong PIN counts against the operator record;   *
002920*    the third in a row revokes it until CUSTSEC reinstates it.  *
002930*    The access log is opened here so failures are recorded.     *
002940*----------------------------------------------------------------*
002950 1200-SIGN-ON.
002960     OPEN EXTEND ACCESS-LOG
002970     IF WS-ACCESS-LOG-STATUS = '05' OR WS-ACCESS-LOG-STATUS = '35'
002980         OPEN OUTPUT ACCESS-LOG
002990     END-IF
003000     IF WS-ACCESS-LOG-STATUS NOT = '00'
003010         DISPLAY 'Error opening access log. Status: '
003020             WS-ACCESS-LOG-STATUS
003030         STOP RUN
003040     END-IF
003050     OPEN I-O OPERATOR-SECURITY
003060     IF WS-SECURITY-FILE-STATUS NOT = '00'
003070         DISPLAY 'Error opening operator security file. Status: '
003080             WS-SECURITY-FILE-STATUS
003090         CLOSE ACCESS-LOG
003100         STOP RUN
003110     END-IF
003120     MOVE ZERO TO WS-SIGNON-TRIES
003130     PERFORM 1210-SIGN-ON-ATTEMPT THRU 1210-EXIT
003140         UNTIL SIGNED-ON OR WS-SIGNON-TRIES = 3
003150     CLOSE OPERATOR-SECURITY
003160     IF NOT SIGNED-ON
003170         DISPLAY 'SIGN-ON FAILED - SESSION ENDED'
003180         CLOSE ACCESS-LOG
003190         STOP RUN
003200     END-IF.
003210 1200-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------------*
003250*    1210-SIGN-ON-ATTEMPT                                        *
003260*    The same refusal message for an unknown ID, a revoked ID and*
003270*    a wrong PIN, so the dialog does not confirm which IDs exist.*
003280*----------------------------------------------------------------*
003290 1210-SIGN-ON-ATTEMPT.
003300     ADD 1 TO WS-SIGNON-TRIES
003310     MOVE ZERO TO WS-LOG-CUST-ID
003320     MOVE 'F' TO WS-LOG-ACTION
003330     DISPLAY 'OPERATOR ID: '
003340     MOVE SPACES TO WS-OPERATOR-ID
003350     ACCEPT WS-OPERATOR-ID
003360     DISPLAY 'PIN: '
003370     MOVE SPACES TO WS-PIN-INPUT
003380     ACCEPT WS-PIN-INPUT
003390     MOVE WS-OPERATOR-ID TO OPR-ID
003400     READ OPERATOR-SECURITY
003410         INVALID KEY
003420             DISPLAY 'SIGN-ON REFUSED'
003430             PERFORM 7000-WRITE-ACCESS-LOG
003440             GO TO 1210-EXIT
003450     END-READ
003460     IF NOT OPR-ACTIVE OR NOT OPR-LEVEL-VALID
003470         DISPLAY 'SIGN-ON REFUSED'
003480         PERFORM 7000-WRITE-ACCESS-LOG
003490         GO TO 1210-EXIT
003500     END-IF
003510     IF OPR-PIN NOT = WS-PIN-INPUT
003520         DISPLAY 'SIGN-ON REFUSED'
003530         ADD 1 TO OPR-FAILED-COUNT
003540         IF OPR-FAILED-COUNT >= 3
003550             SET OPR-REVOKED TO TRUE
003560             ACCEPT OPR-CHANGED-DATE FROM DATE YYYYMMDD
003570         END-IF
003580         REWRITE OPERATOR-RECORD
003590             INVALID KEY
003600                 DISPLAY 'OPERATOR REWRITE FAILED. Status: '
003610                     WS-SECURITY-FILE-STATUS
003620         END-REWRITE
003630         PERFORM 7000-WRITE-ACCESS-LOG
003640         GO TO 1210-EXIT
003650     END-IF
003660     MOVE ZERO TO OPR-FAILED-COUNT
003670     ACCEPT OPR-LAST-SIGNON-DATE FROM DATE YYYYMMDD
003680     REWRITE OPERATOR-RECORD
003690         INVALID KEY
003700             DISPLAY 'OPERATOR REWRITE FAILED. Status: '
003710                 WS-SECURITY-FILE-STATUS
003720     END-REWRITE
003730     MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL
003740     SET SIGNED-ON TO TRUE
003750     MOVE 'S' TO WS-LOG-ACTION
003760     PERFORM 7000-WRITE-ACCESS-LOG
003770     DISPLAY 'SIGNED ON: ' OPR-NAME.
003780 1210-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------------*
003820*    7000-WRITE-ACCESS-LOG                                       *
003830*    One access-log record for WS-LOG-CUST-ID / WS-LOG-ACTION,   *
003840*    stamped with the signed-on operator and the clock. A log    *
003850*    that cannot be written stops the program: nothing unlogged. *
003860*----------------------------------------------------------------*
003870 7000-WRITE-ACCESS-LOG.
003880     ACCEPT ALOG-DATE FROM DATE YYYYMMDD
003890     ACCEPT WS-LOG-TIME FROM TIME
003900     MOVE WS-LOG-HHMMSS TO ALOG-TIME
003910     MOVE WS-OPERATOR-ID TO ALOG-OPERATOR
003920     MOVE 'CUSTINQ' TO ALOG-PROGRAM
003930     MOVE WS-LOG-CUST-ID TO ALOG-CUST-ID
003940     MOVE WS-LOG-ACTION TO ALOG-ACTION
003950     WRITE ACCESS-LOG-RECORD
003960     IF WS-ACCESS-LOG-STATUS NOT = '00'
003970         DISPLAY 'Error writing access log. Status: '
003980             WS-ACCESS-LOG-STATUS
003990         STOP RUN
004000     END-IF.
004010
004020*----------------------------------------------------------------*
004030*    7010-LOG-LISTED-CUSTOMER                                    *
004040*    A customer shown on a browse or name-search line.           *
004050*----------------------------------------------------------------*
004060 7010-LOG-LISTED-CUSTOMER.
004070     MOVE CUST-ID TO WS-LOG-CUST-ID
004080     MOVE 'L' TO WS-LOG-ACTION
004090     PERFORM 7000-WRITE-ACCESS-LOG.
