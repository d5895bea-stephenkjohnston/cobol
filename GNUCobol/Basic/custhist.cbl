000180*                  master record. The history file is written     *
000190*                  in run order, so reading it front to back      *
000200*                  gives the entries in date order.               *
000201*  2026-10-15  DP  History layout gains HIST-OPERATOR (record     *
000202*                  343 to 346); each entry line shows the         *
000203*                  signed-on operator who made the change.        *
000204*  2026-10-15  DP  Operator sign-on against OPERATOR-SECURITY     *
000205*                  before the report; the customer reported goes  *
000206*                  to the customer access log.                    *
000210*******************************************************************
000220*  The operator keys the CUST-ID to report on; the history for   *
000230*  that customer goes to CUSTOMER_HISTORY.prt. This is the audit *
000380     ORGANIZATION IS SEQUENTIAL
000390     ACCESS MODE IS SEQUENTIAL
000400     FILE STATUS IS WS-HIST-FILE-STATUS.
000401
000402     SELECT OPERATOR-SECURITY
000403     ASSIGN TO 'DATA/OPERATOR_SECURITY.dat'
000404     ORGANIZATION IS INDEXED
000405     ACCESS MODE IS RANDOM
000406     RECORD KEY IS OPR-ID
000407     FILE STATUS IS WS-SECURITY-FILE-STATUS.
000410
000420     SELECT PRINT-FILE
000430     ASSIGN TO 'DATA/CUSTOMER_HISTORY.prt'
000440     ORGANIZATION IS LINE SEQUENTIAL
000450     ACCESS MODE IS SEQUENTIAL
000460     FILE STATUS IS WS-PRINT-FILE-STATUS.
000461
000462     SELECT ACCESS-LOG
000463     ASSIGN TO 'DATA/CUSTOMER_ACCESS_LOG.dat'
000464     ORGANIZATION IS SEQUENTIAL
000465     ACCESS MODE IS SEQUENTIAL
000466     FILE STATUS IS WS-ACCESS-LOG-STATUS.
000470
000480*******************************************************************
000490*                        DATA DIVISION                            *
000610     02 HIST-TIME PIC 9(6).
000620     02 HIST-BEFORE-IMAGE PIC X(161).
000630     02 HIST-AFTER-IMAGE PIC X(161).
000635     02 HIST-OPERATOR PIC X(3).
000640
000650 FD PRINT-FILE.
000660 01 PRINT-LINE PIC X(100).
000661
000662 FD OPERATOR-SECURITY.
000663     COPY OPRSEC.
000664
000665 FD ACCESS-LOG.
000666     COPY ACCLOG.
000670
000680 WORKING-STORAGE SECTION.
000690 01 WS-EOF PIC X VALUE 'N'.
000700     88 END-OF-FILE VALUE 'Y'.
000710 01 WS-HIST-FILE-STATUS PIC X(2).
000720 01 WS-PRINT-FILE-STATUS PIC X(2).
000723 01 WS-SECURITY-FILE-STATUS PIC X(2).
000726 01 WS-ACCESS-LOG-STATUS PIC X(2).
000730
000740*----------------------------------------------------------------*
000750*    THE IMAGES ARE DECODED THROUGH THE SHARED MASTER LAYOUT     *
000820 01 WS-ID-INPUT PIC X(05).
000830 01 WS-ID-INPUT-NUM REDEFINES WS-ID-INPUT PIC 9(05).
000840 01 WS-REQUESTED-ID PIC 9(05).
000841 01 WS-OPERATOR-ID PIC X(03) VALUE SPACES.
000842 01 WS-OPERATOR-LEVEL PIC 9(01) VALUE ZERO.
000843     88 OPERATOR-CAN-INQUIRE VALUE 1 THRU 3.
000844 01 WS-SIGNON-SWITCH PIC X VALUE 'N'.
000845     88 SIGNED-ON VALUE 'Y'.
000846 01 WS-PIN-INPUT PIC X(06).
000847 77 WS-SIGNON-TRIES PIC 9(1) COMP VALUE ZERO.
000850
000860*----------------------------------------------------------------*
000870*    RUN CONTROL TOTALS                                          *
000890 77 WS-RECORD-COUNT PIC 9(9) COMP VALUE ZERO.
000900 77 WS-LISTED-COUNT PIC 9(9) COMP VALUE ZERO.
000910
000911*----------------------------------------------------------------*
000912*    ACCESS LOG FIELDS                                           *
000913*----------------------------------------------------------------*
000914 01 WS-LOG-CUST-ID PIC 9(05) VALUE ZERO.
000915 01 WS-LOG-ACTION PIC X(01).
000916 01 WS-LOG-TIME.
000917     02 WS-LOG-HHMMSS PIC 9(6).
000918     02 WS-LOG-HUNDREDTHS PIC 9(2).
000919
000920*----------------------------------------------------------------*
000930*    REPORT LINES                                                *
000940*----------------------------------------------------------------*
001050     02 WS-ENTRY-CODE PIC X(01).
001060     02 FILLER PIC X(03) VALUE ' - '.
001070     02 WS-ENTRY-CODE-TEXT PIC X(06).
001073     02 FILLER PIC X(06) VALUE ' BY: '.
001076     02 WS-ENTRY-OPERATOR PIC X(03).
001080 01 WS-IMAGE-LINE.
001090     02 WS-IMAGE-TAG PIC X(08).
001100     02 WS-IMAGE-NAME PIC X(30).
001290*    0000-MAINLINE                                                *
001300*----------------------------------------------------------------*
001310 0000-MAINLINE.
001315     PERFORM 1200-SIGN-ON THRU 1200-EXIT
001320     PERFORM 1000-INITIALIZE
001330     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
001340         UNTIL END-OF-FILE
001470         STOP RUN
001480     END-IF
001490     MOVE WS-ID-INPUT-NUM TO WS-REQUESTED-ID
001491     IF NOT OPERATOR-CAN-INQUIRE
001492         PERFORM 7100-REFUSE-FUNCTION
001493         CLOSE ACCESS-LOG
001494         STOP RUN
001495     END-IF
001496     MOVE WS-REQUESTED-ID TO WS-LOG-CUST-ID
001497     MOVE 'V' TO WS-LOG-ACTION
001498     PERFORM 7000-WRITE-ACCESS-LOG
001500     OPEN INPUT MAINT-HISTORY
001510     IF WS-HIST-FILE-STATUS NOT = '00'
001520         DISPLAY 'Error opening history file. Status: '
001920     STRING HIST-TIME(1:2) ':' HIST-TIME(3:2) ':'
001930         HIST-TIME(5:2) DELIMITED BY SIZE INTO WS-ENTRY-TIME
001940     MOVE HIST-TRANS-CODE TO WS-ENTRY-CODE
001945     MOVE HIST-OPERATOR TO WS-ENTRY-OPERATOR
001950     EVALUATE HIST-TRANS-CODE
001960         WHEN 'A'
001970             MOVE 'ADD' TO WS-ENTRY-CODE-TEXT
002410*----------------------------------------------------------------*
002420 9999-TERMINATE.
002430     CLOSE MAINT-HISTORY
002440     CLOSE PRINT-FILE
002450     CLOSE ACCESS-LOG.
002460
002470*----------------------------------------------------------------*
002480*    1200-SIGN-ON                                                *
002490*    Operator ID and PIN against OPERATOR-SECURITY, up to three  *
002500*    attempts. A wrong PIN counts against the operator record;   *
002510*    the third in a row revokes it until CUSTSEC reinstates it.  *
002520*    The access log is opened here so failures are recorded.     *
002530*----------------------------------------------------------------*
002540 1200-SIGN-ON.
002550     OPEN EXTEND ACCESS-LOG
002560     IF WS-ACCESS-LOG-STATUS = '05' OR WS-ACCESS-LOG-STATUS = '35'
002570         OPEN OUTPUT ACCESS-LOG
002580     END-IF
002590     IF WS-ACCESS-LOG-STATUS NOT = '00'
002600         DISPLAY 'Error opening access log. Status: '
002610             WS-ACCESS-LOG-STATUS
002620         STOP RUN
002630     END-IF
002640     OPEN I-O OPERATOR-SECURITY
002650     IF WS-SECURITY-FILE-STATUS NOT = '00'
002660         DISPLAY 'Error opening operator security file. Status: '
002670             WS-SECURITY-FILE-STATUS
002680         CLOSE ACCESS-LOG
002690         STOP RUN
002700     END-IF
002710     MOVE ZERO TO WS-SIGNON-TRIES
002720     PERFORM 1210-SIGN-ON-ATTEMPT THRU 1210-EXIT
002730         UNTIL SIGNED-ON OR WS-SIGNON-TRIES = 3
002740     CLOSE OPERATOR-SECURITY
002750     IF NOT SIGNED-ON
002760         DISPLAY 'SIGN-ON FAILED - SESSION ENDED'
002770         CLOSE ACCESS-LOG
002780         STOP RUN
002790     END-IF.
002800 1200-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------------*
002840*    1210-SIGN-ON-ATTEMPT                                        *
002850*    The same refusal message for an unknown ID, a revoked ID and*
002860*    a wrong PIN, so the dialog does not confirm which IDs exist.*
002870*----------------------------------------------------------------*
002880 1210-SIGN-ON-ATTEMPT.
002890     ADD 1 TO WS-SIGNON-TRIES
002900     MOVE ZERO TO WS-LOG-CUST-ID
002910     MOVE 'F' TO WS-LOG-ACTION
002920     DISPLAY 'OPERATOR ID: '
002930     MOVE SPACES TO WS-OPERATOR-ID
002940     ACCEPT WS-OPERATOR-ID
002950     DISPLAY 'PIN: '
002960     MOVE SPACES TO WS-PIN-INPUT
002970     ACCEPT WS-PIN-INPUT
002980     MOVE WS-OPERATOR-ID TO OPR-ID
002990     READ OPERATOR-SECURITY
003000         INVALID KEY
003010             DISPLAY 'SIGN-ON REFUSED'
003020             PERFORM 7000-WRITE-ACCESS-LOG
003030             GO TO 1210-EXIT
003040     END-READ
003050     IF NOT OPR-ACTIVE OR NOT OPR-LEVEL-VALID
003060         DISPLAY 'SIGN-ON REFUSED'
003070         PERFORM 7000-WRITE-ACCESS-LOG
003080         GO TO 1210-EXIT
003090     END-IF
003100     IF OPR-PIN NOT = WS-PIN-INPUT
003110         DISPLAY 'SIGN-ON REFUSED'
003120         ADD 1 TO OPR-FAILED-COUNT
003130         IF OPR-FAILED-COUNT >= 3
003140             SET OPR-REVOKED TO TRUE
003150             ACCEPT OPR-CHANGED-DATE FROM DATE YYYYMMDD
003160         END-IF
003170         REWRITE OPERATOR-RECORD
003180             INVALID KEY
003190                 DISPLAY 'OPERATOR REWRITE FAILED. Status: '
003200                     WS-SECURITY-FILE-STATUS
003210         END-REWRITE
003220         PERFORM 7000-WRITE-ACCESS-LOG
003230         GO TO 1210-EXIT
003240     END-IF
003250     MOVE ZERO TO OPR-FAILED-COUNT
003260     ACCEPT OPR-LAST-SIGNON-DATE FROM DATE YYYYMMDD
003270     REWRITE OPERATOR-RECORD
003280         INVALID KEY
003290             DISPLAY 'OPERATOR REWRITE FAILED. Status: '
003300                 WS-SECURITY-FILE-STATUS
003310     END-REWRITE
003320     MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL
003330     SET SIGNED-ON TO TRUE
003340     MOVE 'S' TO WS-LOG-ACTION
003350     PERFORM 7000-WRITE-ACCESS-LOG
003360     DISPLAY 'SIGNED ON: ' OPR-NAME.
003370 1210-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------------*
003410*    7000-WRITE-ACCESS-LOG                                       *
003420*    One access-log record for WS-LOG-CUST-ID / WS-LOG-ACTION,   *
003430*    stamped with the signed-on operator and the clock. A log    *
003440*    that cannot be written stops the program: nothing unlogged. *
003450*----------------------------------------------------------------*
003460 7000-WRITE-ACCESS-LOG.
003470     ACCEPT ALOG-DATE FROM DATE YYYYMMDD
003480     ACCEPT WS-LOG-TIME FROM TIME
003490     MOVE WS-LOG-HHMMSS TO ALOG-TIME
003500     MOVE WS-OPERATOR-ID TO ALOG-OPERATOR
003510     MOVE 'CUSTHIST' TO ALOG-PROGRAM
003520     MOVE WS-LOG-CUST-ID TO ALOG-CUST-ID
003530     MOVE WS-LOG-ACTION TO ALOG-ACTION
003540     WRITE ACCESS-LOG-RECORD
003550     IF WS-ACCESS-LOG-STATUS NOT = '00'
003560         DISPLAY 'Error writing access log. Status: '
003570             WS-ACCESS-LOG-STATUS
003580         STOP RUN
003590     END-IF.
003600
003610*----------------------------------------------------------------*
003620*    7100-REFUSE-FUNCTION                                        *
003630*----------------------------------------------------------------*
003640 7100-REFUSE-FUNCTION.
003650     DISPLAY 'FUNCTION NOT AUTHORIZED FOR OPERATOR: '
003660         WS-OPERATOR-ID
003670     MOVE ZERO TO WS-LOG-CUST-ID
003680     MOVE 'R' TO WS-LOG-ACTION
003690     PERFORM 7000-WRITE-ACCESS-LOG.
