000210*                  so collectors work from the system instead    *
000220*                  of the card box. CUSTINQ shows a customer's   *
000230*                  notes newest-first under its record display.  *
000231*  2026-10-15  DP  Operator sign-on against OPERATOR-SECURITY;   *
000232*                  adding a note needs notes authority and the   *
000233*                  note carries the signed-on ID instead of      *
000234*                  keyed initials. Customers shown, noted or     *
000235*                  listed go to the customer access log.         *
000240*******************************************************************
000250*  Operator dialog:                                               *
000260*      FUNCTION: A = add a note for one CUST-ID                  *
000270*                F = print the follow-up list (follow-up date    *
000280*                    on or before today, to the print file)      *
000290*                E = end the session                             *
000293*  The operator signs on with ID and PIN first. A needs          *
000296*  notes authority (level 2 or 3); F is open to any level.       *
000300*******************************************************************
000310
000320*******************************************************************
000510     RECORD KEY IS NOTE-KEY
000520     FILE STATUS IS WS-NOTES-FILE-STATUS.
000530
000531     SELECT OPERATOR-SECURITY
000532     ASSIGN TO 'DATA/OPERATOR_SECURITY.dat'
000533     ORGANIZATION IS INDEXED
000534     ACCESS MODE IS RANDOM
000535     RECORD KEY IS OPR-ID
000536     FILE STATUS IS WS-SECURITY-FILE-STATUS.
000537
000540     SELECT PRINT-FILE
000550     ASSIGN TO 'DATA/NOTE_FOLLOWUP.prt'
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     ACCESS MODE IS SEQUENTIAL
000580     FILE STATUS IS WS-PRINT-FILE-STATUS.
000581
000582     SELECT ACCESS-LOG
000583     ASSIGN TO 'DATA/CUSTOMER_ACCESS_LOG.dat'
000584     ORGANIZATION IS SEQUENTIAL
000585     ACCESS MODE IS SEQUENTIAL
000586     FILE STATUS IS WS-ACCESS-LOG-STATUS.
000590
000600*******************************************************************
000610*                        DATA DIVISION                            *
000670
000680 FD NOTES-FILE.
000690     COPY NOTEREC.
000691
000692 FD OPERATOR-SECURITY.
000693     COPY OPRSEC.
000694
000695 FD ACCESS-LOG.
000696     COPY ACCLOG.
000700
000710 FD PRINT-FILE.
000720 01 PRINT-LINE PIC X(120).
000750 01 WS-FILE-STATUS PIC X(2).
000760 01 WS-NOTES-FILE-STATUS PIC X(2).
000770 01 WS-PRINT-FILE-STATUS PIC X(2).
000773 01 WS-SECURITY-FILE-STATUS PIC X(2).
000776 01 WS-ACCESS-LOG-STATUS PIC X(2).
000780
000790*----------------------------------------------------------------*
000800*    OPERATOR DIALOG WORK AREAS                                  *
000870     88 FUNCTION-END VALUE 'E'.
000880 01 WS-ID-INPUT PIC X(05).
000890 01 WS-ID-INPUT-NUM REDEFINES WS-ID-INPUT PIC 9(05).
000891 01 WS-OPERATOR-ID PIC X(03) VALUE SPACES.
000892 01 WS-OPERATOR-LEVEL PIC 9(01) VALUE ZERO.
000893     88 OPERATOR-CAN-INQUIRE VALUE 1 THRU 3.
000894     88 OPERATOR-CAN-NOTE VALUE 2 THRU 3.
000895     88 OPERATOR-CAN-MAINTAIN VALUE 3.
000896 01 WS-SIGNON-SWITCH PIC X VALUE 'N'.
000897     88 SIGNED-ON VALUE 'Y'.
000900 01 WS-PIN-INPUT PIC X(06).
000905 77 WS-SIGNON-TRIES PIC 9(1) COMP VALUE ZERO.
000910 01 WS-TEXT-INPUT PIC X(60).
000920 01 WS-FOLLOWUP-INPUT PIC X(08).
000930 01 WS-FOLLOWUP-INPUT-NUM REDEFINES WS-FOLLOWUP-INPUT
001020     02 WS-TIME-MINUTES PIC 9(2).
001030     02 WS-TIME-SECONDS PIC 9(2).
001040     02 WS-TIME-HUNDREDTHS PIC 9(2).
001041 01 WS-LOG-CUST-ID PIC 9(05) VALUE ZERO.
001042 01 WS-LOG-ACTION PIC X(01).
001043 01 WS-LOG-DATE PIC 9(8).
001044 01 WS-LOG-TIME.
001045     02 WS-LOG-HHMMSS PIC 9(6).
001046     02 WS-LOG-HUNDREDTHS PIC 9(2).
001050 01 WS-WRITE-SWITCH PIC X VALUE 'N'.
001060     88 NOTE-WRITTEN VALUE 'Y'.
001070
001590*    0000-MAINLINE                                                *
001600*----------------------------------------------------------------*
001610 0000-MAINLINE.
001615     PERFORM 1200-SIGN-ON THRU 1200-EXIT
001620     PERFORM 1000-INITIALIZE
001630     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
001640         UNTIL SESSION-DONE
001980     ACCEPT WS-FUNCTION-CODE
001990     EVALUATE TRUE
002000         WHEN FUNCTION-ADD
002005             IF OPERATOR-CAN-NOTE
002010                 PERFORM 2100-ADD-NOTE
002012             ELSE
002014                 PERFORM 7100-REFUSE-FUNCTION
002016             END-IF
002020         WHEN FUNCTION-FOLLOWUP
002030             PERFORM 2500-FOLLOWUP-LIST
002040         WHEN FUNCTION-END
002260                 DISPLAY 'CUST-ID NOT ON FILE: ' WS-ID-INPUT
002270             NOT INVALID KEY
002280                 DISPLAY 'CUSTOMER: ' CUST-NAME
002282                 MOVE CUST-ID TO WS-LOG-CUST-ID
002284                 MOVE 'V' TO WS-LOG-ACTION
002286                 PERFORM 7000-WRITE-ACCESS-LOG
002290                 PERFORM 2200-KEY-NOTE-FIELDS
002300         END-READ
002310     END-IF.
002340*    2200-KEY-NOTE-FIELDS                                        *
002350*----------------------------------------------------------------*
002360 2200-KEY-NOTE-FIELDS.
002400     DISPLAY 'NOTE TEXT (UP TO 60): '
002410     MOVE SPACES TO WS-TEXT-INPUT
002420     ACCEPT WS-TEXT-INPUT
002690     MOVE WS-TODAYS-DATE TO NOTE-DATE
002700     MOVE WS-CURRENT-TIME(1:6) TO NOTE-TIME
002710     MOVE 1 TO NOTE-SEQ
002720     MOVE WS-OPERATOR-ID TO NOTE-OPERATOR
002730     MOVE WS-TEXT-INPUT TO NOTE-TEXT
002740     MOVE WS-FOLLOWUP-INPUT-NUM TO NOTE-FOLLOWUP-DATE
002750     MOVE 'N' TO WS-WRITE-SWITCH
002780     IF NOTE-WRITTEN
002790         ADD 1 TO WS-ADDED-COUNT
002800         DISPLAY 'NOTE ADDED FOR CUST-ID: ' NOTE-CUST-ID
002802         MOVE NOTE-CUST-ID TO WS-LOG-CUST-ID
002804         MOVE 'N' TO WS-LOG-ACTION
002806         PERFORM 7000-WRITE-ACCESS-LOG
002810     ELSE
002820         DISPLAY 'NOTE SEQ EXHAUSTED FOR CUST-ID: '
002830             NOTE-CUST-ID
003580     MOVE NOTE-FOLLOWUP-DATE TO WS-DETAIL-FOLLOWUP
003590     MOVE NOTE-OPERATOR TO WS-DETAIL-OPERATOR
003600     MOVE NOTE-TEXT TO WS-DETAIL-TEXT
003610     WRITE PRINT-LINE FROM WS-DETAIL-LINE
003612     MOVE NOTE-CUST-ID TO WS-LOG-CUST-ID
003614     MOVE 'L' TO WS-LOG-ACTION
003616     PERFORM 7000-WRITE-ACCESS-LOG.
003620 2510-EXIT.
003630     EXIT.
003640
003670*----------------------------------------------------------------*
003680 9999-TERMINATE.
003690     CLOSE CUSTOMER-FILE
003700     CLOSE NOTES-FILE
003710     CLOSE ACCESS-LOG.
003720
003730*----------------------------------------------------------------*
003740*    1200-SIGN-ON                                                *
003750*    Operator ID and PIN against OPERATOR-SECURITY, up to three  *
003760*    attempts. A wrong PIN counts against the operator record;   *
003770*    the third in a row revokes it until CUSTSEC reinstates it.  *
003780*    The access log is opened here so failures are recorded.     *
003790*----------------------------------------------------------------*
003800 1200-SIGN-ON.
003810     OPEN EXTEND ACCESS-LOG
003820     IF WS-ACCESS-LOG-STATUS = '05' OR WS-ACCESS-LOG-STATUS = '35'
003830         OPEN OUTPUT ACCESS-LOG
003840     END-IF
003850     IF WS-ACCESS-LOG-STATUS NOT = '00'
003860         DISPLAY 'Error opening access log. Status: '
003870             WS-ACCESS-LOG-STATUS
003880         STOP RUN
003890     END-IF
003900     OPEN I-O OPERATOR-SECURITY
003910     IF WS-SECURITY-FILE-STATUS NOT = '00'
003920         DISPLAY 'Error opening operator security file. Status: '
003930             WS-SECURITY-FILE-STATUS
003940         CLOSE ACCESS-LOG
003950         STOP RUN
003960     END-IF
003970     MOVE ZERO TO WS-SIGNON-TRIES
003980     PERFORM 1210-SIGN-ON-ATTEMPT THRU 1210-EXIT
003990         UNTIL SIGNED-ON OR WS-SIGNON-TRIES = 3
004000     CLOSE OPERATOR-SECURITY
004010     IF NOT SIGNED-ON
004020         DISPLAY 'SIGN-ON FAILED - SESSION ENDED'
004030         CLOSE ACCESS-LOG
004040         STOP RUN
004050     END-IF.
004060 1200-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------------*
004100*    1210-SIGN-ON-ATTEMPT                                        *
004110*    The same refusal message for an unknown ID, a revoked ID and*
004120*    a wrong PIN, so the dialog does not confirm which IDs exist.*
004130*----------------------------------------------------------------*
004140 1210-SIGN-ON-ATTEMPT.
004150     ADD 1 TO WS-SIGNON-TRIES
004160     MOVE ZERO TO WS-LOG-CUST-ID
004170     MOVE 'F' TO WS-LOG-ACTION
004180     DISPLAY 'OPERATOR ID: '
004190     MOVE SPACES TO WS-OPERATOR-ID
004200     ACCEPT WS-OPERATOR-ID
004210     DISPLAY 'PIN: '
004220     MOVE SPACES TO WS-PIN-INPUT
004230     ACCEPT WS-PIN-INPUT
004240     MOVE WS-OPERATOR-ID TO OPR-ID
004250     READ OPERATOR-SECURITY
004260         INVALID KEY
004270             DISPLAY 'SIGN-ON REFUSED'
004280             PERFORM 7000-WRITE-ACCESS-LOG
004290             GO TO 1210-EXIT
004300     END-READ
004310     IF NOT OPR-ACTIVE OR NOT OPR-LEVEL-VALID
004320         DISPLAY 'SIGN-ON REFUSED'
004330         PERFORM 7000-WRITE-ACCESS-LOG
004340         GO TO 1210-EXIT
004350     END-IF
004360     IF OPR-PIN NOT = WS-PIN-INPUT
004370         DISPLAY 'SIGN-ON REFUSED'
004380         ADD 1 TO OPR-FAILED-COUNT
004390         IF OPR-FAILED-COUNT >= 3
004400             SET OPR-REVOKED TO TRUE
004410             ACCEPT OPR-CHANGED-DATE FROM DATE YYYYMMDD
004420         END-IF
004430         REWRITE OPERATOR-RECORD
004440             INVALID KEY
004450                 DISPLAY 'OPERATOR REWRITE FAILED. Status: '
004460                     WS-SECURITY-FILE-STATUS
004470         END-REWRITE
004480         PERFORM 7000-WRITE-ACCESS-LOG
004490         GO TO 1210-EXIT
004500     END-IF
004510     MOVE ZERO TO OPR-FAILED-COUNT
004520     ACCEPT OPR-LAST-SIGNON-DATE FROM DATE YYYYMMDD
004530     REWRITE OPERATOR-RECORD
004540         INVALID KEY
004550             DISPLAY 'OPERATOR REWRITE FAILED. Status: '
004560                 WS-SECURITY-FILE-STATUS
004570     END-REWRITE
004580     MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL
004590     SET SIGNED-ON TO TRUE
004600     MOVE 'S' TO WS-LOG-ACTION
004610     PERFORM 7000-WRITE-ACCESS-LOG
004620     DISPLAY 'SIGNED ON: ' OPR-NAME.
004630 1210-EXIT.
004640     EXIT.
004650
004660*----------------------------------------------------------------*
004670*    7000-WRITE-ACCESS-LOG                                       *
004680*    One access-log record for WS-LOG-CUST-ID / WS-LOG-ACTION,   *
004690*    stamped with the signed-on operator and the clock. A log    *
004700*    that cannot be written stops the program: nothing unlogged. *
004710*----------------------------------------------------------------*
004720 7000-WRITE-ACCESS-LOG.
004730     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
004740     ACCEPT WS-LOG-TIME FROM TIME
004750     MOVE WS-LOG-DATE TO ALOG-DATE
004760     MOVE WS-LOG-HHMMSS TO ALOG-TIME
004770     MOVE WS-OPERATOR-ID TO ALOG-OPERATOR
004780     MOVE 'CUSTNOTE' TO ALOG-PROGRAM
004790     MOVE WS-LOG-CUST-ID TO ALOG-CUST-ID
004800     MOVE WS-LOG-ACTION TO ALOG-ACTION
004810     WRITE ACCESS-LOG-RECORD
004820     IF WS-ACCESS-LOG-STATUS NOT = '00'
004830         DISPLAY 'Error writing access log. Status: '
004840             WS-ACCESS-LOG-STATUS
004850         STOP RUN
004860     END-IF.
004870
004880*----------------------------------------------------------------*
004890*    7100-REFUSE-FUNCTION                                        *
004900*    A function above the signed-on operator's level is refused  *
004910*    and the attempt is written to the access log.               *
004920*----------------------------------------------------------------*
004930 7100-REFUSE-FUNCTION.
004940     DISPLAY 'FUNCTION NOT AUTHORIZED FOR OPERATOR: '
004950         WS-OPERATOR-ID
004960     MOVE ZERO TO WS-LOG-CUST-ID
004970     MOVE 'R' TO WS-LOG-ACTION
004980     PERFORM 7000-WRITE-ACCESS-LOG.
