001624*               master record layout.                           *
001625*  2026-09-02  LSG  Buydown step fields added to the            *
001626*               master record layout.                           *
001627*  2026-09-27  LSG  The remittance month row is read directly  *
001628*               from the keyed numeric schedule LOANSKIX       *
001629*               instead of passing LOANSKED and de-editing it. *
001630*               A missing schedule now aborts the step.        *
001700*--------------------------------------------------------------*
001800
001900 ENVIRONMENT DIVISION.
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS LM-LOAN-NUMBER
003200         FILE STATUS IS WS-MAST-STATUS.
003201     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
003202         ORGANIZATION IS INDEXED
003203         ACCESS MODE IS RANDOM
003204         RECORD KEY IS SX-KEY
003205         FILE STATUS IS WS-SKED-STATUS.
003410     SELECT LOANINVM ASSIGN TO "LOANINVM"
003420         ORGANIZATION IS INDEXED
003430         ACCESS MODE IS RANDOM
007225         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
007300
007400*--------------------------------------------------------------*
007401* LOANSKIX - THE NIGHTLY SCHEDULE KEYED ON LOAN NUMBER AND     *
007402*    MONTH, AMOUNTS IN SIGNED NUMERIC FIELDS, READ DIRECTLY    *
007403*    FOR THE MONTH WANTED                                      *
007600*--------------------------------------------------------------*
007601 FD  LOANSKIX
007800     RECORDING MODE IS F.
007801 01  LOANSKIX-RECORD.
007802     05 SX-KEY.
007803         10 SX-LOAN-NUMBER       PIC X(10).
007804         10 SX-MONTH             PIC 9(04).
007805     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
007806     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
007807     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
007808     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
007809     05 SX-LATE-FLAG             PIC X(01).
007810     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
007811     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
007812     05 FILLER                   PIC X(10).
008900
008910*--------------------------------------------------------------*
008920* LOANINVM - INVESTOR MASTER LOANIUPD MAINTAINS, KEYED ON      *
009709         88 WS-CY-OK                             VALUE "Y".
009800 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
009900     88 END-OF-LOANMAST                          VALUE "Y".
009901 77  WS-SKED-STATUS              PIC X(02)      VALUE "00".
009902 77  WS-SKED-FOUND-SW            PIC X(01)      VALUE "N".
009903     88 SKED-ROW-FOUND                           VALUE "Y".
010200 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
010300 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
010310 77  WS-INVM-STATUS              PIC X(02)      VALUE "00".
019490         MOVE 16 TO RETURN-CODE
019491         GOBACK
019492     END-IF
019493     OPEN INPUT LOANSKIX
019494     IF WS-SKED-STATUS NOT = "00"
019495         DISPLAY "LOANINVR: SCHEDULE FILE LOANSKIX MISSING"
019496         MOVE 16 TO RETURN-CODE
019497         GOBACK
019498     END-IF
019600     OPEN OUTPUT LOANINVRP
019700     MOVE ZERO TO WS-INV-COUNT
020100     READ LOANMAST
020200         AT END MOVE "Y" TO WS-EOF-SW
020300     END-READ.
021800     END-IF
021900
022000     PERFORM 2100-MATCH-SCHEDULE THRU 2100-MATCH-SCHEDULE-EXIT
022001     IF NOT SKED-ROW-FOUND
022400         GO TO 2000-PROCESS-LOANS-NEXT
022500     END-IF
022600
023600     EXIT.
023700
023800*--------------------------------------------------------------*
023801* 2100-MATCH-SCHEDULE - READ THIS LOAN'S REMITTANCE MONTH ROW  *
023802*    DIRECTLY FROM THE KEYED SCHEDULE                          *
024100*--------------------------------------------------------------*
024200 2100-MATCH-SCHEDULE.
024201     MOVE "Y"               TO WS-SKED-FOUND-SW
024202     MOVE LM-LOAN-NUMBER    TO SX-LOAN-NUMBER
024203     MOVE WS-REMIT-MONTH-NO TO SX-MONTH
024204     READ LOANSKIX
024205         INVALID KEY
024206             MOVE "N" TO WS-SKED-FOUND-SW
024207     END-READ.
025100
025200 2100-MATCH-SCHEDULE-EXIT.
025300     EXIT.
025700*    TO ITS INVESTOR'S BUCKET AND TO THE PORTFOLIO TOTALS      *
025800*--------------------------------------------------------------*
025900 2200-ACCUMULATE-INVESTOR.
025901     MOVE SX-PRINCPAID TO WS-NUM-PRINCPAID
025902     MOVE SX-INTPAID   TO WS-NUM-INTPAID
025903     MOVE SX-LATEFEE   TO WS-NUM-LATEFEE
026300
026400     MOVE ZERO TO WS-INV-FOUND-SUB
026500     PERFORM 2210-FIND-INVESTOR THRU 2210-FIND-INVESTOR-EXIT
037100     CLOSE LOANINVIN
037200     CLOSE LOANMAST
037250     CLOSE LOANINVM
037251     CLOSE LOANSKIX
037400     CLOSE LOANINVRP
037500     DISPLAY "LOANINVR: INVESTORS=" WS-INV-COUNT
037600         " LOANS=" WS-PORT-LOANS
