001640*               master record layout.                           *
001641*  2026-09-02  LSG  Buydown step fields added to the            *
001642*               master record layout.                           *
001643*  2026-09-27  LSG  Each payment's scheduled month is read     *
001644*               directly from the keyed numeric schedule       *
001645*               LOANSKIX instead of passing LOANSKED and       *
001646*               de-editing it; the payments file no longer     *
001647*               needs to arrive in schedule order.             *
001700*--------------------------------------------------------------*
001800
001900 ENVIRONMENT DIVISION.
002900         ACCESS MODE IS RANDOM
003000         RECORD KEY IS LM-LOAN-NUMBER
003100         FILE STATUS IS WS-MAST-STATUS.
003101     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
003102         ORGANIZATION IS INDEXED
003103         ACCESS MODE IS RANDOM
003104         RECORD KEY IS SX-KEY
003400         FILE STATUS IS WS-SKED-STATUS.
003500     SELECT LOANPDSP ASSIGN TO "LOANPDSP"
003600         ORGANIZATION IS SEQUENTIAL.
008035         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
008100
008200*--------------------------------------------------------------*
008201* LOANSKIX - THE NIGHTLY SCHEDULE KEYED ON LOAN NUMBER AND     *
008202*    MONTH, AMOUNTS IN SIGNED NUMERIC FIELDS, READ DIRECTLY    *
008203*    FOR THE MONTH WANTED                                      *
008400*--------------------------------------------------------------*
008401 FD  LOANSKIX
008600     RECORDING MODE IS F.
008601 01  LOANSKIX-RECORD.
008602     05 SX-KEY.
008603         10 SX-LOAN-NUMBER       PIC X(10).
008604         10 SX-MONTH             PIC 9(04).
008605     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
008606     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
008607     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
008608     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
008609     05 SX-LATE-FLAG             PIC X(01).
008610     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
008611     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
008612     05 FILLER                   PIC X(10).
009700
009800*--------------------------------------------------------------*
009900* LOANPDSP - ONE DISPOSITION PER PAYMENT RECEIVED              *
012200 WORKING-STORAGE SECTION.
012300 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
012400     88 END-OF-LOANPAY                           VALUE "Y".
012401 77  WS-SKED-FOUND-SW            PIC X(01)      VALUE "N".
012402     88 SKED-ROW-FOUND                           VALUE "Y".
012700 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
012800 77  WS-SKED-STATUS              PIC X(02)      VALUE "00".
012810 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
017930         MOVE 16 TO RETURN-CODE
017940         GOBACK
017950     END-IF
017951     OPEN INPUT LOANSKIX
018010     IF WS-SKED-STATUS NOT = "00"
018011         DISPLAY "LOANPOST: SCHEDULE FILE LOANSKIX MISSING"
018030         MOVE 16 TO RETURN-CODE
018040         GOBACK
018050     END-IF
018200     OPEN OUTPUT LOANPEXR
018300     WRITE PRINT-LINE FROM WS-EXCEPT-HEADING
018400     WRITE PRINT-LINE FROM SPACES
018800     READ LOANPAY
018900         AT END MOVE "Y" TO WS-EOF-SW
019000     END-READ.
020300     END-IF
020400
020500     PERFORM 2200-MATCH-SCHEDULE THRU 2200-MATCH-SCHEDULE-EXIT
020501     IF NOT SKED-ROW-FOUND
020900         PERFORM 2500-WRITE-UNMATCHED
021000             THRU 2500-WRITE-UNMATCHED-EXIT
021100         GO TO 2000-POST-PAYMENTS-NEXT
024600     EXIT.
024700
024800*--------------------------------------------------------------*
024801* 2200-MATCH-SCHEDULE - READ THE SCHEDULE ROW FOR THE CURRENT  *
024802*    LOAN AND MONTH DIRECTLY FROM THE KEYED SCHEDULE           *
025300*--------------------------------------------------------------*
025400 2200-MATCH-SCHEDULE.
025401     MOVE "Y"            TO WS-SKED-FOUND-SW
025402     MOVE PP-LOAN-NUMBER TO SX-LOAN-NUMBER
025403     MOVE WS-SCHED-MONTH TO SX-MONTH
025404     READ LOANSKIX
025405         INVALID KEY
025406             MOVE "N" TO WS-SKED-FOUND-SW
025407     END-READ.
026300
026400 2200-MATCH-SCHEDULE-EXIT.
026500     EXIT.
027000*    AND WRITE THE DISPOSITION                                 *
027100*--------------------------------------------------------------*
027200 2300-APPLY-PAYMENT.
027201     MOVE SX-PAYMENT TO WS-NUM-PAYMENT
027202     MOVE SX-ESCROW  TO WS-NUM-ESCROW
027203     MOVE SX-LATEFEE TO WS-NUM-LATEFEE
027510*    THE AUTOMATIC STAY BARS COLLECTING LATE FEES FROM A
027520*    BANKRUPT LOAN, SO THE SCHEDULED AMOUNT EXCLUDES THEM
027530     IF LM-STAT-BANKRUPT
036600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
036700     CLOSE LOANPAY
036800     CLOSE LOANMAST
036801     CLOSE LOANSKIX
037000     CLOSE LOANPDSP
037100     CLOSE LOANPEXR
037200     DISPLAY "LOANPOST: PAYMENTS=" WS-PAY-COUNT
