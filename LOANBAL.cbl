001500*               An out-of-balance file, or a file with no      *
001600*               trailer at all, ends the step with a non-zero  *
001700*               return code.                                   *
001701*  2026-09-27  LSG  Verifying LOANSKED now also proves the     *
001702*               keyed schedule LOANSKIX against the LOANSKED   *
001703*               trailer - row count, principal, interest and   *
001704*               payment hash. A missing or out-of-balance      *
001705*               LOANSKIX fails the step.                       *
001800*--------------------------------------------------------------*
001900
002000 ENVIRONMENT DIVISION.
002800         FILE STATUS IS WS-PARM-STATUS.
002900     SELECT LOANSKED ASSIGN TO "LOANSKED"
003000         ORGANIZATION IS SEQUENTIAL.
003001     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
003002         ORGANIZATION IS INDEXED
003003         ACCESS MODE IS SEQUENTIAL
003004         RECORD KEY IS SX-KEY
003005         FILE STATUS IS WS-SKIX-STATUS.
003100     SELECT LOANEXTROUT ASSIGN TO "LOANEXTROUT"
003200         ORGANIZATION IS SEQUENTIAL.
003300
006800     05 FILLER                   PIC X(19).
006900
007000*--------------------------------------------------------------*
007001* LOANSKIX - THE KEYED, NUMERIC COPY OF LOANSKED LOANBATCH     *
007002*    WRITES IN THE SAME STEP; IT HAS NO TRAILER OF ITS OWN AND *
007003*    IS PROVED AGAINST THE LOANSKED TRAILER                    *
007004*--------------------------------------------------------------*
007005 FD  LOANSKIX
007006     RECORDING MODE IS F.
007007 01  LOANSKIX-RECORD.
007008     05 SX-KEY.
007009         10 SX-LOAN-NUMBER       PIC X(10).
007010         10 SX-MONTH             PIC 9(04).
007011     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
007012     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
007013     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
007014     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
007015     05 SX-LATE-FLAG             PIC X(01).
007016     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
007017     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
007018     05 FILLER                   PIC X(10).
007019
007020*--------------------------------------------------------------*
007100* LOANEXTROUT - SERVICING EXTRACT WITH ITS TRAILER AS LAST     *
007200*               RECORD                                         *
007300*--------------------------------------------------------------*
010600 77  WS-NUM-PRINCPAID            PIC S9(7)V99   VALUE ZERO.
010700 77  WS-NUM-INTPAID              PIC S9(7)V99   VALUE ZERO.
010800 77  WS-NUM-PAYMENT              PIC S9(7)V99   VALUE ZERO.
010801 77  WS-SKIX-STATUS              PIC X(02)      VALUE "00".
010802 77  WS-SKIX-EOF-SW              PIC X(01)      VALUE "N".
010803     88 END-OF-LOANSKIX                          VALUE "Y".
010804 77  WS-SKIX-OPEN-SW             PIC X(01)      VALUE "N".
010805     88 SKIX-OPENED                              VALUE "Y".
010806 77  WS-IX-REC-COUNT             PIC 9(07)      COMP   VALUE ZERO.
010807 77  WS-IX-PRINC-TOTAL           PIC S9(9)V99   COMP-3 VALUE ZERO.
010808 77  WS-IX-INT-TOTAL             PIC S9(9)V99   COMP-3 VALUE ZERO.
010809 77  WS-IX-PAYMENT-HASH          PIC S9(9)V99   COMP-3 VALUE ZERO.
010900
011000 PROCEDURE DIVISION.
011100*--------------------------------------------------------------*
011500     PERFORM 1000-INITIALIZE
011600     IF BL-VERIFY-SKED
011700         PERFORM 2000-VERIFY-SKED THRU 2000-VERIFY-SKED-EXIT
011701         PERFORM 2500-VERIFY-SKIX THRU 2500-VERIFY-SKIX-EXIT
011800     ELSE
011900         PERFORM 3000-VERIFY-EXTR THRU 3000-VERIFY-EXTR-EXIT
012000     END-IF
012100     PERFORM 4000-JUDGE-BALANCE THRU 4000-JUDGE-BALANCE-EXIT
012101     IF BL-VERIFY-SKED
012102         PERFORM 4500-JUDGE-SKIX THRU 4500-JUDGE-SKIX-EXIT
012103     END-IF
012150     CLOSE LOANBALIN
012200     GOBACK.
012300
017900     END-IF.
018000
018100 2100-READ-SKED-EXIT.
018101     EXIT.
018102
018103*--------------------------------------------------------------*
018104* 2500-VERIFY-SKIX - ACCUMULATE EVERY ROW OF THE KEYED         *
018105*    SCHEDULE FOR PROOF AGAINST THE LOANSKED TRAILER           *
018106*--------------------------------------------------------------*
018107 2500-VERIFY-SKIX.
018108     OPEN INPUT LOANSKIX
018109     IF WS-SKIX-STATUS NOT = "00"
018110         GO TO 2500-VERIFY-SKIX-EXIT
018111     END-IF
018112     MOVE "Y" TO WS-SKIX-OPEN-SW
018113     PERFORM 2600-READ-SKIX THRU 2600-READ-SKIX-EXIT
018114         UNTIL END-OF-LOANSKIX
018115     CLOSE LOANSKIX.
018116
018117 2500-VERIFY-SKIX-EXIT.
018118     EXIT.
018119
018120 2600-READ-SKIX.
018121     READ LOANSKIX
018122         AT END
018123             MOVE "Y" TO WS-SKIX-EOF-SW
018124             GO TO 2600-READ-SKIX-EXIT
018125     END-READ
018126     ADD 1            TO WS-IX-REC-COUNT
018127     ADD SX-PRINCPAID TO WS-IX-PRINC-TOTAL
018128     ADD SX-INTPAID   TO WS-IX-INT-TOTAL
018129     ADD SX-PAYMENT   TO WS-IX-PAYMENT-HASH.
018130
018131 2600-READ-SKIX-EXIT.
018200     EXIT.
018300
018400*--------------------------------------------------------------*
024800 4000-JUDGE-BALANCE-EXIT.
024900     EXIT.
025000
025001*--------------------------------------------------------------*
025002* 4500-JUDGE-SKIX - THE KEYED SCHEDULE MUST CARRY THE SAME     *
025003*    ROWS AND TOTALS AS THE LOANSKED TRAILER; A MISSING OR     *
025004*    SHORT FILE FAILS THE STEP LIKE AN OUT-OF-BALANCE LOANSKED *
025005*--------------------------------------------------------------*
025006 4500-JUDGE-SKIX.
025007     IF NOT SKIX-OPENED
025008         DISPLAY "LOANBAL: KEYED SCHEDULE LOANSKIX MISSING"
025009         MOVE 8 TO RETURN-CODE
025010         GO TO 4500-JUDGE-SKIX-EXIT
025011     END-IF
025012     IF NOT TRAILER-FOUND
025013         GO TO 4500-JUDGE-SKIX-EXIT
025014     END-IF
025015     IF WS-IX-REC-COUNT = WS-TRL-REC-COUNT
025016             AND WS-IX-PRINC-TOTAL = WS-TRL-PRINC-TOTAL
025017             AND WS-IX-INT-TOTAL = WS-TRL-INT-TOTAL
025018             AND WS-IX-PAYMENT-HASH = WS-TRL-PAYMENT-HASH
025019         DISPLAY "LOANBAL: LOANSKIX IN BALANCE, RECORDS="
025020             WS-IX-REC-COUNT
025021     ELSE
025022         DISPLAY "LOANBAL: LOANSKIX OUT OF BALANCE"
025023         DISPLAY "LOANBAL: COUNT FILE=" WS-IX-REC-COUNT
025024             " TRAILER=" WS-TRL-REC-COUNT
025025         DISPLAY "LOANBAL: PRINC FILE=" WS-IX-PRINC-TOTAL
025026             " TRAILER=" WS-TRL-PRINC-TOTAL
025027         DISPLAY "LOANBAL: INT   FILE=" WS-IX-INT-TOTAL
025028             " TRAILER=" WS-TRL-INT-TOTAL
025029         DISPLAY "LOANBAL: PYMT  FILE=" WS-IX-PAYMENT-HASH
025030             " TRAILER=" WS-TRL-PAYMENT-HASH
025031         MOVE 8 TO RETURN-CODE
025032     END-IF.
025033
025034 4500-JUDGE-SKIX-EXIT.
025035     EXIT.
025036
025100 END PROGRAM LOANBAL.
