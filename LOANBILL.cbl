001524*               master record layout.                           *
001525*  2026-09-02  LSG  Buydown step fields added to the            *
001526*               master record layout.                           *
001527*  2026-09-22  LSG  Servicemember active-duty flag, service    *
001528*               dates, tax id and birth date appended to the   *
001529*               customer record layout.                        *
001530*  2026-09-27  LSG  The billing row is read directly from the  *
001531*               keyed numeric schedule LOANSKIX instead of     *
001532*               passing LOANSKED and de-editing it. A missing  *
001533*               schedule now aborts the step.                  *
001534*  2026-09-30  LSG  Each statement is also handed line by line *
001535*               to LOANDLVR, which routes it on the borrower's *
001536*               delivery preference to the print-vendor mail   *
001537*               file or the e-delivery index. LOANBILLP is     *
001538*               still printed in full.                         *
001539*  2026-10-01  LSG  Daily simple interest loans (day-count     *
001540*               method D) are billed their fixed installment   *
001541*               split on actual figures from the LOANPHIST     *
001542*               payment history through LOANDSIC: interest     *
001543*               accrued to the due date, the rest to           *
001544*               principal, and the true balance after payment. *
001600*--------------------------------------------------------------*
001700
001800 ENVIRONMENT DIVISION.
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS CU-CUSTOMER-ID
003600         FILE STATUS IS WS-CUST-STATUS.
003601     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
003602         ORGANIZATION IS INDEXED
003603         ACCESS MODE IS RANDOM
003604         RECORD KEY IS SX-KEY
003605         FILE STATUS IS WS-SKED-STATUS.
003900     SELECT LOANBILLP ASSIGN TO "LOANBILLP"
004000         ORGANIZATION IS SEQUENTIAL.
004001     SELECT LOANPARM ASSIGN TO "LOANPARM"
008900     05 CU-STATE                 PIC X(02).
009000     05 CU-ZIP                   PIC X(09).
009010     05 CU-PHONE                 PIC X(15).
009011     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
009012         88 CU-ACTIVE-DUTY                      VALUE "Y".
009013     05 CU-SERVICE-START-DATE    PIC 9(08).
009014     05 CU-SERVICE-END-DATE      PIC 9(08).
009015     05 CU-TAX-ID                PIC X(09).
009016     05 CU-BIRTH-DATE            PIC 9(08).
009017     05 CU-EMAIL-ADDRESS         PIC X(40).
009018     05 CU-DELIVERY-PREF         PIC X(01).
009019         88 CU-DELIVER-PAPER                    VALUE " " "P".
009020         88 CU-DELIVER-ELECTRONIC               VALUE "E".
009100
009200*--------------------------------------------------------------*
009201* LOANSKIX - THE NIGHTLY SCHEDULE KEYED ON LOAN NUMBER AND     *
009202*    MONTH, AMOUNTS IN SIGNED NUMERIC FIELDS, READ DIRECTLY    *
009203*    FOR THE MONTH WANTED                                      *
009400*--------------------------------------------------------------*
009401 FD  LOANSKIX
009600     RECORDING MODE IS F.
009601 01  LOANSKIX-RECORD.
009602     05 SX-KEY.
009603         10 SX-LOAN-NUMBER       PIC X(10).
009604         10 SX-MONTH             PIC 9(04).
009605     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
009606     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
009607     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
009608     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
009609     05 SX-LATE-FLAG             PIC X(01).
009610     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
009611     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
009612     05 FILLER                   PIC X(10).
010700
010800*--------------------------------------------------------------*
010900* LOANBILLP - PRINTED STATEMENTS AND COUPONS                   *
011507     03 WS-CY-END-RETURN-CODE    PIC 9(04).
011508     03 WS-CY-RESULT             PIC X(01).
011509         88 WS-CY-OK                             VALUE "Y".
011510
011511 01  WS-DELIVERY-REQUEST.
011512     03 WS-DV-FUNCTION           PIC X(01).
011513     03 WS-DV-DOC-TYPE           PIC X(04).
011514     03 WS-DV-PROGRAM            PIC X(09).
011515     03 WS-DV-LOAN-NUMBER        PIC X(10).
011516     03 WS-DV-CUSTOMER-ID        PIC X(10).
011517     03 WS-DV-LINE               PIC X(80).
011518     03 WS-DV-CHANNEL            PIC X(01).
011519     03 WS-DV-RESULT             PIC X(01).
011520         88 WS-DV-OK                             VALUE "Y".
011521
011522 01  WS-DSI-REQUEST.
011523     03 WS-DS-FUNCTION           PIC X(01).
011524     03 WS-DS-LOAN-NUMBER        PIC X(10).
011525     03 WS-DS-PRINCIPAL          PIC S9(8)V99   COMP-3.
011526     03 WS-DS-RATE               PIC S9(9)V9(9).
011527     03 WS-DS-INSTALLMENT        PIC S9(7)V99   COMP-3.
011528     03 WS-DS-ESCROW-AMT         PIC S9(7)V99   COMP-3.
011529     03 WS-DS-FIRST-PMT-YEAR     PIC 9(04).
011530     03 WS-DS-FIRST-PMT-MONTH    PIC 9(02).
011531     03 WS-DS-AS-OF-DATE         PIC 9(08).
011532     03 WS-DS-TAX-YEAR           PIC 9(04).
011533     03 WS-DS-BALANCE            PIC S9(8)V99   COMP-3.
011534     03 WS-DS-ACCRUED-INT        PIC S9(7)V99   COMP-3.
011535     03 WS-DS-PER-DIEM           PIC S9(5)V9(4) COMP-3.
011536     03 WS-DS-INT-PAID           PIC S9(9)V99   COMP-3.
011537     03 WS-DS-INT-EARNED         PIC S9(9)V99   COMP-3.
011538     03 WS-DS-YEAR-INT-PAID      PIC S9(9)V99   COMP-3.
011539     03 WS-DS-LAST-PAID-DATE     PIC 9(08).
011540     03 WS-DS-PAY-COUNT          PIC S9(04)     COMP.
011541     03 WS-DS-RESULT             PIC X(01).
011542         88 WS-DS-OK                             VALUE "Y".
011600 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
011700     88 END-OF-LOANMAST                          VALUE "Y".
011701 77  WS-SKED-STATUS              PIC X(02)      VALUE "00".
011702 77  WS-SKED-FOUND-SW            PIC X(01)      VALUE "N".
011703     88 SKED-ROW-FOUND                           VALUE "Y".
012000 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
012100 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
012200 77  WS-CUST-STATUS              PIC X(02)      VALUE "00".
012900 77  WS-AMOUNT-DUE               PIC S9(7)V99   COMP-3 VALUE ZERO.
013000 77  WS-STMT-COUNT               PIC 9(07)      COMP   VALUE ZERO.
013010 77  WS-SUPPRESS-COUNT           PIC 9(07)      COMP   VALUE ZERO.
013011 77  WS-DSI-OPEN-SW              PIC X(01)      VALUE "N".
013012     88 DSI-HISTORY-OPEN                         VALUE "Y".
013100
013200 01  WS-STMT-HEADING.
013300     05 FILLER              PIC X(21)
020740         GOBACK
020750     END-IF
020800     OPEN INPUT LOANCUST
020801     OPEN INPUT LOANSKIX
020802     IF WS-SKED-STATUS NOT = "00"
020803         DISPLAY "LOANBILL: SCHEDULE FILE LOANSKIX MISSING"
020804         MOVE 16 TO RETURN-CODE
020805         GOBACK
020806     END-IF
021000     OPEN OUTPUT LOANBILLP
021001     MOVE "O"              TO WS-DV-FUNCTION
021002     MOVE "STMT"           TO WS-DV-DOC-TYPE
021003     MOVE "LOANBILL "      TO WS-DV-PROGRAM
021004     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
021005     IF NOT WS-DV-OK
021006         DISPLAY "LOANBILL: DOCUMENT ROUTING NOT AVAILABLE"
021007         MOVE 16 TO RETURN-CODE
021008         GOBACK
021009     END-IF
021010*    DAILY SIMPLE INTEREST LOANS ARE BILLED FROM THEIR PAYMENT
021011*    HISTORY; WITHOUT IT THEY ARE BILLED FROM THE SCHEDULE
021012     MOVE "O"              TO WS-DS-FUNCTION
021013     CALL "LOANDSIC" USING BY REFERENCE WS-DSI-REQUEST
021014     IF WS-DS-OK
021015         MOVE "Y" TO WS-DSI-OPEN-SW
021016     ELSE
021017         DISPLAY "LOANBILL: NO PAYMENT HISTORY, DAILY SIMPLE"
021018             " INTEREST LOANS BILLED FROM THE SCHEDULE"
021019     END-IF
021800     READ LOANMAST
021900         AT END MOVE "Y" TO WS-EOF-SW
022000     END-READ.
023400     END-IF
023500
023600     PERFORM 2100-MATCH-SCHEDULE THRU 2100-MATCH-SCHEDULE-EXIT
023601     IF NOT SKED-ROW-FOUND
024000         GO TO 2000-BILL-LOANS-NEXT
024100     END-IF
024200
025300     EXIT.
025400
025500*--------------------------------------------------------------*
025501* 2100-MATCH-SCHEDULE - READ THIS LOAN'S BILLING ROW DIRECTLY  *
025502*    FROM THE KEYED SCHEDULE                                   *
025800*--------------------------------------------------------------*
025900 2100-MATCH-SCHEDULE.
025901     MOVE "Y"                TO WS-SKED-FOUND-SW
025902     MOVE LM-LOAN-NUMBER     TO SX-LOAN-NUMBER
025903     MOVE WS-BILL-MONTH-NO   TO SX-MONTH
025904     READ LOANSKIX
025905         INVALID KEY
025906             MOVE "N" TO WS-SKED-FOUND-SW
025907     END-READ.
027200
027300 2100-MATCH-SCHEDULE-EXIT.
027400     EXIT.
027500
027600*--------------------------------------------------------------*
027601* 2150-DSI-BILL-AMOUNTS - A DAILY SIMPLE INTEREST LOAN STILL   *
027602*    OWES ITS FIXED INSTALLMENT, BUT THE SPLIT IS THE ACTUAL   *
027603*    ONE: INTEREST ACCRUED FROM THE LAST PAYMENT RECEIVED TO   *
027604*    THE DUE DATE ON THE TRUE UNPAID PRINCIPAL, THE REST OF    *
027605*    THE INSTALLMENT TO PRINCIPAL. INTEREST BEYOND THE         *
027606*    INSTALLMENT STAYS OWING AND IS NOT BILLED.                *
027607*--------------------------------------------------------------*
027608 2150-DSI-BILL-AMOUNTS.
027609     MOVE "A"                 TO WS-DS-FUNCTION
027610     MOVE LM-LOAN-NUMBER      TO WS-DS-LOAN-NUMBER
027611     MOVE LM-PRINCIPAL        TO WS-DS-PRINCIPAL
027612     MOVE LM-RATE             TO WS-DS-RATE
027613     MOVE WS-NUM-PAYMENT      TO WS-DS-INSTALLMENT
027614     MOVE LM-ESCROW-AMT       TO WS-DS-ESCROW-AMT
027615     MOVE LM-FIRST-PMT-YEAR   TO WS-DS-FIRST-PMT-YEAR
027616     MOVE LM-FIRST-PMT-MONTH  TO WS-DS-FIRST-PMT-MONTH
027617     MOVE BI-BILL-YEAR        TO WS-DS-TAX-YEAR
027618     COMPUTE WS-DS-AS-OF-DATE =
027619         (BI-BILL-YEAR * 10000) + (BI-BILL-MONTH * 100) + 1
027620     CALL "LOANDSIC" USING BY REFERENCE WS-DSI-REQUEST
027621     IF NOT WS-DS-OK
027622         GO TO 2150-DSI-BILL-AMOUNTS-EXIT
027623     END-IF
027624     IF WS-DS-ACCRUED-INT > WS-NUM-PAYMENT
027625         MOVE WS-NUM-PAYMENT    TO WS-NUM-INTPAID
027626     ELSE
027627         MOVE WS-DS-ACCRUED-INT TO WS-NUM-INTPAID
027628     END-IF
027629     COMPUTE WS-NUM-PRINCPAID = WS-NUM-PAYMENT - WS-NUM-INTPAID
027630     IF WS-NUM-PRINCPAID > WS-DS-BALANCE
027631         MOVE WS-DS-BALANCE     TO WS-NUM-PRINCPAID
027632     END-IF
027633     COMPUTE WS-NUM-BALANCE = WS-DS-BALANCE - WS-NUM-PRINCPAID.
027634
027635 2150-DSI-BILL-AMOUNTS-EXIT.
027636     EXIT.
027637
027638*--------------------------------------------------------------*
027700* 2200-PRINT-STATEMENT - THE MAILABLE STATEMENT AND ITS        *
027800*    SCAN-LINE COUPON FOR ONE LOAN                             *
027900*--------------------------------------------------------------*
028000 2200-PRINT-STATEMENT.
028001     MOVE SX-PRINCPAID TO WS-NUM-PRINCPAID
028002     MOVE SX-INTPAID   TO WS-NUM-INTPAID
028003     MOVE SX-PAYMENT   TO WS-NUM-PAYMENT
028004     MOVE SX-ESCROW    TO WS-NUM-ESCROW
028005     MOVE SX-LATEFEE   TO WS-NUM-LATEFEE
028006     MOVE SX-BALANCE   TO WS-NUM-BALANCE
028007     IF LM-DAY-COUNT-METHOD = "D"
028008             AND DSI-HISTORY-OPEN
028009         PERFORM 2150-DSI-BILL-AMOUNTS
028010             THRU 2150-DSI-BILL-AMOUNTS-EXIT
028011     END-IF
028510*    THE AMOUNT DUE IS THE SCHEDULED PAYMENT, NOT PRINCIPAL
028520*    PLUS INTEREST: A FORBORNE MONTH CARRIES ACCRUED INTEREST
028530*    WITH A ZERO PAYMENT, AND EXTRA-PRINCIPAL LOANS CARRY
029000     MOVE BI-BILL-YEAR   TO WH-BILL-YEAR
029100     MOVE BI-BILL-MONTH  TO WH-BILL-MONTH
029200     MOVE LM-LOAN-NUMBER TO WH-LOAN-NUMBER
029201     MOVE "B"              TO WS-DV-FUNCTION
029202     MOVE LM-LOAN-NUMBER   TO WS-DV-LOAN-NUMBER
029203     MOVE LM-CUSTOMER-ID   TO WS-DV-CUSTOMER-ID
029204     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
029205     MOVE WS-STMT-HEADING      TO WS-DV-LINE
029206     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
029400
029500     MOVE LM-CUSTOMER-ID TO CU-CUSTOMER-ID
029600     READ LOANCUST
029900         MOVE "** NAME UNKNOWN **" TO CU-NAME
030000     END-IF
030100     MOVE CU-NAME TO WN-NAME
030101     MOVE WS-STMT-NAME-LINE    TO WS-DV-LINE
030102     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
030300
030400     MOVE "PRINCIPAL . . . . . . . . . . " TO WA-LABEL
030500     MOVE WS-NUM-PRINCPAID                 TO WA-AMOUNT
030501     MOVE WS-STMT-AMOUNT-LINE  TO WS-DV-LINE
030502     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
030700     MOVE "INTEREST  . . . . . . . . . . " TO WA-LABEL
030800     MOVE WS-NUM-INTPAID                   TO WA-AMOUNT
030801     MOVE WS-STMT-AMOUNT-LINE  TO WS-DV-LINE
030802     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
031000     MOVE "ESCROW  . . . . . . . . . . . " TO WA-LABEL
031100     MOVE WS-NUM-ESCROW                    TO WA-AMOUNT
031101     MOVE WS-STMT-AMOUNT-LINE  TO WS-DV-LINE
031102     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
031300     IF WS-NUM-LATEFEE NOT = ZERO
031400         MOVE "LATE FEE OUTSTANDING  . . . . " TO WA-LABEL
031500         MOVE WS-NUM-LATEFEE                   TO WA-AMOUNT
031501         MOVE WS-STMT-AMOUNT-LINE  TO WS-DV-LINE
031502         PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
031700     END-IF
031800     MOVE "TOTAL AMOUNT DUE  . . . . . . " TO WA-LABEL
031900     MOVE WS-AMOUNT-DUE                    TO WA-AMOUNT
031901     MOVE WS-STMT-AMOUNT-LINE  TO WS-DV-LINE
031902     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
032100     MOVE "BALANCE AFTER PAYMENT . . . . " TO WA-LABEL
032200     MOVE WS-NUM-BALANCE                   TO WA-AMOUNT
032201     MOVE WS-STMT-AMOUNT-LINE  TO WS-DV-LINE
032202     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
032400
032500     MOVE BI-BILL-YEAR  TO WD-DUE-YEAR
032600     MOVE BI-BILL-MONTH TO WD-DUE-MONTH
032601     MOVE WS-STMT-DUEDATE-LINE TO WS-DV-LINE
032602     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
032800
032900     MOVE LM-LOAN-NUMBER TO WK-LOAN-NUMBER
033000     COMPUTE WK-AMOUNT-DUE = WS-AMOUNT-DUE * 100
033100     COMPUTE WK-DUE-DATE =
033200         (BI-BILL-YEAR * 10000) + (BI-BILL-MONTH * 100) + 1
033201     MOVE WS-COUPON-LINE       TO WS-DV-LINE
033202     PERFORM 2900-PUT-DOC-LINE THRU 2900-PUT-DOC-LINE-EXIT
033203     MOVE "E"              TO WS-DV-FUNCTION
033204     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
033400     WRITE PRINT-LINE FROM SPACES.
033500
033600 2200-PRINT-STATEMENT-EXIT.
033601     EXIT.
033602
033603*--------------------------------------------------------------*
033604* 2900-PUT-DOC-LINE - PRINT ONE LINE OF THE DOCUMENT AND HAND  *
033605*    IT TO LOANDLVR FOR THE BORROWER'S DELIVERY CHANNEL        *
033606*--------------------------------------------------------------*
033607 2900-PUT-DOC-LINE.
033608     WRITE PRINT-LINE FROM WS-DV-LINE
033609     MOVE "L"              TO WS-DV-FUNCTION
033610     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST.
033611
033612 2900-PUT-DOC-LINE-EXIT.
033700     EXIT.
033800
033900*--------------------------------------------------------------*
034600     CLOSE LOANBILLIN
034700     CLOSE LOANMAST
034800     CLOSE LOANCUST
034801     CLOSE LOANSKIX
034802     MOVE "C"              TO WS-DV-FUNCTION
034803     CALL "LOANDLVR" USING BY REFERENCE WS-DELIVERY-REQUEST
034804     MOVE "C"              TO WS-DS-FUNCTION
034805     CALL "LOANDSIC" USING BY REFERENCE WS-DSI-REQUEST
035000     CLOSE LOANBILLP
035100     DISPLAY "LOANBILL: STATEMENTS=" WS-STMT-COUNT
035101     MOVE "E"              TO WS-CY-FUNCTION
