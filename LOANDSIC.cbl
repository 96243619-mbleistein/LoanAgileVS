000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANDSIC.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED. 2026-10-01.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-10-01  LSG  Initial version. Daily simple interest     *
001000*               calculator for loans whose LM-DAY-COUNT-METHOD *
001100*               is D, CALLed by LOANPOFF, LOANGLAC, LOAN1098   *
001200*               and LOANBILL. Replays the loan's LOANPHIST     *
001300*               posted-payment history in received-date terms: *
001400*               interest accrues daily on the unpaid principal *
001500*               over Actual/365 from the date each payment is  *
001600*               actually received, each payment pays accrued   *
001700*               interest first and principal with the rest, so *
001800*               an early payment saves interest and a late one *
001900*               costs more. Returns the actual balance, accrued*
002000*               interest and per diem as of a date, interest   *
002100*               paid and earned to that date, and interest paid*
002200*               within a tax year.                             *
002300*--------------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT LOANPHIST ASSIGN TO "LOANPHIST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS PH-KEY
003500         FILE STATUS IS WS-PHST-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900*--------------------------------------------------------------*
004000* LOANPHIST - POSTED-PAYMENT HISTORY SUBLEDGER LOANPHLD LOADS, *
004100*             ONE ROW PER LOAN AND SCHEDULE MONTH WITH CASH    *
004200*--------------------------------------------------------------*
004300 FD  LOANPHIST
004400     RECORDING MODE IS F.
004500 01  LOANPHIST-RECORD.
004600     05 PH-KEY.
004700         10 PH-LOAN-NUMBER       PIC X(10).
004800         10 PH-SCHED-MONTH       PIC 9(04).
004900     05 PH-AMOUNT-RECEIVED       PIC S9(7)V99   COMP-3.
005000     05 PH-AMOUNT-SCHEDULED      PIC S9(7)V99   COMP-3.
005100     05 PH-LAST-DATE-RECEIVED    PIC 9(08).
005200     05 PH-PAY-COUNT             PIC 9(03).
005300     05 PH-STATUS                PIC X(01).
005400         88 PH-FULLY-APPLIED                     VALUE "A".
005500         88 PH-PARTIAL                           VALUE "P".
005600
005700 WORKING-STORAGE SECTION.
005800 77  WS-PHST-STATUS              PIC X(02)      VALUE "00".
005900 77  WS-PHST-OPEN-SW             PIC X(01)      VALUE "N".
006000     88 LOANPHIST-AVAILABLE                     VALUE "Y".
006100 77  WS-LOAN-EOF-SW              PIC X(01)      VALUE "N".
006200     88 END-OF-LOAN-HISTORY                     VALUE "Y".
006300 77  WS-BALANCE                  PIC S9(8)V99   COMP-3 VALUE ZERO.
006400 77  WS-UNPAID-INT               PIC S9(7)V99   COMP-3 VALUE ZERO.
006500 77  WS-PERIOD-INT               PIC S9(7)V99   COMP-3 VALUE ZERO.
006600 77  WS-INT-APPLIED              PIC S9(7)V99   COMP-3 VALUE ZERO.
006700 77  WS-PRIN-APPLIED             PIC S9(8)V99   COMP-3 VALUE ZERO.
006800 77  WS-LOAN-CASH                PIC S9(7)V99   COMP-3 VALUE ZERO.
006900 77  WS-FEE-CASH                 PIC S9(7)V99   COMP-3 VALUE ZERO.
007000 77  WS-ACCRUAL-DAYS             PIC S9(07)     COMP   VALUE ZERO.
007100 77  WS-LAST-DAY-NO              PIC S9(07)     COMP   VALUE ZERO.
007200 77  WS-PAID-DAY-NO              PIC S9(07)     COMP   VALUE ZERO.
007300 77  WS-AS-OF-DAY-NO             PIC S9(07)     COMP   VALUE ZERO.
007400 77  WS-PAID-YEAR                PIC 9(04)      VALUE ZERO.
007500 01  WS-START-DATE               PIC 9(08)      VALUE ZERO.
007600 01  WS-START-DATE-X REDEFINES WS-START-DATE.
007700     05 WS-START-YEAR            PIC 9(04).
007800     05 WS-START-MONTH           PIC 9(02).
007900     05 WS-START-DAY             PIC 9(02).
008000
008100*    DAY-NUMBER WORK AREA - A DATE IS TURNED INTO A RUNNING DAY
008200*    COUNT SO TWO DATES CAN BE SUBTRACTED FOR THE ACTUAL DAYS
008300*    BETWEEN THEM. MARCH IS TAKEN AS THE FIRST MONTH OF THE YEAR
008400*    SO THE LEAP DAY FALLS AT THE END.
008500 01  WS-DN-DATE                  PIC 9(08)      VALUE ZERO.
008600 01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
008700     05 WS-DN-YEAR               PIC 9(04).
008800     05 WS-DN-MONTH              PIC 9(02).
008900     05 WS-DN-DAY                PIC 9(02).
009000 77  WS-DN-Y                     PIC S9(05)     COMP   VALUE ZERO.
009100 77  WS-DN-M                     PIC S9(03)     COMP   VALUE ZERO.
009200 77  WS-DN-Q4                    PIC S9(05)     COMP   VALUE ZERO.
009300 77  WS-DN-Q100                  PIC S9(05)     COMP   VALUE ZERO.
009400 77  WS-DN-Q400                  PIC S9(05)     COMP   VALUE ZERO.
009500 77  WS-DN-MDAYS                 PIC S9(05)     COMP   VALUE ZERO.
009600 77  WS-DN-DAYS                  PIC S9(07)     COMP   VALUE ZERO.
009700
009800 LINKAGE SECTION.
009900*--------------------------------------------------------------*
010000* DSI-REQUEST - ONE CALL'S WORTH OF WORK. O OPENS THE PAYMENT  *
010100*    HISTORY, A ACCRUES ONE LOAN AS OF DS-AS-OF-DATE AND C     *
010200*    CLOSES THE HISTORY. FOR A, THE CALLER SUPPLIES THE LOAN,  *
010300*    ITS ORIGINAL PRINCIPAL, THE NOTE RATE, THE SCHEDULED      *
010400*    INSTALLMENT AND ESCROW (SO FEES AND ESCROW IN THE CASH    *
010500*    RECEIVED ARE NOT APPLIED TO THE LOAN), THE FIRST PAYMENT  *
010600*    MONTH AND THE TAX YEAR WANTED. DS-RESULT COMES BACK N     *
010700*    WHEN THE HISTORY IS NOT MOUNTED.                          *
010800*--------------------------------------------------------------*
010900 01  DSI-REQUEST.
011000     03 DS-FUNCTION              PIC X(01).
011100         88 DS-FUNC-OPEN                        VALUE "O".
011200         88 DS-FUNC-ACCRUE                      VALUE "A".
011300         88 DS-FUNC-CLOSE                       VALUE "C".
011400     03 DS-LOAN-NUMBER           PIC X(10).
011500     03 DS-PRINCIPAL             PIC S9(8)V99   COMP-3.
011600     03 DS-RATE                  PIC S9(9)V9(9).
011700     03 DS-INSTALLMENT           PIC S9(7)V99   COMP-3.
011800     03 DS-ESCROW-AMT            PIC S9(7)V99   COMP-3.
011900     03 DS-FIRST-PMT-YEAR        PIC 9(04).
012000     03 DS-FIRST-PMT-MONTH       PIC 9(02).
012100     03 DS-AS-OF-DATE            PIC 9(08).
012200     03 DS-TAX-YEAR              PIC 9(04).
012300     03 DS-BALANCE               PIC S9(8)V99   COMP-3.
012400     03 DS-ACCRUED-INT           PIC S9(7)V99   COMP-3.
012500     03 DS-PER-DIEM              PIC S9(5)V9(4) COMP-3.
012600     03 DS-INT-PAID              PIC S9(9)V99   COMP-3.
012700     03 DS-INT-EARNED            PIC S9(9)V99   COMP-3.
012800     03 DS-YEAR-INT-PAID         PIC S9(9)V99   COMP-3.
012900     03 DS-LAST-PAID-DATE        PIC 9(08).
013000     03 DS-PAY-COUNT             PIC S9(04)     COMP.
013100     03 DS-RESULT                PIC X(01).
013200         88 DS-OK                               VALUE "Y".
013300         88 DS-NO-HISTORY                       VALUE "N".
013400
013500 PROCEDURE DIVISION USING DSI-REQUEST.
013600*--------------------------------------------------------------*
013700* 0000-MAINLINE                                                *
013800*--------------------------------------------------------------*
013900 0000-MAINLINE.
014000     MOVE "N" TO DS-RESULT
014100     EVALUATE TRUE
014200         WHEN DS-FUNC-OPEN
014300             PERFORM 1000-OPEN-HISTORY
014400                 THRU 1000-OPEN-HISTORY-EXIT
014500         WHEN DS-FUNC-ACCRUE
014600             PERFORM 2000-ACCRUE-LOAN
014700                 THRU 2000-ACCRUE-LOAN-EXIT
014800         WHEN DS-FUNC-CLOSE
014900             PERFORM 3000-CLOSE-HISTORY
015000                 THRU 3000-CLOSE-HISTORY-EXIT
015100         WHEN OTHER
015200             DISPLAY "LOANDSIC: FUNCTION NOT O, A OR C: "
015300                 DS-FUNCTION
015400     END-EVALUATE.
015500
015600 9999-EXIT.
015700     GOBACK.
015800
015900*--------------------------------------------------------------*
016000* 1000-OPEN-HISTORY - OPEN LOANPHIST FOR THE CALLER. IT STAYS  *
016100*    OPEN ACROSS CALLS UNTIL THE CALLER CLOSES IT.             *
016200*--------------------------------------------------------------*
016300 1000-OPEN-HISTORY.
016400     IF LOANPHIST-AVAILABLE
016500         MOVE "Y" TO DS-RESULT
016600         GO TO 1000-OPEN-HISTORY-EXIT
016700     END-IF
016800     OPEN INPUT LOANPHIST
016900     IF WS-PHST-STATUS NOT = "00"
017000         DISPLAY "LOANDSIC: PAYMENT HISTORY LOANPHIST ABSENT"
017100         GO TO 1000-OPEN-HISTORY-EXIT
017200     END-IF
017300     MOVE "Y" TO WS-PHST-OPEN-SW
017400     MOVE "Y" TO DS-RESULT.
017500
017600 1000-OPEN-HISTORY-EXIT.
017700     EXIT.
017800
017900*--------------------------------------------------------------*
018000* 2000-ACCRUE-LOAN - START FROM THE ORIGINAL PRINCIPAL ON THE  *
018100*    FUNDING DATE, THE FIRST OF THE MONTH BEFORE THE FIRST     *
018200*    PAYMENT IS DUE, AND APPLY EACH PAYMENT RECEIVED ON OR     *
018300*    BEFORE THE AS-OF DATE IN SCHEDULE-MONTH ORDER, THEN       *
018400*    ACCRUE FROM THE LAST PAYMENT TO THE AS-OF DATE. A MONTH   *
018500*    PAID IN MORE THAN ONE CHECK IS TAKEN AS RECEIVED ON ITS   *
018600*    LAST DATE.                                                *
018700*--------------------------------------------------------------*
018800 2000-ACCRUE-LOAN.
018900     MOVE ZERO TO DS-BALANCE
019000     MOVE ZERO TO DS-ACCRUED-INT
019100     MOVE ZERO TO DS-PER-DIEM
019200     MOVE ZERO TO DS-INT-PAID
019300     MOVE ZERO TO DS-INT-EARNED
019400     MOVE ZERO TO DS-YEAR-INT-PAID
019500     MOVE ZERO TO DS-LAST-PAID-DATE
019600     MOVE ZERO TO DS-PAY-COUNT
019700     IF NOT LOANPHIST-AVAILABLE
019800         GO TO 2000-ACCRUE-LOAN-EXIT
019900     END-IF
020000     MOVE "Y" TO DS-RESULT
020100     MOVE DS-FIRST-PMT-YEAR  TO WS-START-YEAR
020200     MOVE DS-FIRST-PMT-MONTH TO WS-START-MONTH
020300     MOVE 1                  TO WS-START-DAY
020400     IF WS-START-MONTH > 1
020500         SUBTRACT 1 FROM WS-START-MONTH
020600     ELSE
020700         MOVE 12 TO WS-START-MONTH
020800         SUBTRACT 1 FROM WS-START-YEAR
020900     END-IF
021000     IF DS-AS-OF-DATE < WS-START-DATE
021100         GO TO 2000-ACCRUE-LOAN-EXIT
021200     END-IF
021300
021400     MOVE DS-PRINCIPAL  TO WS-BALANCE
021500     MOVE ZERO          TO WS-UNPAID-INT
021600     MOVE WS-START-DATE TO WS-DN-DATE
021700     PERFORM 5000-DAY-NUMBER THRU 5000-DAY-NUMBER-EXIT
021800     MOVE WS-DN-DAYS    TO WS-LAST-DAY-NO
021900     MOVE DS-AS-OF-DATE TO WS-DN-DATE
022000     PERFORM 5000-DAY-NUMBER THRU 5000-DAY-NUMBER-EXIT
022100     MOVE WS-DN-DAYS    TO WS-AS-OF-DAY-NO
022200
022300     MOVE "N"            TO WS-LOAN-EOF-SW
022400     MOVE DS-LOAN-NUMBER TO PH-LOAN-NUMBER
022500     MOVE ZERO           TO PH-SCHED-MONTH
022600     START LOANPHIST KEY NOT LESS THAN PH-KEY
022700         INVALID KEY
022800             MOVE "Y" TO WS-LOAN-EOF-SW
022900     END-START
023000     PERFORM 2100-APPLY-PAYMENT THRU 2100-APPLY-PAYMENT-EXIT
023100         UNTIL END-OF-LOAN-HISTORY
023200
023300*    INTEREST FROM THE LAST PAYMENT TO THE AS-OF DATE IS EARNED
023400*    BUT NOT YET PAID
023500     COMPUTE WS-ACCRUAL-DAYS = WS-AS-OF-DAY-NO - WS-LAST-DAY-NO
023600     PERFORM 2200-ACCRUE-DAYS THRU 2200-ACCRUE-DAYS-EXIT
023700
023800     MOVE WS-BALANCE    TO DS-BALANCE
023900     MOVE WS-UNPAID-INT TO DS-ACCRUED-INT
024000     COMPUTE DS-PER-DIEM ROUNDED =
024100         WS-BALANCE * (DS-RATE / 100) / 365.
024200
024300 2000-ACCRUE-LOAN-EXIT.
024400     EXIT.
024500
024600*--------------------------------------------------------------*
024700* 2100-APPLY-PAYMENT - READ THE LOAN'S NEXT HISTORY ROW AND    *
024800*    APPLY ITS CASH: ACCRUE TO THE RECEIVED DATE, TAKE OFF THE *
024900*    ESCROW AND ANY FEE COLLECTED WITH IT, PAY THE INTEREST    *
025000*    DUE AND PUT THE REST TO PRINCIPAL. CASH BEYOND THE        *
025100*    BALANCE IS AN OVERPAYMENT FOR REFUND AND IS NOT APPLIED.  *
025200*--------------------------------------------------------------*
025300 2100-APPLY-PAYMENT.
025400     READ LOANPHIST NEXT RECORD
025500         AT END
025600             MOVE "Y" TO WS-LOAN-EOF-SW
025700             GO TO 2100-APPLY-PAYMENT-EXIT
025800     END-READ
025900     IF WS-PHST-STATUS NOT = "00"
026000             OR PH-LOAN-NUMBER NOT = DS-LOAN-NUMBER
026100         MOVE "Y" TO WS-LOAN-EOF-SW
026200         GO TO 2100-APPLY-PAYMENT-EXIT
026300     END-IF
026400     IF PH-AMOUNT-RECEIVED NOT > ZERO
026500             OR PH-LAST-DATE-RECEIVED > DS-AS-OF-DATE
026600             OR PH-LAST-DATE-RECEIVED < WS-START-DATE
026700         GO TO 2100-APPLY-PAYMENT-EXIT
026800     END-IF
026900
027000     MOVE PH-LAST-DATE-RECEIVED TO WS-DN-DATE
027100     PERFORM 5000-DAY-NUMBER THRU 5000-DAY-NUMBER-EXIT
027200     MOVE WS-DN-DAYS TO WS-PAID-DAY-NO
027300*    A ROW RECEIVED BEFORE THE ONE AHEAD OF IT (A FUTURE MONTH
027400*    PAID EARLY) ACCRUES NOTHING OF ITS OWN
027500     IF WS-PAID-DAY-NO > WS-LAST-DAY-NO
027600         COMPUTE WS-ACCRUAL-DAYS = WS-PAID-DAY-NO - WS-LAST-DAY-NO
027700         PERFORM 2200-ACCRUE-DAYS THRU 2200-ACCRUE-DAYS-EXIT
027800         MOVE WS-PAID-DAY-NO TO WS-LAST-DAY-NO
027900     END-IF
028000
028100     MOVE ZERO TO WS-FEE-CASH
028200     IF DS-INSTALLMENT > ZERO
028300             AND PH-AMOUNT-SCHEDULED >
028400                 DS-INSTALLMENT + DS-ESCROW-AMT
028500         COMPUTE WS-FEE-CASH = PH-AMOUNT-SCHEDULED
028600             - DS-INSTALLMENT - DS-ESCROW-AMT
028700     END-IF
028800     COMPUTE WS-LOAN-CASH =
028900         PH-AMOUNT-RECEIVED - DS-ESCROW-AMT - WS-FEE-CASH
029000     IF WS-LOAN-CASH < ZERO
029100         MOVE ZERO TO WS-LOAN-CASH
029200     END-IF
029300
029400     IF WS-LOAN-CASH > WS-UNPAID-INT
029500         MOVE WS-UNPAID-INT TO WS-INT-APPLIED
029600     ELSE
029700         MOVE WS-LOAN-CASH  TO WS-INT-APPLIED
029800     END-IF
029900     SUBTRACT WS-INT-APPLIED FROM WS-UNPAID-INT
030000     COMPUTE WS-PRIN-APPLIED = WS-LOAN-CASH - WS-INT-APPLIED
030100     IF WS-PRIN-APPLIED > WS-BALANCE
030200         MOVE WS-BALANCE TO WS-PRIN-APPLIED
030300     END-IF
030400     SUBTRACT WS-PRIN-APPLIED FROM WS-BALANCE
030500
030600     ADD WS-INT-APPLIED TO DS-INT-PAID
030700     MOVE PH-LAST-DATE-RECEIVED TO WS-DN-DATE
030800     MOVE WS-DN-YEAR TO WS-PAID-YEAR
030900     IF WS-PAID-YEAR = DS-TAX-YEAR
031000         ADD WS-INT-APPLIED TO DS-YEAR-INT-PAID
031100     END-IF
031200     IF PH-LAST-DATE-RECEIVED > DS-LAST-PAID-DATE
031300         MOVE PH-LAST-DATE-RECEIVED TO DS-LAST-PAID-DATE
031400     END-IF
031500     ADD 1 TO DS-PAY-COUNT.
031600
031700 2100-APPLY-PAYMENT-EXIT.
031800     EXIT.
031900
032000*--------------------------------------------------------------*
032100* 2200-ACCRUE-DAYS - SIMPLE INTEREST ON THE UNPAID PRINCIPAL   *
032200*    FOR WS-ACCRUAL-DAYS ACTUAL DAYS OVER A 365-DAY YEAR.      *
032300*    INTEREST IS NEVER CAPITALIZED.                            *
032400*--------------------------------------------------------------*
032500 2200-ACCRUE-DAYS.
032600     IF WS-ACCRUAL-DAYS NOT > ZERO
032700             OR WS-BALANCE NOT > ZERO
032800         GO TO 2200-ACCRUE-DAYS-EXIT
032900     END-IF
033000     COMPUTE WS-PERIOD-INT ROUNDED =
033100         WS-BALANCE * (DS-RATE / 100) * WS-ACCRUAL-DAYS / 365
033200     ADD WS-PERIOD-INT TO WS-UNPAID-INT
033300     ADD WS-PERIOD-INT TO DS-INT-EARNED.
033400
033500 2200-ACCRUE-DAYS-EXIT.
033600     EXIT.
033700
033800*--------------------------------------------------------------*
033900* 3000-CLOSE-HISTORY                                           *
034000*--------------------------------------------------------------*
034100 3000-CLOSE-HISTORY.
034200     IF LOANPHIST-AVAILABLE
034300         CLOSE LOANPHIST
034400         MOVE "N" TO WS-PHST-OPEN-SW
034500     END-IF
034600     MOVE "Y" TO DS-RESULT.
034700
034800 3000-CLOSE-HISTORY-EXIT.
034900     EXIT.
035000
035100*--------------------------------------------------------------*
035200* 5000-DAY-NUMBER - WS-DN-DATE AS A RUNNING DAY COUNT IN       *
035300*    WS-DN-DAYS, WITH THE FULL 4/100/400 LEAP RULE             *
035400*--------------------------------------------------------------*
035500 5000-DAY-NUMBER.
035600     MOVE WS-DN-YEAR  TO WS-DN-Y
035700     MOVE WS-DN-MONTH TO WS-DN-M
035800     IF WS-DN-M < 3
035900         SUBTRACT 1 FROM WS-DN-Y
036000         ADD 12 TO WS-DN-M
036100     END-IF
036200     DIVIDE WS-DN-Y BY 4   GIVING WS-DN-Q4
036300     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100
036400     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400
036500     COMPUTE WS-DN-MDAYS = (153 * (WS-DN-M - 3) + 2) / 5
036600     COMPUTE WS-DN-DAYS = (365 * WS-DN-Y) + WS-DN-Q4
036700         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MDAYS + WS-DN-DAY.
036800
036900 5000-DAY-NUMBER-EXIT.
037000     EXIT.
