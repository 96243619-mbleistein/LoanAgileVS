002019*               master record layout.                           *
002020*  2026-09-02  LSG  Buydown step fields added to the            *
002021*               master record layout.                           *
002022*  2026-09-08  LSG  Loans on non-accrual or charged off in      *
002023*               LOANNACF are no longer accrued; their schedule  *
002024*               interest is shown on the proof as not booked    *
002025*               and the proof ties postings plus that figure    *
002026*               to the schedule interest for the month.         *
002027*  2026-09-27  LSG  The period interest is read directly from  *
002028*               the keyed numeric schedule LOANSKIX instead of *
002029*               passing LOANSKED and de-editing it. A missing  *
002030*               schedule now aborts the step.                  *
002031*  2026-10-01  LSG  Daily simple interest loans (day-count     *
002032*               method D) accrue the interest actually earned  *
002033*               in the period from their LOANPHIST payment     *
002034*               history through LOANDSIC. The difference from  *
002035*               the schedule is printed as an adjustment and   *
002036*               the proof ties to schedule interest plus that  *
002037*               adjustment.                                    *
002100*--------------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS LM-LOAN-NUMBER
003600         FILE STATUS IS WS-MAST-STATUS.
003601     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
003602         ORGANIZATION IS INDEXED
003603         ACCESS MODE IS RANDOM
003604         RECORD KEY IS SX-KEY
003605         FILE STATUS IS WS-SKED-STATUS.
003900     SELECT LOANGLPST ASSIGN TO "LOANGLPST"
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT LOANGLRP ASSIGN TO "LOANGLRP"
004201     SELECT LOANPARM ASSIGN TO "LOANPARM"
004202         ORGANIZATION IS SEQUENTIAL
004203         FILE STATUS IS WS-RUNC-STATUS.
004204     SELECT LOANNACF ASSIGN TO "LOANNACF"
004205         ORGANIZATION IS INDEXED
004206         ACCESS MODE IS RANDOM
004207         RECORD KEY IS NA-LOAN-NUMBER
004208         FILE STATUS IS WS-NACF-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
007825         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
007900
008000*--------------------------------------------------------------*
008001* LOANSKIX - THE NIGHTLY SCHEDULE KEYED ON LOAN NUMBER AND     *
008002*    MONTH, AMOUNTS IN SIGNED NUMERIC FIELDS, READ DIRECTLY    *
008003*    FOR THE MONTH WANTED                                      *
008200*--------------------------------------------------------------*
008201 FD  LOANSKIX
008400     RECORDING MODE IS F.
008401 01  LOANSKIX-RECORD.
008402     05 SX-KEY.
008403         10 SX-LOAN-NUMBER       PIC X(10).
008404         10 SX-MONTH             PIC 9(04).
008405     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
008406     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
008407     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
008408     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
008409     05 SX-LATE-FLAG             PIC X(01).
008410     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
008411     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
008412     05 FILLER                   PIC X(10).
009500
009600*--------------------------------------------------------------*
009700* LOANGLPST - BALANCED POSTING FILE, ONE DEBIT AND ONE CREDIT  *
011513     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
011514     05 PR-GENERATIONS-KEPT      PIC 9(02).
011515
011516*--------------------------------------------------------------*
011517* LOANNACF - NON-ACCRUAL AND CHARGE-OFF FILE KEPT BY LOANNACR; *
011518*    A LOAN ON IT IN STATUS N OR C IS NOT ACCRUED              *
011519*--------------------------------------------------------------*
011520 FD  LOANNACF
011521     RECORDING MODE IS F.
011522 01  LOANNACF-RECORD.
011523     05 NA-LOAN-NUMBER           PIC X(10).
011524     05 NA-STATUS                PIC X(01).
011525         88 NA-ACCRUING                          VALUE "A".
011526         88 NA-NONACCRUAL                        VALUE "N".
011527         88 NA-CHARGED-OFF                       VALUE "C".
011528     05 NA-REASON                PIC X(01).
011529     05 NA-NONACCRUAL-DATE       PIC 9(08).
011530     05 NA-INT-REVERSED          PIC S9(7)V99   COMP-3.
011531     05 NA-RESTORED-DATE         PIC 9(08).
011532     05 NA-CHARGEOFF-DATE        PIC 9(08).
011533     05 NA-CHARGEOFF-AMT         PIC S9(9)V99   COMP-3.
011534     05 NA-RECOVERY-DATE         PIC 9(08).
011535     05 NA-RECOVERED-AMT         PIC S9(9)V99   COMP-3.
011536     05 FILLER                   PIC X(10).
011537
011700 WORKING-STORAGE SECTION.
011701 77  WS-RUNC-STATUS              PIC X(02)      VALUE "00".
011702 77  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
011709         88 WS-CY-OK                             VALUE "Y".
011800 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
011900     88 END-OF-LOANMAST                          VALUE "Y".
011901 77  WS-SKED-STATUS              PIC X(02)      VALUE "00".
011902 77  WS-SKED-FOUND-SW            PIC X(01)      VALUE "N".
011903     88 SKED-ROW-FOUND                           VALUE "Y".
012200 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
012300 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
012301 77  WS-NACF-STATUS              PIC X(02)      VALUE "00".
012302 77  WS-NACF-OPEN-SW             PIC X(01)      VALUE "N".
012303     88 NACF-OPEN                                VALUE "Y".
012304 77  WS-NONACCR-COUNT            PIC 9(07)      COMP   VALUE ZERO.
012305 77  WS-NONACCR-INT-TOTAL        PIC S9(9)V99   COMP-3 VALUE ZERO.
012400 77  WS-PERIOD-MONTH-NO          PIC S9(06)     COMP-3 VALUE ZERO.
012600 77  WS-MONTH-INT                PIC S9(7)V99   COMP-3 VALUE ZERO.
012700 77  WS-PER-DIEM                 PIC S9(5)V9(4) COMP-3 VALUE ZERO.
012800 77  WS-DAYS-IN-PERIOD           PIC S9(03)     COMP   VALUE 30.
013100 77  WS-DEBIT-TOTAL              PIC S9(9)V99   COMP-3 VALUE ZERO.
013200 77  WS-CREDIT-TOTAL             PIC S9(9)V99   COMP-3 VALUE ZERO.
013300 77  WS-SKED-INT-TOTAL           PIC S9(9)V99   COMP-3 VALUE ZERO.
013301 77  WS-DSI-OPEN-SW              PIC X(01)      VALUE "N".
013302     88 DSI-HISTORY-OPEN                         VALUE "Y".
013303 77  WS-DSI-COUNT                PIC 9(07)      COMP   VALUE ZERO.
013304 77  WS-DSI-ADJ-TOTAL            PIC S9(9)V99   COMP-3 VALUE ZERO.
013305 77  WS-DSI-EARNED-BEFORE        PIC S9(9)V99   COMP-3 VALUE ZERO.
013306 01  WS-DSI-DATE                 PIC 9(08)      VALUE ZERO.
013307 01  WS-DSI-DATE-X REDEFINES WS-DSI-DATE.
013308     05 WS-DSI-YEAR              PIC 9(04).
013309     05 WS-DSI-MONTH             PIC 9(02).
013310     05 WS-DSI-DAY               PIC 9(02).
013311 01  WS-DSI-REQUEST.
013312     03 WS-DS-FUNCTION           PIC X(01).
013313     03 WS-DS-LOAN-NUMBER        PIC X(10).
013314     03 WS-DS-PRINCIPAL          PIC S9(8)V99   COMP-3.
013315     03 WS-DS-RATE               PIC S9(9)V9(9).
013316     03 WS-DS-INSTALLMENT        PIC S9(7)V99   COMP-3.
013317     03 WS-DS-ESCROW-AMT         PIC S9(7)V99   COMP-3.
013318     03 WS-DS-FIRST-PMT-YEAR     PIC 9(04).
013319     03 WS-DS-FIRST-PMT-MONTH    PIC 9(02).
013320     03 WS-DS-AS-OF-DATE         PIC 9(08).
013321     03 WS-DS-TAX-YEAR           PIC 9(04).
013322     03 WS-DS-BALANCE            PIC S9(8)V99   COMP-3.
013323     03 WS-DS-ACCRUED-INT        PIC S9(7)V99   COMP-3.
013324     03 WS-DS-PER-DIEM           PIC S9(5)V9(4) COMP-3.
013325     03 WS-DS-INT-PAID           PIC S9(9)V99   COMP-3.
013326     03 WS-DS-INT-EARNED         PIC S9(9)V99   COMP-3.
013327     03 WS-DS-YEAR-INT-PAID      PIC S9(9)V99   COMP-3.
013328     03 WS-DS-LAST-PAID-DATE     PIC 9(08).
013329     03 WS-DS-PAY-COUNT          PIC S9(04)     COMP.
013330     03 WS-DS-RESULT             PIC X(01).
013331         88 WS-DS-OK                             VALUE "Y".
013400 01  WS-MONTH-DAYS-LIT           PIC X(24)
013500         VALUE "312831303130313130313031".
013600 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIT.
019430         MOVE 16 TO RETURN-CODE
019440         GOBACK
019450     END-IF
019451*    NO LOANNACF YET MEANS NO LOAN HAS GONE ON NON-ACCRUAL
019452     OPEN INPUT LOANNACF
019453     IF WS-NACF-STATUS = "00"
019454         MOVE "Y" TO WS-NACF-OPEN-SW
019455     END-IF
019456     OPEN INPUT LOANSKIX
019457     IF WS-SKED-STATUS NOT = "00"
019458         DISPLAY "LOANGLAC: SCHEDULE FILE LOANSKIX MISSING"
019459         MOVE 16 TO RETURN-CODE
019460         GOBACK
019461     END-IF
019462*    DAILY SIMPLE INTEREST LOANS ACCRUE FROM THEIR PAYMENT
019463*    HISTORY; WITHOUT IT THEY ACCRUE THE SCHEDULE LIKE THE REST
019464     MOVE "O" TO WS-DS-FUNCTION
019465     CALL "LOANDSIC" USING BY REFERENCE WS-DSI-REQUEST
019466     IF WS-DS-OK
019467         MOVE "Y" TO WS-DSI-OPEN-SW
019468     ELSE
019469         DISPLAY "LOANGLAC: NO PAYMENT HISTORY, DAILY SIMPLE"
019470             " INTEREST LOANS ACCRUE SCHEDULE INTEREST"
019471     END-IF
019600     OPEN OUTPUT LOANGLPST
019700     OPEN OUTPUT LOANGLRP
019800     MOVE GL-PERIOD-YEAR  TO WH-PERIOD-YEAR
019900     MOVE GL-PERIOD-MONTH TO WH-PERIOD-MONTH
020000     WRITE PRINT-LINE FROM WS-REPORT-HEADING
020100     WRITE PRINT-LINE FROM SPACES
020900     READ LOANMAST
021000         AT END MOVE "Y" TO WS-EOF-SW
021100     END-READ.
022600     END-IF
022700
022800     PERFORM 2100-MATCH-SCHEDULE THRU 2100-MATCH-SCHEDULE-EXIT
022801     IF NOT SKED-ROW-FOUND
023200         GO TO 2000-ACCRUE-LOANS-NEXT
023300     END-IF
023400
023401     MOVE SX-INTPAID TO WS-MONTH-INT
023700     ADD WS-MONTH-INT TO WS-SKED-INT-TOTAL
023701     IF NACF-OPEN
023702         MOVE LM-LOAN-NUMBER TO NA-LOAN-NUMBER
023703         READ LOANNACF
023704         IF WS-NACF-STATUS = "00"
023705                 AND (NA-NONACCRUAL OR NA-CHARGED-OFF)
023706             ADD 1            TO WS-NONACCR-COUNT
023707             ADD WS-MONTH-INT TO WS-NONACCR-INT-TOTAL
023708             GO TO 2000-ACCRUE-LOANS-NEXT
023709         END-IF
023710     END-IF
023711     IF LM-DAY-COUNT-METHOD = "D"
023712             AND DSI-HISTORY-OPEN
023713         PERFORM 2150-DSI-MONTH-INTEREST
023714             THRU 2150-DSI-MONTH-INTEREST-EXIT
023715     END-IF
023800     PERFORM 2200-COMPUTE-PER-DIEM
023900         THRU 2200-COMPUTE-PER-DIEM-EXIT
024000     PERFORM 2300-WRITE-POSTINGS THRU 2300-WRITE-POSTINGS-EXIT
025100     EXIT.
025200
025300*--------------------------------------------------------------*
025301* 2100-MATCH-SCHEDULE - READ THIS LOAN'S PERIOD ROW DIRECTLY   *
025302*    FROM THE KEYED SCHEDULE                                   *
025600*--------------------------------------------------------------*
025700 2100-MATCH-SCHEDULE.
025701     MOVE "Y"                TO WS-SKED-FOUND-SW
025702     MOVE LM-LOAN-NUMBER     TO SX-LOAN-NUMBER
025703     MOVE WS-PERIOD-MONTH-NO TO SX-MONTH
025704     READ LOANSKIX
025705         INVALID KEY
025706             MOVE "N" TO WS-SKED-FOUND-SW
025707     END-READ.
027000
027100 2100-MATCH-SCHEDULE-EXIT.
027200     EXIT.
027300
027400*--------------------------------------------------------------*
027401* 2150-DSI-MONTH-INTEREST - A DAILY SIMPLE INTEREST LOAN       *
027402*    ACCRUES WHAT IT ACTUALLY EARNED IN THE PERIOD: INTEREST   *
027403*    EARNED THROUGH THE PERIOD'S LAST DAY LESS INTEREST EARNED *
027404*    THROUGH THE PRIOR PERIOD'S, BOTH FROM THE PAYMENTS        *
027405*    RECEIVED. ITS DIFFERENCE FROM THE SCHEDULE ROW IS CARRIED *
027406*    TO THE PROOF SO THE POSTINGS STILL TIE.                   *
027407*--------------------------------------------------------------*
027408 2150-DSI-MONTH-INTEREST.
027409     MOVE "A"                 TO WS-DS-FUNCTION
027410     MOVE LM-LOAN-NUMBER      TO WS-DS-LOAN-NUMBER
027411     MOVE LM-PRINCIPAL        TO WS-DS-PRINCIPAL
027412     MOVE LM-RATE             TO WS-DS-RATE
027413     MOVE SX-PAYMENT          TO WS-DS-INSTALLMENT
027414     MOVE LM-ESCROW-AMT       TO WS-DS-ESCROW-AMT
027415     MOVE LM-FIRST-PMT-YEAR   TO WS-DS-FIRST-PMT-YEAR
027416     MOVE LM-FIRST-PMT-MONTH  TO WS-DS-FIRST-PMT-MONTH
027417     MOVE GL-PERIOD-YEAR      TO WS-DS-TAX-YEAR
027418*    EARNED AS OF THE 1ST OF A MONTH COVERS EVERY DAY BEFORE IT
027419     MOVE GL-PERIOD-YEAR      TO WS-DSI-YEAR
027420     MOVE GL-PERIOD-MONTH     TO WS-DSI-MONTH
027421     MOVE 1                   TO WS-DSI-DAY
027422     MOVE WS-DSI-DATE         TO WS-DS-AS-OF-DATE
027423     CALL "LOANDSIC" USING BY REFERENCE WS-DSI-REQUEST
027424     IF NOT WS-DS-OK
027425         GO TO 2150-DSI-MONTH-INTEREST-EXIT
027426     END-IF
027427     MOVE WS-DS-INT-EARNED    TO WS-DSI-EARNED-BEFORE
027428     IF WS-DSI-MONTH < 12
027429         ADD 1 TO WS-DSI-MONTH
027430     ELSE
027431         MOVE 1 TO WS-DSI-MONTH
027432         ADD 1 TO WS-DSI-YEAR
027433     END-IF
027434     MOVE "A"                 TO WS-DS-FUNCTION
027435     MOVE WS-DSI-DATE         TO WS-DS-AS-OF-DATE
027436     CALL "LOANDSIC" USING BY REFERENCE WS-DSI-REQUEST
027437     IF NOT WS-DS-OK
027438         GO TO 2150-DSI-MONTH-INTEREST-EXIT
027439     END-IF
027440     SUBTRACT WS-MONTH-INT FROM WS-DSI-ADJ-TOTAL
027441     COMPUTE WS-MONTH-INT =
027442         WS-DS-INT-EARNED - WS-DSI-EARNED-BEFORE
027443     ADD WS-MONTH-INT TO WS-DSI-ADJ-TOTAL
027444     ADD 1 TO WS-DSI-COUNT.
027445
027446 2150-DSI-MONTH-INTEREST-EXIT.
027447     EXIT.
027448
027449*--------------------------------------------------------------*
027500* 2200-COMPUTE-PER-DIEM - THE DAILY ACCRUAL RATE FOR STUB-DAY  *
027600*    WORK: ACTUAL/365 LOANS SPREAD THE MONTH'S INTEREST OVER   *
027700*    THE PERIOD'S ACTUAL DAYS (FEBRUARY ADJUSTED FOR LEAP      *
027701*    YEARS), 30/360 LOANS OVER A BANKER'S 30. DAILY SIMPLE     *
027702*    INTEREST LOANS COUNT ACTUAL DAYS.                         *
027900*--------------------------------------------------------------*
028000 2200-COMPUTE-PER-DIEM.
028001     IF LM-DAY-COUNT-METHOD = "A" OR "D"
028200         MOVE WS-MONTH-DAYS(GL-PERIOD-MONTH)
028300             TO WS-DAYS-IN-PERIOD
028400         IF GL-PERIOD-MONTH = 2
033900
034000*--------------------------------------------------------------*
034100* 3000-PRINT-PROOF - TOTALS PAGE; THE POSTING TOTALS MUST TIE  *
034101*    TO THE SCHEDULE INTEREST FOR THE MONTH, AS ADJUSTED FOR   *
034102*    DAILY SIMPLE INTEREST LOANS' ACTUAL EARNINGS, AND DEBITS  *
034103*    MUST EQUAL CREDITS                                        *
034400*--------------------------------------------------------------*
034500 3000-PRINT-PROOF.
034600     WRITE PRINT-LINE FROM SPACES
034700     MOVE "SCHEDULE INTEREST THIS MONTH" TO WX-LABEL
034800     MOVE WS-SKED-INT-TOTAL              TO WX-AMOUNT
034801     WRITE PRINT-LINE FROM WS-TOTAL-LINE
034802     MOVE "DAILY SIMPLE INT ADJUSTMENT " TO WX-LABEL
034803     MOVE WS-DSI-ADJ-TOTAL               TO WX-AMOUNT
034900     WRITE PRINT-LINE FROM WS-TOTAL-LINE
035000     MOVE "DEBITS POSTED (ACCT 1210) . " TO WX-LABEL
035100     MOVE WS-DEBIT-TOTAL                 TO WX-AMOUNT
035300     MOVE "CREDITS POSTED (ACCT 4010)  " TO WX-LABEL
035400     MOVE WS-CREDIT-TOTAL                TO WX-AMOUNT
035500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
035501     MOVE "NON-ACCRUAL, NOT BOOKED . . " TO WX-LABEL
035502     MOVE WS-NONACCR-INT-TOTAL           TO WX-AMOUNT
035503     WRITE PRINT-LINE FROM WS-TOTAL-LINE
035600     IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
035700             AND WS-DEBIT-TOTAL + WS-NONACCR-INT-TOTAL
035701                 = WS-SKED-INT-TOTAL + WS-DSI-ADJ-TOTAL
035800         MOVE "POSTING PROOF IN BALANCE  . " TO WX-LABEL
035900         MOVE ZERO                           TO WX-AMOUNT
036000         WRITE PRINT-LINE FROM WS-TOTAL-LINE
037500 9000-TERMINATE.
037600     CLOSE LOANGLIN
037700     CLOSE LOANMAST
037701     CLOSE LOANSKIX
037900     CLOSE LOANGLPST
037901     IF NACF-OPEN
037902         CLOSE LOANNACF
037903     END-IF
037904     MOVE "C" TO WS-DS-FUNCTION
037905     CALL "LOANDSIC" USING BY REFERENCE WS-DSI-REQUEST
038000     CLOSE LOANGLRP
038010     DISPLAY "LOANGLAC: LOANS ACCRUED=" WS-LOAN-COUNT
038020         " NON-ACCRUAL=" WS-NONACCR-COUNT
038030         " DAILY SIMPLE=" WS-DSI-COUNT
038101     MOVE "E"              TO WS-CY-FUNCTION
038102     MOVE "LOANGLAC "      TO WS-CY-PROGRAM
038103     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
