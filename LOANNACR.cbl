000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANNACR.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-08.
000600 DATE-COMPILED. 2026-09-08.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-08  LSG  Initial version. Month-end non-accrual     *
001000*               and charge-off step, run ahead of LOANGLAC.    *
001100*               A loan LOANDELQ shows three or more months     *
001200*               behind (the LOANAGNG 90+ bucket), or coded     *
001300*               in foreclosure on the master, is placed on     *
001400*               non-accrual in LOANNACF and the scheduled      *
001500*               interest already accrued for its unpaid        *
001600*               months is reversed out of receivable. A        *
001700*               non-accrual loan brought fully current and     *
001800*               out of foreclosure goes back on accrual.       *
001900*               Charge-off and recovery transactions from      *
002000*               LOANCOTR charge the book balance to the        *
002100*               allowance and track later recoveries against   *
002200*               it. Every movement writes a balanced pair to   *
002300*               LOANNAGL in the LOANGLPST layout and a line on *
002400*               the LOANNARP register.                         *
002401*  2026-09-27  LSG  The loan's rows through the period month   *
002402*               are read from the keyed numeric schedule       *
002403*               LOANSKIX instead of passing LOANSKED and       *
002404*               de-editing it. A missing schedule now aborts   *
002405*               the step.                                      *
002406*  2026-10-15  LSG  The period month is no longer counted in   *
002407*               the interest reversed on non-accrual; LOANGLAC *
002408*               has not accrued it yet when this step runs.    *
002500*--------------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT LOANGLIN ASSIGN TO "LOANGLIN"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-PARM-STATUS.
003600     SELECT LOANPARM ASSIGN TO "LOANPARM"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-RUNC-STATUS.
003900     SELECT LOANMAST ASSIGN TO "LOANMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS LM-LOAN-NUMBER
004300         FILE STATUS IS WS-MAST-STATUS.
004400     SELECT LOANDELQ ASSIGN TO "LOANDELQ"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-DELQ-STATUS.
004601     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
004602         ORGANIZATION IS INDEXED
004603         ACCESS MODE IS DYNAMIC
004604         RECORD KEY IS SX-KEY
004605         FILE STATUS IS WS-SKED-STATUS.
004900     SELECT LOANCOTR ASSIGN TO "LOANCOTR"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-COTR-STATUS.
005200     SELECT LOANNACF ASSIGN TO "LOANNACF"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS NA-LOAN-NUMBER
005600         FILE STATUS IS WS-NACF-STATUS.
005700     SELECT LOANNAGL ASSIGN TO "LOANNAGL"
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT LOANNARP ASSIGN TO "LOANNARP"
006000         ORGANIZATION IS SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400*--------------------------------------------------------------*
006500* LOANGLIN - ONE PARAMETER RECORD: THE ACCOUNTING PERIOD, THE  *
006600*            SAME RECORD LOANGLAC RUNS UNDER                   *
006700*--------------------------------------------------------------*
006800 FD  LOANGLIN
006900     RECORDING MODE IS F.
007000 01  LOANGLIN-RECORD.
007100     05 GL-PERIOD-YEAR           PIC 9(04).
007200     05 GL-PERIOD-MONTH          PIC 9(02).
007300
007400*--------------------------------------------------------------*
007500* LOANPARM - THE RUN-CONTROL RECORD LOANBATCH RAN UNDER; THE   *
007600*    BUSINESS DATE IS WHAT THE CYCLE VERIFY PROVES AGAINST     *
007700*--------------------------------------------------------------*
007800 FD  LOANPARM
007900     RECORDING MODE IS F.
008000 01  LOANPARM-RECORD.
008100     05 PR-BUSINESS-DATE         PIC 9(08).
008200     05 PR-RUN-ID                PIC X(08).
008300     05 PR-OPT-SKED-ONLY         PIC X(01).
008400     05 PR-OPT-SKIP-DELQ         PIC X(01).
008500     05 PR-OPT-FULL-RUN          PIC X(01).
008600     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
008700     05 PR-GENERATIONS-KEPT      PIC 9(02).
008800
008900*--------------------------------------------------------------*
009000* LOANMAST - ONE RECORD PER LOAN, KEYED ON LM-LOAN-NUMBER      *
009100*--------------------------------------------------------------*
009200 FD  LOANMAST
009300     RECORDING MODE IS F.
009400 01  LOANMAST-RECORD.
009500     05 LM-LOAN-NUMBER           PIC X(10).
009600     05 LM-CUSTOMER-ID           PIC X(10).
009700     05 LM-PRINCIPAL             PIC S9(8)      COMP-3.
009800     05 LM-LOANTERM              PIC S9(8)      COMP-3.
009900     05 LM-RATE                  PIC S9(9)V9(9).
010000     05 LM-PAYMENT-FREQUENCY     PIC X(01).
010100     05 LM-ESCROW-AMT            PIC S9(7)V99   COMP-3.
010200     05 LM-BALLOON-TERM          PIC S9(8)      COMP-3.
010300     05 LM-RATE-RESET-COUNT      PIC S9(4)      COMP.
010400     05 LM-RATE-RESETS OCCURS 3 TIMES.
010500         10 LM-RESET-EFF-MONTH   PIC S9(4)      COMP.
010600         10 LM-RESET-RATE        PIC S9(9)V9(9).
010700     05 LM-FIRST-PMT-YEAR        PIC 9(04).
010800     05 LM-FIRST-PMT-MONTH       PIC 9(02).
010900     05 LM-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
011000     05 LM-DAY-COUNT-METHOD      PIC X(01).
011100     05 LM-EXTRA-PRINCIPAL-AMT   PIC S9(7)V99   COMP-3.
011200     05 LM-INVESTOR-CODE         PIC X(03).
011300     05 LM-IO-MONTHS             PIC S9(4)      COMP.
011400     05 LM-FORBEAR-START-MONTH   PIC S9(4)      COMP.
011500     05 LM-FORBEAR-MONTHS        PIC S9(4)      COMP.
011600     05 LM-STATUS-CODE           PIC X(01).
011700         88 LM-STAT-ACTIVE                       VALUE " " "A".
011800         88 LM-STAT-BANKRUPT                     VALUE "B".
011900         88 LM-STAT-FORECLOSE                    VALUE "F".
012000         88 LM-STAT-PAIDOFF                      VALUE "P".
012100     05 LM-INDEX-CODE            PIC X(03).
012200     05 LM-INDEX-VALUE           PIC S9(3)V9(4) COMP-3.
012300     05 LM-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
012400     05 LM-PERIODIC-CAP          PIC S9(3)V9(4) COMP-3.
012500     05 LM-LIFETIME-CAP          PIC S9(3)V9(4) COMP-3.
012600     05 LM-RATE-FLOOR            PIC S9(3)V9(4) COMP-3.
012700     05 LM-ACH-ROUTING           PIC X(09).
012800     05 LM-ACH-ACCOUNT           PIC X(17).
012900     05 LM-AUTOPAY-FLAG          PIC X(01).
013000         88 LM-AUTOPAY-OFF                       VALUE " " "N".
013100         88 LM-AUTOPAY-PRENOTE                   VALUE "P".
013200         88 LM-AUTOPAY-ON                        VALUE "Y".
013300     05 LM-ESCROW-INT-RATE       PIC S9(3)V9(4) COMP-3.
013400     05 LM-BUYDOWN-COUNT         PIC S9(4)      COMP.
013500     05 LM-BUYDOWN-STEPS OCCURS 3 TIMES.
013600         10 LM-BUYDOWN-MONTHS    PIC S9(4)      COMP.
013700         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
013800
013900*--------------------------------------------------------------*
014000* LOANDELQ - LATE-PAYMENT TRANSACTIONS, SORTED BY LOAN NUMBER  *
014100*            THEN MONTH                                        *
014200*--------------------------------------------------------------*
014300 FD  LOANDELQ
014400     RECORDING MODE IS F.
014500 01  LOANDELQ-RECORD.
014600     05 DQ-LOAN-NUMBER           PIC X(10).
014700     05 DQ-MONTH                 PIC 9(04).
014800     05 DQ-LATE-FEE              PIC S9(5)V99   COMP-3.
014900
015000*--------------------------------------------------------------*
015001* LOANSKIX - THE NIGHTLY SCHEDULE KEYED ON LOAN NUMBER AND     *
015002*    MONTH, AMOUNTS IN SIGNED NUMERIC FIELDS, READ DIRECTLY    *
015003*    FOR THE MONTH WANTED                                      *
015200*--------------------------------------------------------------*
015201 FD  LOANSKIX
015400     RECORDING MODE IS F.
015401 01  LOANSKIX-RECORD.
015402     05 SX-KEY.
015403         10 SX-LOAN-NUMBER       PIC X(10).
015404         10 SX-MONTH             PIC 9(04).
015405     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
015406     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
015407     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
015408     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
015409     05 SX-LATE-FLAG             PIC X(01).
015410     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
015411     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
015412     05 FILLER                   PIC X(10).
016500
016600*--------------------------------------------------------------*
016700* LOANCOTR - CHARGE-OFF AND RECOVERY TRANSACTIONS, SORTED BY   *
016800*            LOAN NUMBER. A ZERO CHARGE-OFF AMOUNT CHARGES     *
016900*            THE WHOLE REMAINING BOOK BALANCE.                 *
017000*--------------------------------------------------------------*
017100 FD  LOANCOTR
017200     RECORDING MODE IS F.
017300 01  LOANCOTR-RECORD.
017400     05 CT-LOAN-NUMBER           PIC X(10).
017500     05 CT-TYPE                  PIC X(01).
017600         88 CT-CHARGE-OFF                        VALUE "C".
017700         88 CT-RECOVERY                          VALUE "R".
017800     05 CT-AMOUNT                PIC S9(7)V99   COMP-3.
017900     05 CT-DATE                  PIC 9(08).
018000
018100*--------------------------------------------------------------*
018200* LOANNACF - NON-ACCRUAL AND CHARGE-OFF FILE, ONE RECORD PER   *
018300*            LOAN EVER PLACED ON NON-ACCRUAL. LOANGLAC AND     *
018400*            LOANTRLB READ IT TO SUPPRESS THE ACCRUAL AND TO   *
018500*            CATEGORIZE THE TRIAL BALANCE.                     *
018600*--------------------------------------------------------------*
018700 FD  LOANNACF
018800     RECORDING MODE IS F.
018900 01  LOANNACF-RECORD.
019000     05 NA-LOAN-NUMBER           PIC X(10).
019100     05 NA-STATUS                PIC X(01).
019200         88 NA-ACCRUING                          VALUE "A".
019300         88 NA-NONACCRUAL                        VALUE "N".
019400         88 NA-CHARGED-OFF                       VALUE "C".
019500     05 NA-REASON                PIC X(01).
019600         88 NA-REASON-DELINQUENT                 VALUE "D".
019700         88 NA-REASON-FORECLOSE                  VALUE "F".
019800         88 NA-REASON-CHARGE-OFF                 VALUE "C".
019900     05 NA-NONACCRUAL-DATE       PIC 9(08).
020000     05 NA-INT-REVERSED          PIC S9(7)V99   COMP-3.
020100     05 NA-RESTORED-DATE         PIC 9(08).
020200     05 NA-CHARGEOFF-DATE        PIC 9(08).
020300     05 NA-CHARGEOFF-AMT         PIC S9(9)V99   COMP-3.
020400     05 NA-RECOVERY-DATE         PIC 9(08).
020500     05 NA-RECOVERED-AMT         PIC S9(9)V99   COMP-3.
020600     05 FILLER                   PIC X(10).
020700
020800*--------------------------------------------------------------*
020900* LOANNAGL - BALANCED POSTINGS IN THE LOANGLPST LAYOUT:        *
021000*    1010 CASH CLEARING, 1200 LOANS RECEIVABLE, 1210 ACCRUED   *
021100*    INTEREST RECEIVABLE, 1290 ALLOWANCE FOR LOAN LOSSES,      *
021200*    4010 INTEREST INCOME                                      *
021300*--------------------------------------------------------------*
021400 FD  LOANNAGL
021500     RECORDING MODE IS F.
021600 01  LOANNAGL-RECORD.
021700     05 GP-ACCOUNT               PIC X(04).
021800     05 GP-DR-CR                 PIC X(01).
021900     05 GP-LOAN-NUMBER           PIC X(10).
022000     05 GP-PERIOD                PIC 9(06).
022100     05 GP-AMOUNT                PIC 9(9)V99.
022200     05 FILLER                   PIC X(08).
022300
022400*--------------------------------------------------------------*
022500* LOANNARP - PRINTED NON-ACCRUAL AND CHARGE-OFF REGISTER       *
022600*--------------------------------------------------------------*
022700 FD  LOANNARP
022800     RECORDING MODE IS F.
022900 01  PRINT-LINE                  PIC X(80).
023000
023100 WORKING-STORAGE SECTION.
023200 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
023300 77  WS-RUNC-STATUS              PIC X(02)      VALUE "00".
023400 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
023500 77  WS-DELQ-STATUS              PIC X(02)      VALUE "00".
023600 77  WS-COTR-STATUS              PIC X(02)      VALUE "00".
023700 77  WS-NACF-STATUS              PIC X(02)      VALUE "00".
023800 77  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
023900 01  WS-CYCLE-REQUEST.
024000     03 WS-CY-FUNCTION           PIC X(01).
024100     03 WS-CY-PROGRAM            PIC X(09).
024200     03 WS-CY-BUSINESS-DATE      PIC 9(08).
024300     03 WS-CY-END-RETURN-CODE    PIC 9(04).
024400     03 WS-CY-RESULT             PIC X(01).
024500         88 WS-CY-OK                             VALUE "Y".
024600 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
024700     88 END-OF-LOANMAST                          VALUE "Y".
024800 77  WS-DELQ-EOF-SW              PIC X(01)      VALUE "N".
024900     88 END-OF-LOANDELQ                          VALUE "Y".
024901 77  WS-SKED-STATUS              PIC X(02)      VALUE "00".
024902 77  WS-SKED-DONE-SW             PIC X(01)      VALUE "N".
024903     88 SKED-SCAN-DONE                           VALUE "Y".
025200 77  WS-COTR-EOF-SW              PIC X(01)      VALUE "N".
025300     88 END-OF-LOANCOTR                          VALUE "Y".
025400 77  WS-NACF-FOUND-SW            PIC X(01)      VALUE "N".
025500     88 NACF-ON-FILE                             VALUE "Y".
025600 77  WS-PERIOD-MONTH-NO          PIC S9(06)     COMP-3 VALUE ZERO.
025700 77  WS-GL-PERIOD                PIC 9(06)      VALUE ZERO.
025800 77  WS-LATE-MONTHS              PIC S9(04)     COMP   VALUE ZERO.
025900 77  WS-DQ-SUB                   PIC S9(04)     COMP   VALUE ZERO.
026200 77  WS-UNPAID-INT               PIC S9(7)V99   COMP-3 VALUE ZERO.
026300 77  WS-CUR-BALANCE              PIC S9(8)V99   COMP-3 VALUE ZERO.
026400 77  WS-BOOK-BALANCE             PIC S9(9)V99   COMP-3 VALUE ZERO.
026500 77  WS-POST-AMOUNT              PIC S9(9)V99   COMP-3 VALUE ZERO.
026600 77  WS-DEBIT-ACCT               PIC X(04)      VALUE SPACES.
026700 77  WS-CREDIT-ACCT              PIC X(04)      VALUE SPACES.
026800 77  WS-PLACED-COUNT             PIC 9(07)      COMP   VALUE ZERO.
026900 77  WS-RESTORED-COUNT           PIC 9(07)      COMP   VALUE ZERO.
027000 77  WS-CHGOFF-COUNT             PIC 9(07)      COMP   VALUE ZERO.
027100 77  WS-RECOV-COUNT              PIC 9(07)      COMP   VALUE ZERO.
027200 77  WS-REJECT-COUNT             PIC 9(07)      COMP   VALUE ZERO.
027300 77  WS-REVERSED-TOTAL           PIC S9(9)V99   COMP-3 VALUE ZERO.
027400 77  WS-CHGOFF-TOTAL             PIC S9(9)V99   COMP-3 VALUE ZERO.
027500 77  WS-RECOV-TOTAL              PIC S9(9)V99   COMP-3 VALUE ZERO.
027600 77  WS-DEBIT-TOTAL              PIC S9(9)V99   COMP-3 VALUE ZERO.
027700 77  WS-CREDIT-TOTAL             PIC S9(9)V99   COMP-3 VALUE ZERO.
027800
027900*--------------------------------------------------------------*
028000* WS-DQ-MONTH-TABLE - THE CURRENT LOAN'S LATE MONTHS FROM      *
028100*    LOANDELQ, IN MONTH ORDER, FOR THE UNPAID-INTEREST MATCH   *
028200*    AGAINST ITS SCHEDULE ROWS                                 *
028300*--------------------------------------------------------------*
028400 01  WS-DQ-MONTH-TABLE.
028500     05 WS-DQ-MONTH              PIC 9(04)      OCCURS 480 TIMES.
028600
028700 01  WS-REPORT-HEADING.
028800     05 FILLER              PIC X(40)  VALUE
028900         "NON-ACCRUAL AND CHARGE-OFF REGISTER -   ".
029000     05 WH-PERIOD-YEAR      PIC 9(04).
029100     05 FILLER              PIC X(01)  VALUE "-".
029200     05 WH-PERIOD-MONTH     PIC 9(02).
029300
029400 01  WS-DETAIL-LINE.
029500     05 WD-LOAN-NUMBER           PIC X(10).
029600     05 FILLER                   PIC X(02)      VALUE SPACES.
029700     05 WD-ACTION                PIC X(22).
029800     05 FILLER                   PIC X(02)      VALUE SPACES.
029900     05 WD-REASON                PIC X(24).
030000     05 FILLER                   PIC X(02)      VALUE SPACES.
030100     05 WD-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
030200
030300 01  WS-TOTAL-LINE.
030400     05 WX-LABEL                 PIC X(28).
030500     05 WX-COUNT                 PIC ZZZ,ZZ9.
030600     05 FILLER                   PIC X(02)      VALUE SPACES.
030700     05 WX-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
030800
030900 PROCEDURE DIVISION.
031000*--------------------------------------------------------------*
031100* 0000-MAINLINE                                                *
031200*--------------------------------------------------------------*
031300 0000-MAINLINE.
031400     PERFORM 1000-INITIALIZE
031500     PERFORM 2000-REVIEW-LOANS THRU 2000-REVIEW-LOANS-EXIT
031600         UNTIL END-OF-LOANMAST
031700     PERFORM 5900-REJECT-UNMATCHED THRU 5900-REJECT-UNMATCHED-EXIT
031800         UNTIL END-OF-LOANCOTR
031900     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
032000     PERFORM 9000-TERMINATE
032100     GOBACK.
032200
032300*--------------------------------------------------------------*
032400* 1000-INITIALIZE                                              *
032500*--------------------------------------------------------------*
032600 1000-INITIALIZE.
032700     PERFORM 1100-VERIFY-CYCLE THRU 1100-VERIFY-CYCLE-EXIT
032800     OPEN INPUT LOANGLIN
032900     IF WS-PARM-STATUS NOT = "00"
033000         DISPLAY "LOANNACR: PARAMETER FILE LOANGLIN MISSING"
033100         MOVE 16 TO RETURN-CODE
033200         GOBACK
033300     END-IF
033400     READ LOANGLIN
033500         AT END
033600             DISPLAY "LOANNACR: PARAMETER RECORD MISSING"
033700             MOVE 16 TO RETURN-CODE
033800             GOBACK
033900     END-READ
034000     IF GL-PERIOD-MONTH < 1 OR GL-PERIOD-MONTH > 12
034100         DISPLAY "LOANNACR: PERIOD INVALID " GL-PERIOD-MONTH
034200         MOVE 16 TO RETURN-CODE
034300         GOBACK
034400     END-IF
034500     COMPUTE WS-GL-PERIOD =
034510         (GL-PERIOD-YEAR * 100) + GL-PERIOD-MONTH
034600     OPEN INPUT LOANMAST
034700     IF WS-MAST-STATUS NOT = "00"
034800         DISPLAY "LOANNACR: MASTER FILE LOANMAST MISSING"
034900         MOVE 16 TO RETURN-CODE
035000         GOBACK
035100     END-IF
035200     OPEN I-O LOANNACF
035300     IF WS-NACF-STATUS = "35"
035400*        FIRST-EVER RUN - NO NON-ACCRUAL FILE YET, CREATE ONE
035500         OPEN OUTPUT LOANNACF
035600         CLOSE LOANNACF
035700         OPEN I-O LOANNACF
035800     END-IF
035900     IF WS-NACF-STATUS NOT = "00"
036000         DISPLAY "LOANNACR: NON-ACCRUAL FILE LOANNACF NOT USABLE,"
036100             " STATUS=" WS-NACF-STATUS
036200         MOVE 16 TO RETURN-CODE
036300         GOBACK
036400     END-IF
036500     OPEN INPUT LOANDELQ
036600     IF WS-DELQ-STATUS NOT = "00"
036700         DISPLAY "LOANNACR: LOANDELQ MISSING OR EMPTY"
036800         MOVE "Y" TO WS-DELQ-EOF-SW
036900     END-IF
037000     OPEN INPUT LOANCOTR
037100     IF WS-COTR-STATUS NOT = "00"
037200*        NO CHARGE-OFF ACTIVITY THIS MONTH
037300         MOVE "Y" TO WS-COTR-EOF-SW
037400     END-IF
037401     OPEN INPUT LOANSKIX
037402     IF WS-SKED-STATUS NOT = "00"
037403         DISPLAY "LOANNACR: SCHEDULE FILE LOANSKIX MISSING"
037404         MOVE 16 TO RETURN-CODE
037405         GOBACK
037406     END-IF
037600     OPEN OUTPUT LOANNAGL
037700     OPEN OUTPUT LOANNARP
037800     MOVE GL-PERIOD-YEAR  TO WH-PERIOD-YEAR
037900     MOVE GL-PERIOD-MONTH TO WH-PERIOD-MONTH
038000     WRITE PRINT-LINE FROM WS-REPORT-HEADING
038100     WRITE PRINT-LINE FROM SPACES
038200     IF NOT END-OF-LOANDELQ
038300         READ LOANDELQ
038400             AT END MOVE "Y" TO WS-DELQ-EOF-SW
038500         END-READ
038600     END-IF
038700     IF NOT END-OF-LOANCOTR
038800         READ LOANCOTR
038900             AT END MOVE "Y" TO WS-COTR-EOF-SW
039000         END-READ
039100     END-IF
039900     READ LOANMAST
040000         AT END MOVE "Y" TO WS-EOF-SW
040100     END-READ.
040200
040300*--------------------------------------------------------------*
040400* 1100-VERIFY-CYCLE - READ THE BUSINESS DATE FROM LOANPARM,    *
040500*    PROVE THE LOANBATCH STEP THAT PRODUCED TONIGHT'S LOANSKED *
040600*    ENDED CLEAN FOR THAT SAME DATE, AND RECORD THIS STEP'S    *
040700*    OWN START ON THE CYCLE-CONTROL FILE                       *
040800*--------------------------------------------------------------*
040900 1100-VERIFY-CYCLE.
041000     OPEN INPUT LOANPARM
041100     IF WS-RUNC-STATUS NOT = "00"
041200         DISPLAY "LOANNACR: RUN-CONTROL FILE LOANPARM MISSING"
041300         MOVE 16 TO RETURN-CODE
041400         GOBACK
041500     END-IF
041600     READ LOANPARM
041700         AT END
041800             DISPLAY "LOANNACR: RUN-CONTROL RECORD MISSING"
041900             MOVE 16 TO RETURN-CODE
042000             GOBACK
042100     END-READ
042200     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
042300     CLOSE LOANPARM
042400     MOVE "V"              TO WS-CY-FUNCTION
042500     MOVE "LOANBATCH"      TO WS-CY-PROGRAM
042600     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
042700     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST
042800     IF NOT WS-CY-OK
042900         DISPLAY "LOANNACR: LOANSKED NOT PRODUCED CLEAN FOR "
043000             WS-BUSINESS-DATE " - STEP ABORTED"
043100         MOVE 16 TO RETURN-CODE
043200         GOBACK
043300     END-IF
043400     MOVE "S"              TO WS-CY-FUNCTION
043500     MOVE "LOANNACR "      TO WS-CY-PROGRAM
043600     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
043700
043800 1100-VERIFY-CYCLE-EXIT.
043900     EXIT.
044000
044100*--------------------------------------------------------------*
044200* 2000-REVIEW-LOANS - ONE LOAN PER ITERATION: GATHER ITS LATE  *
044300*    MONTHS, PRICE ITS UNPAID INTEREST AND BOOK BALANCE OFF    *
044400*    THE SCHEDULE, MOVE IT ON OR OFF NON-ACCRUAL, THEN APPLY   *
044500*    ANY CHARGE-OFF OR RECOVERY TRANSACTIONS FOR IT            *
044600*--------------------------------------------------------------*
044700 2000-REVIEW-LOANS.
044800     COMPUTE WS-PERIOD-MONTH-NO =
044900         ((GL-PERIOD-YEAR * 12) + GL-PERIOD-MONTH)
045000         - ((LM-FIRST-PMT-YEAR * 12) + LM-FIRST-PMT-MONTH)
045100         + 1
045200     MOVE ZERO TO WS-LATE-MONTHS
045300     MOVE ZERO TO WS-UNPAID-INT
045400     MOVE ZERO TO WS-CUR-BALANCE
045500     IF WS-PERIOD-MONTH-NO < 1
045600         MOVE LM-PRINCIPAL TO WS-CUR-BALANCE
045700     END-IF
045800     PERFORM 2100-SKIP-DELQ THRU 2100-SKIP-DELQ-EXIT
045900         UNTIL END-OF-LOANDELQ
046000             OR DQ-LOAN-NUMBER NOT < LM-LOAN-NUMBER
046100     PERFORM 2150-GATHER-DELQ THRU 2150-GATHER-DELQ-EXIT
046200         UNTIL END-OF-LOANDELQ
046300             OR DQ-LOAN-NUMBER NOT = LM-LOAN-NUMBER
046400     MOVE 1 TO WS-DQ-SUB
046401     MOVE "N" TO WS-SKED-DONE-SW
046402     IF WS-PERIOD-MONTH-NO < 1
046403         MOVE "Y" TO WS-SKED-DONE-SW
046404     ELSE
046405         MOVE LM-LOAN-NUMBER TO SX-LOAN-NUMBER
046406         MOVE ZERO           TO SX-MONTH
046407         START LOANSKIX KEY NOT LESS THAN SX-KEY
046408             INVALID KEY
046409                 MOVE "Y" TO WS-SKED-DONE-SW
046410         END-START
046411     END-IF
046500     PERFORM 2200-PRICE-SCHEDULE THRU 2200-PRICE-SCHEDULE-EXIT
046501         UNTIL SKED-SCAN-DONE
046800
046900     MOVE LM-LOAN-NUMBER TO NA-LOAN-NUMBER
047000     READ LOANNACF
047100     IF WS-NACF-STATUS = "00"
047200         MOVE "Y" TO WS-NACF-FOUND-SW
047300     ELSE
047400         MOVE "N" TO WS-NACF-FOUND-SW
047500     END-IF
047600     COMPUTE WS-BOOK-BALANCE = WS-CUR-BALANCE
047700     IF NACF-ON-FILE
047800         COMPUTE WS-BOOK-BALANCE =
047900             WS-CUR-BALANCE - NA-CHARGEOFF-AMT
048000     END-IF
048100
048200     IF NOT LM-STAT-PAIDOFF
048300         PERFORM 3000-SET-ACCRUAL-STATUS
048400             THRU 3000-SET-ACCRUAL-STATUS-EXIT
048500     END-IF
048600     PERFORM 5000-APPLY-TRANSACTION
048610         THRU 5000-APPLY-TRANSACTION-EXIT
048700         UNTIL END-OF-LOANCOTR
048800             OR CT-LOAN-NUMBER > LM-LOAN-NUMBER.
048900
049000 2000-REVIEW-LOANS-NEXT.
049100     READ LOANMAST
049200         AT END MOVE "Y" TO WS-EOF-SW
049300     END-READ.
049400
049500 2000-REVIEW-LOANS-EXIT.
049600     EXIT.
049700
049800*--------------------------------------------------------------*
049900* 2100-SKIP-DELQ - LATE MONTHS FOR A LOAN NO LONGER ON THE     *
050000*    MASTER ARE PASSED OVER                                    *
050100*--------------------------------------------------------------*
050200 2100-SKIP-DELQ.
050300     READ LOANDELQ
050400         AT END MOVE "Y" TO WS-DELQ-EOF-SW
050500     END-READ.
050600
050700 2100-SKIP-DELQ-EXIT.
050800     EXIT.
050900
051000*--------------------------------------------------------------*
051100* 2150-GATHER-DELQ - ONE LATE MONTH FOR THE CURRENT LOAN INTO  *
051200*    THE MONTH TABLE                                           *
051300*--------------------------------------------------------------*
051400 2150-GATHER-DELQ.
051500     IF WS-LATE-MONTHS < 480
051600         ADD 1 TO WS-LATE-MONTHS
051700         MOVE DQ-MONTH TO WS-DQ-MONTH(WS-LATE-MONTHS)
051800     END-IF
051900     READ LOANDELQ
052000         AT END MOVE "Y" TO WS-DELQ-EOF-SW
052100     END-READ.
052200
052300 2150-GATHER-DELQ-EXIT.
052400     EXIT.
052500
052600*--------------------------------------------------------------*
052601* 2200-PRICE-SCHEDULE - ONE KEYED SCHEDULE ROW OF THE LOAN, UP *
052602*    TO THE PERIOD MONTH: A LATE MONTH THAT LOANGLAC HAS       *
052603*    ALREADY ACCRUED ADDS ITS INTEREST TO THE UNPAID TOTAL,    *
052604*    AND THE PERIOD ROW GIVES THE BOOK BALANCE. THE PERIOD     *
052605*    MONTH ITSELF IS NOT ACCRUED UNTIL LOANGLAC RUNS AFTER     *
052606*    THIS STEP, SO ITS INTEREST IS NEVER REVERSED. BOTH THE    *
052607*    ROWS AND THE TABLE ARE IN MONTH ORDER, SO THE TABLE       *
052608*    POINTER ONLY MOVES FORWARD.                               *
053200*--------------------------------------------------------------*
053300 2200-PRICE-SCHEDULE.
053301     READ LOANSKIX NEXT RECORD
053302         AT END
053303             MOVE "Y" TO WS-SKED-DONE-SW
053304             GO TO 2200-PRICE-SCHEDULE-EXIT
053305     END-READ
053306     IF SX-LOAN-NUMBER NOT = LM-LOAN-NUMBER
053307             OR SX-MONTH > WS-PERIOD-MONTH-NO
053308         MOVE "Y" TO WS-SKED-DONE-SW
053309         GO TO 2200-PRICE-SCHEDULE-EXIT
053600     END-IF
053601     IF SX-MONTH = WS-PERIOD-MONTH-NO
053602         MOVE SX-BALANCE TO WS-CUR-BALANCE
054000     END-IF
054100     PERFORM 2210-ADVANCE-DQ-SUB THRU 2210-ADVANCE-DQ-SUB-EXIT
054200         UNTIL WS-DQ-SUB > WS-LATE-MONTHS
054201             OR WS-DQ-MONTH(WS-DQ-SUB) NOT < SX-MONTH
054400     IF WS-DQ-SUB NOT > WS-LATE-MONTHS
054401             AND WS-DQ-MONTH(WS-DQ-SUB) = SX-MONTH
054402             AND SX-MONTH < WS-PERIOD-MONTH-NO
054403         ADD SX-INTPAID TO WS-UNPAID-INT
054900     END-IF.
055900
056000 2200-PRICE-SCHEDULE-EXIT.
056100     EXIT.
056200
056300 2210-ADVANCE-DQ-SUB.
056400     ADD 1 TO WS-DQ-SUB.
056500
056600 2210-ADVANCE-DQ-SUB-EXIT.
056700     EXIT.
056800
056900*--------------------------------------------------------------*
057000* 3000-SET-ACCRUAL-STATUS - 90+ DAYS (THREE OR MORE LATE       *
057100*    MONTHS, THE LOANAGNG 90+ BUCKET) OR FORECLOSURE PUTS AN   *
057200*    ACCRUING LOAN ON NON-ACCRUAL; A NON-ACCRUAL LOAN WITH NO  *
057300*    LATE MONTHS LEFT AND OUT OF FORECLOSURE COMES BACK.       *
057400*    CHARGED-OFF LOANS NEVER RETURN TO ACCRUAL.                *
057500*--------------------------------------------------------------*
057600 3000-SET-ACCRUAL-STATUS.
057700     IF NACF-ON-FILE AND NA-CHARGED-OFF
057800         GO TO 3000-SET-ACCRUAL-STATUS-EXIT
057900     END-IF
058000     IF NACF-ON-FILE AND NA-NONACCRUAL
058100         IF WS-LATE-MONTHS = ZERO AND NOT LM-STAT-FORECLOSE
058200             PERFORM 3200-RESTORE-ACCRUAL
058300                 THRU 3200-RESTORE-ACCRUAL-EXIT
058400         END-IF
058500         GO TO 3000-SET-ACCRUAL-STATUS-EXIT
058600     END-IF
058700     IF WS-LATE-MONTHS >= 3
058800         PERFORM 3100-PLACE-NONACCRUAL
058900             THRU 3100-PLACE-NONACCRUAL-EXIT
059000         GO TO 3000-SET-ACCRUAL-STATUS-EXIT
059100     END-IF
059200     IF LM-STAT-FORECLOSE
059300         PERFORM 3100-PLACE-NONACCRUAL
059400             THRU 3100-PLACE-NONACCRUAL-EXIT
059500     END-IF.
059600
059700 3000-SET-ACCRUAL-STATUS-EXIT.
059800     EXIT.
059900
060000*--------------------------------------------------------------*
060100* 3100-PLACE-NONACCRUAL - RECORD THE LOAN ON LOANNACF AND      *
060200*    REVERSE THE INTEREST ACCRUED BUT NEVER COLLECTED: DEBIT   *
060300*    INTEREST INCOME, CREDIT ACCRUED INTEREST RECEIVABLE       *
060400*--------------------------------------------------------------*
060500 3100-PLACE-NONACCRUAL.
060600     IF NOT NACF-ON-FILE
060700         MOVE SPACES         TO LOANNACF-RECORD
060800         MOVE LM-LOAN-NUMBER TO NA-LOAN-NUMBER
060900         MOVE ZERO           TO NA-CHARGEOFF-DATE
061000         MOVE ZERO           TO NA-CHARGEOFF-AMT
061100         MOVE ZERO           TO NA-RECOVERY-DATE
061200         MOVE ZERO           TO NA-RECOVERED-AMT
061300     END-IF
061400     MOVE "N"              TO NA-STATUS
061500     IF WS-LATE-MONTHS >= 3
061600         MOVE "D"          TO NA-REASON
061700         MOVE "90+ DAYS DELINQUENT     " TO WD-REASON
061800     ELSE
061900         MOVE "F"          TO NA-REASON
062000         MOVE "FORECLOSURE             " TO WD-REASON
062100     END-IF
062200     MOVE WS-BUSINESS-DATE TO NA-NONACCRUAL-DATE
062300     MOVE ZERO             TO NA-RESTORED-DATE
062400     MOVE WS-UNPAID-INT    TO NA-INT-REVERSED
062500     PERFORM 3900-STORE-NACF THRU 3900-STORE-NACF-EXIT
062600     ADD 1 TO WS-PLACED-COUNT
062700     MOVE LM-LOAN-NUMBER   TO WD-LOAN-NUMBER
062800     MOVE "PLACED ON NON-ACCRUAL " TO WD-ACTION
062900     MOVE WS-UNPAID-INT    TO WD-AMOUNT
063000     WRITE PRINT-LINE FROM WS-DETAIL-LINE
063100     IF WS-UNPAID-INT > ZERO
063200         MOVE WS-UNPAID-INT TO WS-POST-AMOUNT
063300         MOVE "4010"        TO WS-DEBIT-ACCT
063400         MOVE "1210"        TO WS-CREDIT-ACCT
063500         PERFORM 7000-WRITE-POSTINGS THRU 7000-WRITE-POSTINGS-EXIT
063600         ADD WS-UNPAID-INT  TO WS-REVERSED-TOTAL
063700     END-IF.
063800
063900 3100-PLACE-NONACCRUAL-EXIT.
064000     EXIT.
064100
064200*--------------------------------------------------------------*
064300* 3200-RESTORE-ACCRUAL - THE LOAN IS CURRENT AGAIN; LOANGLAC   *
064400*    ACCRUES IT FROM THE NEXT PERIOD. INTEREST REVERSED WHILE  *
064500*    IT WAS ON NON-ACCRUAL IS NOT REBOOKED - IT COMES BACK     *
064600*    THROUGH INCOME AS THE BORROWER PAYS IT.                   *
064700*--------------------------------------------------------------*
064800 3200-RESTORE-ACCRUAL.
064900     MOVE "A"              TO NA-STATUS
065000     MOVE WS-BUSINESS-DATE TO NA-RESTORED-DATE
065100     PERFORM 3900-STORE-NACF THRU 3900-STORE-NACF-EXIT
065200     ADD 1 TO WS-RESTORED-COUNT
065300     MOVE LM-LOAN-NUMBER   TO WD-LOAN-NUMBER
065400     MOVE "RETURNED TO ACCRUAL   " TO WD-ACTION
065500     MOVE "CURRENT, NOT IN FCL     " TO WD-REASON
065600     MOVE ZERO             TO WD-AMOUNT
065700     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
065800
065900 3200-RESTORE-ACCRUAL-EXIT.
066000     EXIT.
066100
066200*--------------------------------------------------------------*
066300* 3900-STORE-NACF - REWRITE THE LOAN'S RECORD, OR ADD IT THE   *
066400*    FIRST TIME THE LOAN GOES ON NON-ACCRUAL                   *
066500*--------------------------------------------------------------*
066600 3900-STORE-NACF.
066700     IF NACF-ON-FILE
066800         REWRITE LOANNACF-RECORD
066900             INVALID KEY
067000                 DISPLAY "LOANNACR: REWRITE FAILED, LOAN "
067100                     NA-LOAN-NUMBER
067200         END-REWRITE
067300     ELSE
067400         WRITE LOANNACF-RECORD
067500             INVALID KEY
067600                 DISPLAY "LOANNACR: WRITE FAILED, LOAN "
067700                     NA-LOAN-NUMBER
067800         END-WRITE
067900         MOVE "Y" TO WS-NACF-FOUND-SW
068000     END-IF.
068100
068200 3900-STORE-NACF-EXIT.
068300     EXIT.
068400
068500*--------------------------------------------------------------*
068600* 5000-APPLY-TRANSACTION - ONE LOANCOTR TRANSACTION. THE FILE  *
068700*    IS IN LOAN-NUMBER ORDER; ONE FOR A LOAN NOT ON THE MASTER *
068800*    IS REJECTED AS IT IS PASSED.                              *
068900*--------------------------------------------------------------*
069000 5000-APPLY-TRANSACTION.
069100     IF CT-LOAN-NUMBER < LM-LOAN-NUMBER
069200         PERFORM 5900-REJECT-UNMATCHED
069300             THRU 5900-REJECT-UNMATCHED-EXIT
069400         GO TO 5000-APPLY-TRANSACTION-EXIT
069500     END-IF
069600     EVALUATE TRUE
069700         WHEN CT-CHARGE-OFF
069800             PERFORM 5100-CHARGE-OFF THRU 5100-CHARGE-OFF-EXIT
069900         WHEN CT-RECOVERY
070000             PERFORM 5200-RECOVERY THRU 5200-RECOVERY-EXIT
070100         WHEN OTHER
070200             MOVE "TRANSACTION TYPE INVALID" TO WD-REASON
070300             PERFORM 5800-REJECT-TRANSACTION
070400                 THRU 5800-REJECT-TRANSACTION-EXIT
070500     END-EVALUATE
070600     READ LOANCOTR
070700         AT END MOVE "Y" TO WS-COTR-EOF-SW
070800     END-READ.
070900
071000 5000-APPLY-TRANSACTION-EXIT.
071100     EXIT.
071200
071300*--------------------------------------------------------------*
071400* 5100-CHARGE-OFF - CHARGE THE BOOK BALANCE (OR THE STATED     *
071500*    PART OF IT) TO THE ALLOWANCE: DEBIT ALLOWANCE, CREDIT     *
071600*    LOANS RECEIVABLE. A LOAN STILL ACCRUING IS FIRST PLACED   *
071700*    ON NON-ACCRUAL SO ITS UNPAID INTEREST IS REVERSED TOO.    *
071800*--------------------------------------------------------------*
071900 5100-CHARGE-OFF.
072000     IF CT-AMOUNT = ZERO
072100         MOVE WS-BOOK-BALANCE TO WS-POST-AMOUNT
072200     ELSE
072300         MOVE CT-AMOUNT       TO WS-POST-AMOUNT
072400     END-IF
072500     IF WS-POST-AMOUNT NOT > ZERO
072600         MOVE "NO BOOK BALANCE TO CHARGE" TO WD-REASON
072700         PERFORM 5800-REJECT-TRANSACTION
072800             THRU 5800-REJECT-TRANSACTION-EXIT
072900         GO TO 5100-CHARGE-OFF-EXIT
073000     END-IF
073100     IF WS-POST-AMOUNT > WS-BOOK-BALANCE
073200         MOVE "EXCEEDS BOOK BALANCE    " TO WD-REASON
073300         PERFORM 5800-REJECT-TRANSACTION
073400             THRU 5800-REJECT-TRANSACTION-EXIT
073500         GO TO 5100-CHARGE-OFF-EXIT
073600     END-IF
073700     IF NOT NACF-ON-FILE OR NA-ACCRUING
073800         PERFORM 3100-PLACE-NONACCRUAL
073900             THRU 3100-PLACE-NONACCRUAL-EXIT
074000         MOVE "C" TO NA-REASON
074100     END-IF
074200     MOVE "C"              TO NA-STATUS
074300     MOVE CT-DATE          TO NA-CHARGEOFF-DATE
074400     ADD WS-POST-AMOUNT    TO NA-CHARGEOFF-AMT
074500     PERFORM 3900-STORE-NACF THRU 3900-STORE-NACF-EXIT
074600     SUBTRACT WS-POST-AMOUNT FROM WS-BOOK-BALANCE
074700     MOVE "1290"           TO WS-DEBIT-ACCT
074800     MOVE "1200"           TO WS-CREDIT-ACCT
074900     PERFORM 7000-WRITE-POSTINGS THRU 7000-WRITE-POSTINGS-EXIT
075000     ADD 1                 TO WS-CHGOFF-COUNT
075100     ADD WS-POST-AMOUNT    TO WS-CHGOFF-TOTAL
075200     MOVE CT-LOAN-NUMBER   TO WD-LOAN-NUMBER
075300     MOVE "CHARGED OFF          " TO WD-ACTION
075400     MOVE "TO ALLOWANCE           " TO WD-REASON
075500     MOVE WS-POST-AMOUNT   TO WD-AMOUNT
075600     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
075700
075800 5100-CHARGE-OFF-EXIT.
075900     EXIT.
076000
076100*--------------------------------------------------------------*
076200* 5200-RECOVERY - CASH RECEIVED ON A CHARGED-OFF LOAN GOES     *
076300*    BACK TO THE ALLOWANCE: DEBIT CASH CLEARING, CREDIT        *
076400*    ALLOWANCE. RECOVERIES NEVER EXCEED THE CHARGE-OFF.        *
076500*--------------------------------------------------------------*
076600 5200-RECOVERY.
076700     IF NOT NACF-ON-FILE OR NOT NA-CHARGED-OFF
076800         MOVE "LOAN NOT CHARGED OFF    " TO WD-REASON
076900         PERFORM 5800-REJECT-TRANSACTION
077000             THRU 5800-REJECT-TRANSACTION-EXIT
077100         GO TO 5200-RECOVERY-EXIT
077200     END-IF
077300     IF CT-AMOUNT NOT > ZERO
077400             OR NA-RECOVERED-AMT + CT-AMOUNT > NA-CHARGEOFF-AMT
077500         MOVE "EXCEEDS AMOUNT CHARGED  " TO WD-REASON
077600         PERFORM 5800-REJECT-TRANSACTION
077700             THRU 5800-REJECT-TRANSACTION-EXIT
077800         GO TO 5200-RECOVERY-EXIT
077900     END-IF
078000     MOVE CT-AMOUNT        TO WS-POST-AMOUNT
078100     MOVE CT-DATE          TO NA-RECOVERY-DATE
078200     ADD CT-AMOUNT         TO NA-RECOVERED-AMT
078300     PERFORM 3900-STORE-NACF THRU 3900-STORE-NACF-EXIT
078400     MOVE "1010"           TO WS-DEBIT-ACCT
078500     MOVE "1290"           TO WS-CREDIT-ACCT
078600     PERFORM 7000-WRITE-POSTINGS THRU 7000-WRITE-POSTINGS-EXIT
078700     ADD 1                 TO WS-RECOV-COUNT
078800     ADD CT-AMOUNT         TO WS-RECOV-TOTAL
078900     MOVE CT-LOAN-NUMBER   TO WD-LOAN-NUMBER
079000     MOVE "RECOVERY             " TO WD-ACTION
079100     MOVE "TO ALLOWANCE           " TO WD-REASON
079200     MOVE CT-AMOUNT        TO WD-AMOUNT
079300     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
079400
079500 5200-RECOVERY-EXIT.
079600     EXIT.
079700
079800*--------------------------------------------------------------*
079900* 5800-REJECT-TRANSACTION - PRINT THE TRANSACTION WITH THE     *
080000*    REASON ALREADY IN WD-REASON; NOTHING IS POSTED            *
080100*--------------------------------------------------------------*
080200 5800-REJECT-TRANSACTION.
080300     ADD 1 TO WS-REJECT-COUNT
080400     MOVE CT-LOAN-NUMBER   TO WD-LOAN-NUMBER
080500     IF CT-RECOVERY
080600         MOVE "RECOVERY REJECTED    " TO WD-ACTION
080700     ELSE
080800         MOVE "CHARGE-OFF REJECTED  " TO WD-ACTION
080900     END-IF
081000     MOVE CT-AMOUNT        TO WD-AMOUNT
081100     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
081200
081300 5800-REJECT-TRANSACTION-EXIT.
081400     EXIT.
081500
081600*--------------------------------------------------------------*
081700* 5900-REJECT-UNMATCHED - A TRANSACTION FOR A LOAN NOT ON THE  *
081800*    MASTER; ALSO DRAINS WHAT IS LEFT AFTER THE LAST LOAN      *
081900*--------------------------------------------------------------*
082000 5900-REJECT-UNMATCHED.
082100     MOVE "LOAN NOT ON MASTER      " TO WD-REASON
082200     PERFORM 5800-REJECT-TRANSACTION
082300         THRU 5800-REJECT-TRANSACTION-EXIT
082400     READ LOANCOTR
082500         AT END MOVE "Y" TO WS-COTR-EOF-SW
082600     END-READ.
082700
082800 5900-REJECT-UNMATCHED-EXIT.
082900     EXIT.
083000
083100*--------------------------------------------------------------*
083200* 7000-WRITE-POSTINGS - ONE BALANCED PAIR: WS-POST-AMOUNT TO   *
083300*    WS-DEBIT-ACCT AND WS-CREDIT-ACCT                          *
083400*--------------------------------------------------------------*
083500 7000-WRITE-POSTINGS.
083600     MOVE SPACES          TO LOANNAGL-RECORD
083700     MOVE WS-DEBIT-ACCT   TO GP-ACCOUNT
083800     MOVE "D"             TO GP-DR-CR
083900     MOVE LM-LOAN-NUMBER  TO GP-LOAN-NUMBER
084000     MOVE WS-GL-PERIOD    TO GP-PERIOD
084100     MOVE WS-POST-AMOUNT  TO GP-AMOUNT
084200     WRITE LOANNAGL-RECORD
084300     ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
084400     MOVE SPACES          TO LOANNAGL-RECORD
084500     MOVE WS-CREDIT-ACCT  TO GP-ACCOUNT
084600     MOVE "C"             TO GP-DR-CR
084700     MOVE LM-LOAN-NUMBER  TO GP-LOAN-NUMBER
084800     MOVE WS-GL-PERIOD    TO GP-PERIOD
084900     MOVE WS-POST-AMOUNT  TO GP-AMOUNT
085000     WRITE LOANNAGL-RECORD
085100     ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL.
085200
085300 7000-WRITE-POSTINGS-EXIT.
085400     EXIT.
085500
085600*--------------------------------------------------------------*
085700* 8000-PRINT-TOTALS - COUNTS AND DOLLARS BY MOVEMENT; DEBITS   *
085800*    NOT EQUAL TO CREDITS ENDS THE STEP WITH A NON-ZERO        *
085900*    RETURN CODE                                               *
086000*--------------------------------------------------------------*
086100 8000-PRINT-TOTALS.
086200     WRITE PRINT-LINE FROM SPACES
086300     MOVE "PLACED ON NON-ACCRUAL . . ." TO WX-LABEL
086400     MOVE WS-PLACED-COUNT               TO WX-COUNT
086500     MOVE WS-REVERSED-TOTAL             TO WX-AMOUNT
086600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
086700     MOVE "RETURNED TO ACCRUAL . . . ." TO WX-LABEL
086800     MOVE WS-RESTORED-COUNT             TO WX-COUNT
086900     MOVE ZERO                          TO WX-AMOUNT
087000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
087100     MOVE "CHARGED OFF . . . . . . . ." TO WX-LABEL
087200     MOVE WS-CHGOFF-COUNT               TO WX-COUNT
087300     MOVE WS-CHGOFF-TOTAL               TO WX-AMOUNT
087400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
087500     MOVE "RECOVERIES  . . . . . . . ." TO WX-LABEL
087600     MOVE WS-RECOV-COUNT                TO WX-COUNT
087700     MOVE WS-RECOV-TOTAL                TO WX-AMOUNT
087800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
087900     MOVE "TRANSACTIONS REJECTED . . ." TO WX-LABEL
088000     MOVE WS-REJECT-COUNT               TO WX-COUNT
088100     MOVE ZERO                          TO WX-AMOUNT
088200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
088300     WRITE PRINT-LINE FROM SPACES
088400     MOVE "DEBITS POSTED . . . . . . ." TO WX-LABEL
088500     MOVE ZERO                          TO WX-COUNT
088600     MOVE WS-DEBIT-TOTAL                TO WX-AMOUNT
088700     WRITE PRINT-LINE FROM WS-TOTAL-LINE
088800     MOVE "CREDITS POSTED  . . . . . ." TO WX-LABEL
088900     MOVE WS-CREDIT-TOTAL               TO WX-AMOUNT
089000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
089100     IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
089200         MOVE "POSTING PROOF IN BALANCE  ." TO WX-LABEL
089300         MOVE ZERO                          TO WX-AMOUNT
089400         WRITE PRINT-LINE FROM WS-TOTAL-LINE
089500     ELSE
089600         MOVE "POSTING PROOF OUT OF BALANCE" TO WX-LABEL
089700         COMPUTE WX-AMOUNT = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL
089800         WRITE PRINT-LINE FROM WS-TOTAL-LINE
089900         MOVE 8 TO RETURN-CODE
090000     END-IF.
090100
090200 8000-PRINT-TOTALS-EXIT.
090300     EXIT.
090400
090500*--------------------------------------------------------------*
090600* 9000-TERMINATE                                               *
090700*--------------------------------------------------------------*
090800 9000-TERMINATE.
090900     CLOSE LOANGLIN
091000     CLOSE LOANMAST
091100     CLOSE LOANNACF
091200     IF WS-DELQ-STATUS = "00" OR WS-DELQ-STATUS = "10"
091300         CLOSE LOANDELQ
091400     END-IF
091500     IF WS-COTR-STATUS = "00" OR WS-COTR-STATUS = "10"
091600         CLOSE LOANCOTR
091700     END-IF
091701     CLOSE LOANSKIX
091900     CLOSE LOANNAGL
092000     CLOSE LOANNARP
092100     DISPLAY "LOANNACR: PLACED=" WS-PLACED-COUNT
092200         " RESTORED=" WS-RESTORED-COUNT
092300         " CHARGED-OFF=" WS-CHGOFF-COUNT
092400         " RECOVERED=" WS-RECOV-COUNT
092500     MOVE "E"              TO WS-CY-FUNCTION
092600     MOVE "LOANNACR "      TO WS-CY-PROGRAM
092700     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
092800     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
092900     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
093000
093100 END PROGRAM LOANNACR.
