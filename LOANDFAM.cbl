000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANDFAM.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-10-02.
000600 DATE-COMPILED. 2026-10-02.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-10-02  LSG  Initial version. Month-end amortization    *
001000*               of net deferred loan origination fees and      *
001100*               direct costs, carried per loan on LOANDFEE.    *
001200*               Each active balance is amortized by the        *
001300*               effective-interest method: this month's share  *
001400*               of the interest the loan's LOANSKIX schedule   *
001500*               still has to earn. A loan paid off, or gone    *
001600*               from the master because LOANARCH archived it,  *
001700*               has its remaining balance taken in full. New   *
001800*               deferrals from LOANDFTR are added afterwards.  *
001900*               Every movement writes a balanced pair to       *
002000*               LOANDFPST in the LOANGLPST layout, and         *
002100*               LOANDFRP prints the roll-forward with its      *
002200*               proofs.                                        *
002210*  2026-10-05  LSG  A period already run (any LOANDFEE record  *
002220*               carrying it) stops the step with return code   *
002230*               16 before LOANDFPST is opened; a new deferral  *
002240*               marks its record with the period. Loans on     *
002250*               non-accrual or charged off on LOANNACF are not *
002260*               amortized and are listed.                      *
002270*  2026-10-15  LSG  A fully amortized balance is passed over,  *
002280*               so a completed loan is no longer listed and    *
002290*               counted as amortized every month.              *
002300*--------------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT LOANGLIN ASSIGN TO "LOANGLIN"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-PARM-STATUS.
003400     SELECT LOANPARM ASSIGN TO "LOANPARM"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-RUNC-STATUS.
003700     SELECT LOANMAST ASSIGN TO "LOANMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS LM-LOAN-NUMBER
004100         FILE STATUS IS WS-MAST-STATUS.
004110     SELECT LOANNACF ASSIGN TO "LOANNACF"
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE IS RANDOM
004140         RECORD KEY IS NA-LOAN-NUMBER
004150         FILE STATUS IS WS-NACF-STATUS.
004200     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS SX-KEY
004600         FILE STATUS IS WS-SKED-STATUS.
004700     SELECT LOANDFEE ASSIGN TO "LOANDFEE"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS DF-LOAN-NUMBER
005100         FILE STATUS IS WS-DFEE-STATUS.
005200     SELECT LOANDFTR ASSIGN TO "LOANDFTR"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-DFTR-STATUS.
005500     SELECT LOANDFPST ASSIGN TO "LOANDFPST"
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT LOANDFRP ASSIGN TO "LOANDFRP"
005800         ORGANIZATION IS SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200*--------------------------------------------------------------*
006300* LOANGLIN - ONE PARAMETER RECORD: THE ACCOUNTING PERIOD, THE  *
006400*            SAME RECORD LOANGLAC RUNS UNDER                   *
006500*--------------------------------------------------------------*
006600 FD  LOANGLIN
006700     RECORDING MODE IS F.
006800 01  LOANGLIN-RECORD.
006900     05 GL-PERIOD-YEAR           PIC 9(04).
007000     05 GL-PERIOD-MONTH          PIC 9(02).
007100
007200*--------------------------------------------------------------*
007300* LOANPARM - THE RUN-CONTROL RECORD LOANBATCH RAN UNDER; THE   *
007400*    BUSINESS DATE IS WHAT THE CYCLE VERIFY PROVES AGAINST     *
007500*--------------------------------------------------------------*
007600 FD  LOANPARM
007700     RECORDING MODE IS F.
007800 01  LOANPARM-RECORD.
007900     05 PR-BUSINESS-DATE         PIC 9(08).
008000     05 PR-RUN-ID                PIC X(08).
008100     05 PR-OPT-SKED-ONLY         PIC X(01).
008200     05 PR-OPT-SKIP-DELQ         PIC X(01).
008300     05 PR-OPT-FULL-RUN          PIC X(01).
008400     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
008500     05 PR-GENERATIONS-KEPT      PIC 9(02).
008600
008700*--------------------------------------------------------------*
008800* LOANMAST - ONE RECORD PER LOAN, KEYED ON LM-LOAN-NUMBER      *
008900*--------------------------------------------------------------*
009000 FD  LOANMAST
009100     RECORDING MODE IS F.
009200 01  LOANMAST-RECORD.
009300     05 LM-LOAN-NUMBER           PIC X(10).
009400     05 LM-CUSTOMER-ID           PIC X(10).
009500     05 LM-PRINCIPAL             PIC S9(8)      COMP-3.
009600     05 LM-LOANTERM              PIC S9(8)      COMP-3.
009700     05 LM-RATE                  PIC S9(9)V9(9).
009800     05 LM-PAYMENT-FREQUENCY     PIC X(01).
009900     05 LM-ESCROW-AMT            PIC S9(7)V99   COMP-3.
010000     05 LM-BALLOON-TERM          PIC S9(8)      COMP-3.
010100     05 LM-RATE-RESET-COUNT      PIC S9(4)      COMP.
010200     05 LM-RATE-RESETS OCCURS 3 TIMES.
010300         10 LM-RESET-EFF-MONTH   PIC S9(4)      COMP.
010400         10 LM-RESET-RATE        PIC S9(9)V9(9).
010500     05 LM-FIRST-PMT-YEAR        PIC 9(04).
010600     05 LM-FIRST-PMT-MONTH       PIC 9(02).
010700     05 LM-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
010800     05 LM-DAY-COUNT-METHOD      PIC X(01).
010900     05 LM-EXTRA-PRINCIPAL-AMT   PIC S9(7)V99   COMP-3.
011000     05 LM-INVESTOR-CODE         PIC X(03).
011100     05 LM-IO-MONTHS             PIC S9(4)      COMP.
011200     05 LM-FORBEAR-START-MONTH   PIC S9(4)      COMP.
011300     05 LM-FORBEAR-MONTHS        PIC S9(4)      COMP.
011400     05 LM-STATUS-CODE           PIC X(01).
011500         88 LM-STAT-ACTIVE                       VALUE " " "A".
011600         88 LM-STAT-BANKRUPT                     VALUE "B".
011700         88 LM-STAT-FORECLOSE                    VALUE "F".
011800         88 LM-STAT-PAIDOFF                      VALUE "P".
011900     05 LM-INDEX-CODE            PIC X(03).
012000     05 LM-INDEX-VALUE           PIC S9(3)V9(4) COMP-3.
012100     05 LM-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
012200     05 LM-PERIODIC-CAP          PIC S9(3)V9(4) COMP-3.
012300     05 LM-LIFETIME-CAP          PIC S9(3)V9(4) COMP-3.
012400     05 LM-RATE-FLOOR            PIC S9(3)V9(4) COMP-3.
012500     05 LM-ACH-ROUTING           PIC X(09).
012600     05 LM-ACH-ACCOUNT           PIC X(17).
012700     05 LM-AUTOPAY-FLAG          PIC X(01).
012800         88 LM-AUTOPAY-OFF                       VALUE " " "N".
012900         88 LM-AUTOPAY-PRENOTE                   VALUE "P".
013000         88 LM-AUTOPAY-ON                        VALUE "Y".
013100     05 LM-ESCROW-INT-RATE       PIC S9(3)V9(4) COMP-3.
013200     05 LM-BUYDOWN-COUNT         PIC S9(4)      COMP.
013300     05 LM-BUYDOWN-STEPS OCCURS 3 TIMES.
013400         10 LM-BUYDOWN-MONTHS    PIC S9(4)      COMP.
013500         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
013600
013700*--------------------------------------------------------------*
013701* LOANNACF - NON-ACCRUAL AND CHARGE-OFF FILE KEPT BY LOANNACR; *
013702*    A LOAN ON IT IN STATUS N OR C EARNS NO YIELD ADJUSTMENT   *
013703*--------------------------------------------------------------*
013704 FD  LOANNACF
013705     RECORDING MODE IS F.
013706 01  LOANNACF-RECORD.
013707     05 NA-LOAN-NUMBER           PIC X(10).
013708     05 NA-STATUS                PIC X(01).
013709         88 NA-ACCRUING                          VALUE "A".
013710         88 NA-NONACCRUAL                        VALUE "N".
013711         88 NA-CHARGED-OFF                       VALUE "C".
013712     05 NA-REASON                PIC X(01).
013713     05 NA-NONACCRUAL-DATE       PIC 9(08).
013714     05 NA-INT-REVERSED          PIC S9(7)V99   COMP-3.
013715     05 NA-RESTORED-DATE         PIC 9(08).
013716     05 NA-CHARGEOFF-DATE        PIC 9(08).
013717     05 NA-CHARGEOFF-AMT         PIC S9(9)V99   COMP-3.
013718     05 NA-RECOVERY-DATE         PIC 9(08).
013719     05 NA-RECOVERED-AMT         PIC S9(9)V99   COMP-3.
013720     05 FILLER                   PIC X(10).
013721
013722*--------------------------------------------------------------*
013800* LOANSKIX - THE NIGHTLY SCHEDULE KEYED ON LOAN NUMBER AND     *
013900*    MONTH, AMOUNTS IN SIGNED NUMERIC FIELDS. ITS INTEREST     *
014000*    COLUMN IS THE STREAM THE DEFERRED BALANCE IS SPREAD OVER. *
014100*--------------------------------------------------------------*
014200 FD  LOANSKIX
014300     RECORDING MODE IS F.
014400 01  LOANSKIX-RECORD.
014500     05 SX-KEY.
014600         10 SX-LOAN-NUMBER       PIC X(10).
014700         10 SX-MONTH             PIC 9(04).
014800     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
014900     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
015000     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
015100     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
015200     05 SX-LATE-FLAG             PIC X(01).
015300     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
015400     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
015500     05 FILLER                   PIC X(10).
015600
015700*--------------------------------------------------------------*
015800* LOANDFEE - NET DEFERRED ORIGINATION FEES AND COSTS, ONE      *
015900*    RECORD PER LOAN. A POSITIVE AMOUNT IS A NET FEE (A CREDIT *
016000*    BALANCE ON 1250), A NEGATIVE ONE A NET COST (A DEBIT      *
016100*    BALANCE). DF-LAST-PERIOD IS THE LAST PERIOD THAT          *
016200*    AMORTIZED, WROTE OFF OR ADDED TO THE RECORD; THE STEP     *
016210*    WILL NOT RUN A PERIOD ANY RECORD ALREADY CARRIES, SO A    *
016220*    RERUN CANNOT POST THE SAME MONTH TWICE.                   *
016300*--------------------------------------------------------------*
016400 FD  LOANDFEE
016500     RECORDING MODE IS F.
016600 01  LOANDFEE-RECORD.
016700     05 DF-LOAN-NUMBER           PIC X(10).
016800     05 DF-STATUS                PIC X(01).
016900         88 DF-ACTIVE                            VALUE "A".
017000         88 DF-WRITTEN-OFF                       VALUE "W".
017100     05 DF-DEFERRAL-DATE         PIC 9(08).
017200     05 DF-NET-DEFERRED          PIC S9(9)V99   COMP-3.
017300     05 DF-AMORTIZED             PIC S9(9)V99   COMP-3.
017400     05 DF-UNAMORT-BAL           PIC S9(9)V99   COMP-3.
017500     05 DF-LAST-PERIOD           PIC 9(06).
017600     05 DF-WRITEOFF-DATE         PIC 9(08).
017700     05 FILLER                   PIC X(10).
017800
017900*--------------------------------------------------------------*
018000* LOANDFTR - NEW DEFERRALS KEYED BY LOAN ACCOUNTING FROM EACH  *
018100*    CLOSING'S FUNDING STATEMENT: THE FEES COLLECTED AND       *
018200*    DIRECT COSTS PAID AT ORIGINATION. THE NET OF THE TWO IS   *
018210*    WHAT IS DEFERRED. NO PROGRAM IN THE CYCLE WRITES IT.      *
018300*--------------------------------------------------------------*
018400 FD  LOANDFTR
018500     RECORDING MODE IS F.
018600 01  LOANDFTR-RECORD.
018700     05 DT-LOAN-NUMBER           PIC X(10).
018800     05 DT-FEE-AMT               PIC S9(7)V99   COMP-3.
018900     05 DT-COST-AMT              PIC S9(7)V99   COMP-3.
019000     05 DT-DATE                  PIC 9(08).
019100
019200*--------------------------------------------------------------*
019300* LOANDFPST - BALANCED POSTINGS IN THE LOANGLPST LAYOUT:       *
019400*    1250 NET DEFERRED LOAN FEES AND COSTS, 2190 ORIGINATION   *
019500*    FEE AND COST CLEARING, 4020 LOAN FEE AMORTIZATION (A      *
019600*    YIELD ADJUSTMENT TO INTEREST INCOME)                      *
019700*--------------------------------------------------------------*
019800 FD  LOANDFPST
019900     RECORDING MODE IS F.
020000 01  LOANDFPST-RECORD.
020100     05 GP-ACCOUNT               PIC X(04).
020200     05 GP-DR-CR                 PIC X(01).
020300     05 GP-LOAN-NUMBER           PIC X(10).
020400     05 GP-PERIOD                PIC 9(06).
020500     05 GP-AMOUNT                PIC 9(9)V99.
020600     05 FILLER                   PIC X(08).
020700
020800*--------------------------------------------------------------*
020900* LOANDFRP - PRINTED DEFERRED FEE AND COST ROLL-FORWARD        *
021000*--------------------------------------------------------------*
021100 FD  LOANDFRP
021200     RECORDING MODE IS F.
021300 01  PRINT-LINE                  PIC X(80).
021400
021500 WORKING-STORAGE SECTION.
021600 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
021700 77  WS-RUNC-STATUS              PIC X(02)      VALUE "00".
021800 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
021900 77  WS-SKED-STATUS              PIC X(02)      VALUE "00".
022000 77  WS-DFEE-STATUS              PIC X(02)      VALUE "00".
022100 77  WS-DFTR-STATUS              PIC X(02)      VALUE "00".
022110 77  WS-NACF-STATUS              PIC X(02)      VALUE "00".
022120 77  WS-NACF-OPEN-SW             PIC X(01)      VALUE "N".
022130     88 NACF-OPEN                                VALUE "Y".
022140 77  WS-RERUN-SW                 PIC X(01)      VALUE "N".
022150     88 PERIOD-ALREADY-RUN                       VALUE "Y".
022200 77  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
022300 01  WS-CYCLE-REQUEST.
022400     03 WS-CY-FUNCTION           PIC X(01).
022500     03 WS-CY-PROGRAM            PIC X(09).
022600     03 WS-CY-BUSINESS-DATE      PIC 9(08).
022700     03 WS-CY-END-RETURN-CODE    PIC 9(04).
022800     03 WS-CY-RESULT             PIC X(01).
022900         88 WS-CY-OK                             VALUE "Y".
023000 77  WS-DFEE-EOF-SW              PIC X(01)      VALUE "N".
023100     88 END-OF-LOANDFEE                          VALUE "Y".
023200 77  WS-DFTR-EOF-SW              PIC X(01)      VALUE "N".
023300     88 END-OF-LOANDFTR                          VALUE "Y".
023400 77  WS-SKED-DONE-SW             PIC X(01)      VALUE "N".
023500     88 SKED-SCAN-DONE                           VALUE "Y".
023600 77  WS-MAST-FOUND-SW            PIC X(01)      VALUE "N".
023700     88 MAST-ON-FILE                             VALUE "Y".
023800 77  WS-DFEE-FOUND-SW            PIC X(01)      VALUE "N".
023900     88 DFEE-ON-FILE                             VALUE "Y".
024000 77  WS-PERIOD-ROW-SW            PIC X(01)      VALUE "N".
024100     88 PERIOD-ROW-FOUND                         VALUE "Y".
024200 77  WS-PERIOD-MONTH-NO          PIC S9(06)     COMP-3 VALUE ZERO.
024300 77  WS-LAST-MONTH-NO            PIC S9(08)     COMP-3 VALUE ZERO.
024400 77  WS-GL-PERIOD                PIC 9(06)      VALUE ZERO.
024500 77  WS-MONTH-INT                PIC S9(9)V99   COMP-3 VALUE ZERO.
024600 77  WS-REMAINING-INT            PIC S9(11)V99  COMP-3 VALUE ZERO.
024700 77  WS-AMORT-AMT                PIC S9(9)V99   COMP-3 VALUE ZERO.
024800 77  WS-NET-AMT                  PIC S9(9)V99   COMP-3 VALUE ZERO.
024900 77  WS-POST-AMOUNT              PIC S9(9)V99   COMP-3 VALUE ZERO.
025000 77  WS-DEBIT-ACCT               PIC X(04)      VALUE SPACES.
025100 77  WS-CREDIT-ACCT              PIC X(04)      VALUE SPACES.
025200 77  WS-BEGIN-COUNT              PIC 9(07)      COMP   VALUE ZERO.
025300 77  WS-AMORT-COUNT              PIC 9(07)      COMP   VALUE ZERO.
025400 77  WS-NEW-COUNT                PIC 9(07)      COMP   VALUE ZERO.
025500 77  WS-CREATED-COUNT            PIC 9(07)      COMP   VALUE ZERO.
025600 77  WS-WRITEOFF-COUNT           PIC 9(07)      COMP   VALUE ZERO.
025700 77  WS-END-COUNT                PIC 9(07)      COMP   VALUE ZERO.
025800 77  WS-FILE-COUNT               PIC 9(07)      COMP   VALUE ZERO.
025900 77  WS-EXCEPT-COUNT             PIC 9(07)      COMP   VALUE ZERO.
026000 77  WS-REJECT-COUNT             PIC 9(07)      COMP   VALUE ZERO.
026010 77  WS-NONACCR-COUNT            PIC 9(07)      COMP   VALUE ZERO.
026020 77  WS-NONACCR-TOTAL            PIC S9(11)V99  COMP-3 VALUE ZERO.
026100 77  WS-BEGIN-TOTAL              PIC S9(11)V99  COMP-3 VALUE ZERO.
026200 77  WS-AMORT-TOTAL              PIC S9(11)V99  COMP-3 VALUE ZERO.
026300 77  WS-NEW-TOTAL                PIC S9(11)V99  COMP-3 VALUE ZERO.
026400 77  WS-WRITEOFF-TOTAL           PIC S9(11)V99  COMP-3 VALUE ZERO.
026500 77  WS-END-TOTAL                PIC S9(11)V99  COMP-3 VALUE ZERO.
026600 77  WS-FILE-TOTAL               PIC S9(11)V99  COMP-3 VALUE ZERO.
026700 77  WS-DEBIT-TOTAL              PIC S9(11)V99  COMP-3 VALUE ZERO.
026800 77  WS-CREDIT-TOTAL             PIC S9(11)V99  COMP-3 VALUE ZERO.
026900
027000 01  WS-REPORT-HEADING.
027100     05 FILLER              PIC X(40)  VALUE
027200         "DEFERRED FEE AND COST ROLL-FORWARD -    ".
027300     05 WH-PERIOD-YEAR      PIC 9(04).
027400     05 FILLER              PIC X(01)  VALUE "-".
027500     05 WH-PERIOD-MONTH     PIC 9(02).
027600
027700 01  WS-DETAIL-LINE.
027800     05 WD-LOAN-NUMBER           PIC X(10).
027900     05 FILLER                   PIC X(02)      VALUE SPACES.
028000     05 WD-ACTION                PIC X(22).
028100     05 FILLER                   PIC X(02)      VALUE SPACES.
028200     05 WD-REASON                PIC X(24).
028300     05 FILLER                   PIC X(02)      VALUE SPACES.
028400     05 WD-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
028500
028600 01  WS-TOTAL-LINE.
028700     05 WX-LABEL                 PIC X(28).
028800     05 WX-COUNT                 PIC ZZZ,ZZ9.
028900     05 FILLER                   PIC X(02)      VALUE SPACES.
029000     05 WX-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
029100
029200 PROCEDURE DIVISION.
029300*--------------------------------------------------------------*
029400* 0000-MAINLINE                                                *
029500*--------------------------------------------------------------*
029600 0000-MAINLINE.
029700     PERFORM 1000-INITIALIZE
029800     PERFORM 2000-AMORTIZE-LOANS THRU 2000-AMORTIZE-LOANS-EXIT
029900         UNTIL END-OF-LOANDFEE
030000     PERFORM 5000-NEW-DEFERRAL THRU 5000-NEW-DEFERRAL-EXIT
030100         UNTIL END-OF-LOANDFTR
030200     PERFORM 6000-SUM-FILE THRU 6000-SUM-FILE-EXIT
030300     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
030400     PERFORM 9000-TERMINATE
030500     GOBACK.
030600
030700*--------------------------------------------------------------*
030800* 1000-INITIALIZE                                              *
030900*--------------------------------------------------------------*
031000 1000-INITIALIZE.
031100     PERFORM 1100-VERIFY-CYCLE THRU 1100-VERIFY-CYCLE-EXIT
031200     OPEN INPUT LOANGLIN
031300     IF WS-PARM-STATUS NOT = "00"
031400         DISPLAY "LOANDFAM: PARAMETER FILE LOANGLIN MISSING"
031500         MOVE 16 TO RETURN-CODE
031600         GOBACK
031700     END-IF
031800     READ LOANGLIN
031900         AT END
032000             DISPLAY "LOANDFAM: PARAMETER RECORD MISSING"
032100             MOVE 16 TO RETURN-CODE
032200             GOBACK
032300     END-READ
032400     IF GL-PERIOD-MONTH < 1 OR GL-PERIOD-MONTH > 12
032500         DISPLAY "LOANDFAM: PERIOD INVALID " GL-PERIOD-MONTH
032600         MOVE 16 TO RETURN-CODE
032700         GOBACK
032800     END-IF
032900     COMPUTE WS-GL-PERIOD =
033000         (GL-PERIOD-YEAR * 100) + GL-PERIOD-MONTH
033100     OPEN INPUT LOANMAST
033200     IF WS-MAST-STATUS NOT = "00"
033300         DISPLAY "LOANDFAM: MASTER FILE LOANMAST MISSING"
033400         MOVE 16 TO RETURN-CODE
033500         GOBACK
033600     END-IF
033610*    NO LOANNACF YET MEANS NO LOAN HAS GONE ON NON-ACCRUAL
033620     OPEN INPUT LOANNACF
033630     IF WS-NACF-STATUS = "00"
033640         MOVE "Y" TO WS-NACF-OPEN-SW
033650     END-IF
033700     OPEN INPUT LOANSKIX
033800     IF WS-SKED-STATUS NOT = "00"
033900         DISPLAY "LOANDFAM: SCHEDULE FILE LOANSKIX MISSING"
034000         MOVE 16 TO RETURN-CODE
034100         GOBACK
034200     END-IF
034300     OPEN I-O LOANDFEE
034400     IF WS-DFEE-STATUS = "35"
034500*        FIRST-EVER RUN - NO DEFERRED FEE FILE YET, CREATE ONE
034600         OPEN OUTPUT LOANDFEE
034700         CLOSE LOANDFEE
034800         OPEN I-O LOANDFEE
034900     END-IF
035000     IF WS-DFEE-STATUS NOT = "00"
035100         DISPLAY "LOANDFAM: DEFERRED FEE FILE LOANDFEE UNUSABLE,"
035200             " STATUS=" WS-DFEE-STATUS
035300         MOVE 16 TO RETURN-CODE
035400         GOBACK
035500     END-IF
035510     PERFORM 1200-CHECK-RERUN THRU 1200-CHECK-RERUN-EXIT
035600     OPEN INPUT LOANDFTR
035700     IF WS-DFTR-STATUS NOT = "00"
035800*        NO LOANS BOARDED WITH FEES OR COSTS THIS MONTH
035900         MOVE "Y" TO WS-DFTR-EOF-SW
036000     END-IF
036100     OPEN OUTPUT LOANDFPST
036200     OPEN OUTPUT LOANDFRP
036300     MOVE GL-PERIOD-YEAR  TO WH-PERIOD-YEAR
036400     MOVE GL-PERIOD-MONTH TO WH-PERIOD-MONTH
036500     WRITE PRINT-LINE FROM WS-REPORT-HEADING
036600     WRITE PRINT-LINE FROM SPACES
036700     IF NOT END-OF-LOANDFTR
036800         READ LOANDFTR
036900             AT END MOVE "Y" TO WS-DFTR-EOF-SW
037000         END-READ
037100     END-IF
037200     IF NOT END-OF-LOANDFEE
037300         READ LOANDFEE NEXT RECORD
037400             AT END MOVE "Y" TO WS-DFEE-EOF-SW
037410         END-READ
037420     END-IF.
037500
037600*--------------------------------------------------------------*
037700* 1100-VERIFY-CYCLE - READ THE BUSINESS DATE FROM LOANPARM,    *
037800*    PROVE THE LOANBATCH STEP THAT PRODUCED TONIGHT'S SCHEDULE *
037900*    ENDED CLEAN FOR THAT SAME DATE, AND RECORD THIS STEP'S    *
038000*    OWN START ON THE CYCLE-CONTROL FILE                       *
038100*--------------------------------------------------------------*
038200 1100-VERIFY-CYCLE.
038300     OPEN INPUT LOANPARM
038400     IF WS-RUNC-STATUS NOT = "00"
038500         DISPLAY "LOANDFAM: RUN-CONTROL FILE LOANPARM MISSING"
038600         MOVE 16 TO RETURN-CODE
038700         GOBACK
038800     END-IF
038900     READ LOANPARM
039000         AT END
039100             DISPLAY "LOANDFAM: RUN-CONTROL RECORD MISSING"
039200             MOVE 16 TO RETURN-CODE
039300             GOBACK
039400     END-READ
039500     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
039600     CLOSE LOANPARM
039700     MOVE "V"              TO WS-CY-FUNCTION
039800     MOVE "LOANBATCH"      TO WS-CY-PROGRAM
039900     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
040000     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST
040100     IF NOT WS-CY-OK
040200         DISPLAY "LOANDFAM: LOANSKED NOT PRODUCED CLEAN FOR "
040300             WS-BUSINESS-DATE " - STEP ABORTED"
040400         MOVE 16 TO RETURN-CODE
040500         GOBACK
040600     END-IF
040700     MOVE "S"              TO WS-CY-FUNCTION
040800     MOVE "LOANDFAM "      TO WS-CY-PROGRAM
040900     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
041000
041100 1100-VERIFY-CYCLE-EXIT.
041200     EXIT.
041300
041400*--------------------------------------------------------------*
041401* 1200-CHECK-RERUN - A LOANDFEE RECORD ALREADY CARRYING THIS   *
041402*    PERIOD, OR A LATER ONE, MEANS THE PERIOD HAS BEEN RUN.    *
041403*    THE STEP STOPS BEFORE LOANDFPST IS OPENED, SO THE         *
041404*    POSTINGS OF THE EARLIER RUN ARE NEITHER REPEATED NOR      *
041405*    OVERWRITTEN; TO RERUN, RESTORE LOANDFEE TO ITS STATE      *
041406*    BEFORE THAT RUN. THE FILE IS LEFT AT ITS FIRST RECORD.    *
041407*--------------------------------------------------------------*
041408 1200-CHECK-RERUN.
041409     MOVE LOW-VALUES TO DF-LOAN-NUMBER
041410     START LOANDFEE KEY NOT LESS THAN DF-LOAN-NUMBER
041411         INVALID KEY
041412             MOVE "Y" TO WS-DFEE-EOF-SW
041413     END-START
041414     PERFORM 1210-CHECK-RECORD THRU 1210-CHECK-RECORD-EXIT
041415         UNTIL END-OF-LOANDFEE OR PERIOD-ALREADY-RUN
041416     IF PERIOD-ALREADY-RUN
041417         DISPLAY "LOANDFAM: PERIOD " WS-GL-PERIOD
041418             " ALREADY RUN, LOAN " DF-LOAN-NUMBER
041419             " - RESTORE LOANDFEE TO RERUN"
041420         MOVE 16 TO RETURN-CODE
041421         GOBACK
041422     END-IF
041423     MOVE "N"        TO WS-DFEE-EOF-SW
041424     MOVE LOW-VALUES TO DF-LOAN-NUMBER
041425     START LOANDFEE KEY NOT LESS THAN DF-LOAN-NUMBER
041426         INVALID KEY
041427             MOVE "Y" TO WS-DFEE-EOF-SW
041428     END-START.
041429
041430 1200-CHECK-RERUN-EXIT.
041431     EXIT.
041432
041433 1210-CHECK-RECORD.
041434     READ LOANDFEE NEXT RECORD
041435         AT END
041436             MOVE "Y" TO WS-DFEE-EOF-SW
041437             GO TO 1210-CHECK-RECORD-EXIT
041438     END-READ
041439     IF DF-LAST-PERIOD NOT < WS-GL-PERIOD
041440         MOVE "Y" TO WS-RERUN-SW
041441     END-IF.
041442
041443 1210-CHECK-RECORD-EXIT.
041444     EXIT.
041445
041446*--------------------------------------------------------------*
041500* 2000-AMORTIZE-LOANS - ONE LOANDFEE RECORD PER ITERATION. A   *
041600*    WRITTEN-OFF RECORD IS PASSED OVER. A LOAN PAID OFF OR NO  *
041700*    LONGER ON THE MASTER HAS ITS BALANCE WRITTEN OFF. A LOAN  *
041800*    ON NON-ACCRUAL OR CHARGED OFF EARNS NO YIELD, SO ITS      *
041810*    BALANCE IS HELD AND LISTED. ANY OTHER ACTIVE BALANCE      *
041820*    TAKES THIS MONTH'S AMORTIZATION.                          *
041900*--------------------------------------------------------------*
042000 2000-AMORTIZE-LOANS.
042100     IF DF-WRITTEN-OFF
042200         GO TO 2000-AMORTIZE-LOANS-NEXT
042300     END-IF
042400     ADD 1              TO WS-BEGIN-COUNT
042500     ADD DF-UNAMORT-BAL TO WS-BEGIN-TOTAL
043000     MOVE DF-LOAN-NUMBER TO LM-LOAN-NUMBER
043100     READ LOANMAST
043200     IF WS-MAST-STATUS = "00"
043300         MOVE "Y" TO WS-MAST-FOUND-SW
043400     ELSE
043500         MOVE "N" TO WS-MAST-FOUND-SW
043600     END-IF
043700     IF NOT MAST-ON-FILE OR LM-STAT-PAIDOFF
043800         PERFORM 4000-WRITE-OFF THRU 4000-WRITE-OFF-EXIT
043900         GO TO 2000-AMORTIZE-LOANS-NEXT
043901     END-IF
043902     IF NACF-OPEN
043903         MOVE DF-LOAN-NUMBER TO NA-LOAN-NUMBER
043904         READ LOANNACF
043905         IF WS-NACF-STATUS = "00"
043906                 AND (NA-NONACCRUAL OR NA-CHARGED-OFF)
043907             ADD 1              TO WS-NONACCR-COUNT
043908             ADD DF-UNAMORT-BAL TO WS-NONACCR-TOTAL
043909             MOVE DF-LOAN-NUMBER TO WD-LOAN-NUMBER
043910             MOVE "NOT AMORTIZED         " TO WD-ACTION
043911             MOVE "NON-ACCRUAL             " TO WD-REASON
043912             MOVE DF-UNAMORT-BAL TO WD-AMOUNT
043913             WRITE PRINT-LINE FROM WS-DETAIL-LINE
043914             GO TO 2000-AMORTIZE-LOANS-NEXT
043915         END-IF
044000     END-IF
044100     PERFORM 3000-AMORTIZE THRU 3000-AMORTIZE-EXIT.
044200
044300 2000-AMORTIZE-LOANS-NEXT.
044400     READ LOANDFEE NEXT RECORD
044500         AT END MOVE "Y" TO WS-DFEE-EOF-SW
044600     END-READ.
044700
044800 2000-AMORTIZE-LOANS-EXIT.
044900     EXIT.
045000
045100*--------------------------------------------------------------*
045200* 3000-AMORTIZE - EFFECTIVE-INTEREST AMORTIZATION: THE         *
045300*    BALANCE TIMES THIS MONTH'S SCHEDULED INTEREST OVER ALL THE*
045400*    INTEREST STILL SCHEDULED FROM THIS MONTH TO THE END. THE  *
045500*    LAST MONTH'S SHARE IS THE WHOLE BALANCE, SO IT CLOSES OUT *
045600*    EXACTLY. A LOAN PAST ITS TERM, OR WITH NO INTEREST LEFT TO*
045700*    EARN, TAKES WHAT REMAINS IN FULL. A LOAN NOT YET INTO     *
045800*    REPAYMENT WAITS. A BALANCE ALREADY FULLY AMORTIZED IS     *
045810*    PASSED OVER; THE RECORD STAYS ACTIVE AT ZERO UNTIL THE    *
045820*    LOAN PAYS OFF AND IS WRITTEN OFF.                         *
045900*--------------------------------------------------------------*
046000 3000-AMORTIZE.
046010     IF DF-UNAMORT-BAL = ZERO
046020         GO TO 3000-AMORTIZE-EXIT
046030     END-IF
046100     COMPUTE WS-PERIOD-MONTH-NO =
046200         ((GL-PERIOD-YEAR * 12) + GL-PERIOD-MONTH)
046300         - ((LM-FIRST-PMT-YEAR * 12) + LM-FIRST-PMT-MONTH)
046400         + 1
046500     IF WS-PERIOD-MONTH-NO < 1
046600         GO TO 3000-AMORTIZE-EXIT
046700     END-IF
046800     MOVE LM-LOANTERM TO WS-LAST-MONTH-NO
046900     IF LM-BALLOON-TERM > ZERO
047000             AND LM-BALLOON-TERM < LM-LOANTERM
047100         MOVE LM-BALLOON-TERM TO WS-LAST-MONTH-NO
047200     END-IF
047300     MOVE ZERO TO WS-MONTH-INT
047400     MOVE ZERO TO WS-REMAINING-INT
047500     MOVE "N"  TO WS-PERIOD-ROW-SW
047600     MOVE "N"  TO WS-SKED-DONE-SW
047700     MOVE DF-LOAN-NUMBER     TO SX-LOAN-NUMBER
047800     MOVE WS-PERIOD-MONTH-NO TO SX-MONTH
047900     START LOANSKIX KEY NOT LESS THAN SX-KEY
048000         INVALID KEY
048100             MOVE "Y" TO WS-SKED-DONE-SW
048200     END-START
048300     PERFORM 3100-SUM-INTEREST THRU 3100-SUM-INTEREST-EXIT
048400         UNTIL SKED-SCAN-DONE
048500     MOVE DF-LOAN-NUMBER TO WD-LOAN-NUMBER
048600     IF WS-PERIOD-MONTH-NO > WS-LAST-MONTH-NO
048700             OR (PERIOD-ROW-FOUND AND WS-REMAINING-INT = ZERO)
048800         MOVE DF-UNAMORT-BAL TO WS-AMORT-AMT
048900         MOVE "TERM COMPLETE           " TO WD-REASON
049000     ELSE
049100         IF NOT PERIOD-ROW-FOUND
049200             ADD 1 TO WS-EXCEPT-COUNT
049300             MOVE "NOT AMORTIZED         " TO WD-ACTION
049400             MOVE "NO SCHEDULE ROW        " TO WD-REASON
049500             MOVE DF-UNAMORT-BAL TO WD-AMOUNT
049600             WRITE PRINT-LINE FROM WS-DETAIL-LINE
049700             GO TO 3000-AMORTIZE-EXIT
049800         END-IF
049900         COMPUTE WS-AMORT-AMT ROUNDED =
050000             DF-UNAMORT-BAL * WS-MONTH-INT / WS-REMAINING-INT
050100         MOVE "EFFECTIVE INTEREST      " TO WD-REASON
050200     END-IF
050300     SUBTRACT WS-AMORT-AMT FROM DF-UNAMORT-BAL
050400     ADD WS-AMORT-AMT      TO DF-AMORTIZED
050500     MOVE WS-GL-PERIOD     TO DF-LAST-PERIOD
050600     PERFORM 3900-REWRITE-DFEE THRU 3900-REWRITE-DFEE-EXIT
050700     ADD 1                 TO WS-AMORT-COUNT
050800     ADD WS-AMORT-AMT      TO WS-AMORT-TOTAL
050900     MOVE WS-AMORT-AMT     TO WS-NET-AMT
051000     PERFORM 7100-POST-TO-INCOME THRU 7100-POST-TO-INCOME-EXIT
051100     MOVE "AMORTIZED             " TO WD-ACTION
051200     MOVE WS-AMORT-AMT     TO WD-AMOUNT
051300     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
051400
051500 3000-AMORTIZE-EXIT.
051600     EXIT.
051700
051800*--------------------------------------------------------------*
051900* 3100-SUM-INTEREST - ONE SCHEDULE ROW OF THE LOAN FROM THE    *
052000*    PERIOD MONTH ON; THE PERIOD ROW GIVES THE MONTH'S INTEREST*
052100*--------------------------------------------------------------*
052200 3100-SUM-INTEREST.
052300     READ LOANSKIX NEXT RECORD
052400         AT END
052500             MOVE "Y" TO WS-SKED-DONE-SW
052600             GO TO 3100-SUM-INTEREST-EXIT
052700     END-READ
052800     IF SX-LOAN-NUMBER NOT = DF-LOAN-NUMBER
052900         MOVE "Y" TO WS-SKED-DONE-SW
053000         GO TO 3100-SUM-INTEREST-EXIT
053100     END-IF
053200     IF SX-MONTH = WS-PERIOD-MONTH-NO
053300         MOVE "Y"        TO WS-PERIOD-ROW-SW
053400         MOVE SX-INTPAID TO WS-MONTH-INT
053500     END-IF
053600     ADD SX-INTPAID TO WS-REMAINING-INT.
053700
053800 3100-SUM-INTEREST-EXIT.
053900     EXIT.
054000
054100*--------------------------------------------------------------*
054200* 3900-REWRITE-DFEE - REWRITE THE LOANDFEE RECORD JUST READ    *
054300*--------------------------------------------------------------*
054400 3900-REWRITE-DFEE.
054500     REWRITE LOANDFEE-RECORD
054600         INVALID KEY
054700             DISPLAY "LOANDFAM: REWRITE FAILED, LOAN "
054800                 DF-LOAN-NUMBER
054900     END-REWRITE.
055000
055100 3900-REWRITE-DFEE-EXIT.
055200     EXIT.
055300
055400*--------------------------------------------------------------*
055500* 4000-WRITE-OFF - THE LOAN HAS PAID OFF OR BEEN ARCHIVED:     *
055600*    WHATEVER IS LEFT UNAMORTIZED IS RECOGNIZED NOW, THROUGH   *
055700*    THE SAME YIELD ACCOUNT AS THE MONTHLY AMORTIZATION        *
055800*--------------------------------------------------------------*
055900 4000-WRITE-OFF.
056000     MOVE DF-UNAMORT-BAL   TO WS-AMORT-AMT
056100     ADD WS-AMORT-AMT      TO DF-AMORTIZED
056200     MOVE ZERO             TO DF-UNAMORT-BAL
056300     MOVE "W"              TO DF-STATUS
056400     MOVE WS-BUSINESS-DATE TO DF-WRITEOFF-DATE
056500     MOVE WS-GL-PERIOD     TO DF-LAST-PERIOD
056600     PERFORM 3900-REWRITE-DFEE THRU 3900-REWRITE-DFEE-EXIT
056700     ADD 1                 TO WS-WRITEOFF-COUNT
056800     ADD WS-AMORT-AMT      TO WS-WRITEOFF-TOTAL
056900     MOVE WS-AMORT-AMT     TO WS-NET-AMT
057000     PERFORM 7100-POST-TO-INCOME THRU 7100-POST-TO-INCOME-EXIT
057100     MOVE DF-LOAN-NUMBER   TO WD-LOAN-NUMBER
057200     MOVE "WRITTEN OFF           " TO WD-ACTION
057300     IF MAST-ON-FILE
057400         MOVE "LOAN PAID OFF           " TO WD-REASON
057500     ELSE
057600         MOVE "LOAN ARCHIVED           " TO WD-REASON
057700     END-IF
057800     MOVE WS-AMORT-AMT     TO WD-AMOUNT
057900     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
058000
058100 4000-WRITE-OFF-EXIT.
058200     EXIT.
058300
058400*--------------------------------------------------------------*
058500* 5000-NEW-DEFERRAL - ONE LOANDFTR TRANSACTION: THE NET OF     *
058600*    FEE LESS COST IS ADDED TO THE LOAN'S LOANDFEE RECORD,     *
058700*    WHICH IS CREATED THE FIRST TIME AND MARKED WITH THIS      *
058800*    PERIOD. AMORTIZATION STARTS NEXT PERIOD.                  *
058900*--------------------------------------------------------------*
059000 5000-NEW-DEFERRAL.
059100     COMPUTE WS-NET-AMT = DT-FEE-AMT - DT-COST-AMT
059200     MOVE DT-LOAN-NUMBER TO LM-LOAN-NUMBER
059300     READ LOANMAST
059400     IF WS-MAST-STATUS NOT = "00"
059500         MOVE "LOAN NOT ON MASTER      " TO WD-REASON
059600         PERFORM 5800-REJECT-TRANSACTION
059700             THRU 5800-REJECT-TRANSACTION-EXIT
059800         GO TO 5000-NEW-DEFERRAL-NEXT
059900     END-IF
060000     IF LM-STAT-PAIDOFF
060100         MOVE "LOAN PAID OFF           " TO WD-REASON
060200         PERFORM 5800-REJECT-TRANSACTION
060300             THRU 5800-REJECT-TRANSACTION-EXIT
060400         GO TO 5000-NEW-DEFERRAL-NEXT
060500     END-IF
060600     IF WS-NET-AMT = ZERO
060700         MOVE "FEE AND COST NET TO ZERO" TO WD-REASON
060800         PERFORM 5800-REJECT-TRANSACTION
060900             THRU 5800-REJECT-TRANSACTION-EXIT
061000         GO TO 5000-NEW-DEFERRAL-NEXT
061100     END-IF
061200     MOVE DT-LOAN-NUMBER TO DF-LOAN-NUMBER
061300     READ LOANDFEE
061400     IF WS-DFEE-STATUS = "00"
061500         MOVE "Y" TO WS-DFEE-FOUND-SW
061600     ELSE
061700         MOVE "N" TO WS-DFEE-FOUND-SW
061800     END-IF
061900     IF DFEE-ON-FILE AND DF-WRITTEN-OFF
062000         MOVE "DEFERRAL WRITTEN OFF    " TO WD-REASON
062100         PERFORM 5800-REJECT-TRANSACTION
062200             THRU 5800-REJECT-TRANSACTION-EXIT
062300         GO TO 5000-NEW-DEFERRAL-NEXT
062400     END-IF
062500     IF NOT DFEE-ON-FILE
062600         MOVE SPACES         TO LOANDFEE-RECORD
062700         MOVE DT-LOAN-NUMBER TO DF-LOAN-NUMBER
062800         MOVE "A"            TO DF-STATUS
062900         MOVE DT-DATE        TO DF-DEFERRAL-DATE
063000         MOVE ZERO           TO DF-NET-DEFERRED
063100         MOVE ZERO           TO DF-AMORTIZED
063200         MOVE ZERO           TO DF-UNAMORT-BAL
063300         MOVE WS-GL-PERIOD   TO DF-LAST-PERIOD
063400         MOVE ZERO           TO DF-WRITEOFF-DATE
063500         ADD 1               TO WS-CREATED-COUNT
063600     END-IF
063700     ADD WS-NET-AMT TO DF-NET-DEFERRED
063800     ADD WS-NET-AMT TO DF-UNAMORT-BAL
063810     MOVE WS-GL-PERIOD TO DF-LAST-PERIOD
063900     IF DFEE-ON-FILE
064000         PERFORM 3900-REWRITE-DFEE THRU 3900-REWRITE-DFEE-EXIT
064100     ELSE
064200         WRITE LOANDFEE-RECORD
064300             INVALID KEY
064400                 DISPLAY "LOANDFAM: WRITE FAILED, LOAN "
064500                     DF-LOAN-NUMBER
064600         END-WRITE
064700     END-IF
064800     ADD 1          TO WS-NEW-COUNT
064900     ADD WS-NET-AMT TO WS-NEW-TOTAL
065000     IF WS-NET-AMT > ZERO
065100         MOVE WS-NET-AMT TO WS-POST-AMOUNT
065200         MOVE "2190"     TO WS-DEBIT-ACCT
065300         MOVE "1250"     TO WS-CREDIT-ACCT
065400         MOVE "NET FEE DEFERRED        " TO WD-REASON
065500     ELSE
065600         COMPUTE WS-POST-AMOUNT = ZERO - WS-NET-AMT
065700         MOVE "1250"     TO WS-DEBIT-ACCT
065800         MOVE "2190"     TO WS-CREDIT-ACCT
065900         MOVE "NET COST DEFERRED       " TO WD-REASON
066000     END-IF
066100     PERFORM 7000-WRITE-POSTINGS THRU 7000-WRITE-POSTINGS-EXIT
066200     MOVE DT-LOAN-NUMBER TO WD-LOAN-NUMBER
066300     MOVE "NEW DEFERRAL          " TO WD-ACTION
066400     MOVE WS-NET-AMT     TO WD-AMOUNT
066500     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
066600
066700 5000-NEW-DEFERRAL-NEXT.
066800     READ LOANDFTR
066900         AT END MOVE "Y" TO WS-DFTR-EOF-SW
067000     END-READ.
067100
067200 5000-NEW-DEFERRAL-EXIT.
067300     EXIT.
067400
067500*--------------------------------------------------------------*
067600* 5800-REJECT-TRANSACTION - PRINT THE TRANSACTION WITH THE     *
067700*    REASON ALREADY IN WD-REASON; NOTHING IS POSTED            *
067800*--------------------------------------------------------------*
067900 5800-REJECT-TRANSACTION.
068000     ADD 1 TO WS-REJECT-COUNT
068100     MOVE DT-LOAN-NUMBER   TO WD-LOAN-NUMBER
068200     MOVE "DEFERRAL REJECTED     " TO WD-ACTION
068300     MOVE WS-NET-AMT       TO WD-AMOUNT
068400     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
068500
068600 5800-REJECT-TRANSACTION-EXIT.
068700     EXIT.
068800
068900*--------------------------------------------------------------*
069000* 6000-SUM-FILE - RE-READ LOANDFEE FROM THE TOP AND TOTAL THE  *
069100*    ACTIVE BALANCES, TO PROVE THE ROLL-FORWARD TO THE FILE    *
069200*--------------------------------------------------------------*
069300 6000-SUM-FILE.
069400     MOVE "N"        TO WS-DFEE-EOF-SW
069500     MOVE LOW-VALUES TO DF-LOAN-NUMBER
069600     START LOANDFEE KEY NOT LESS THAN DF-LOAN-NUMBER
069700         INVALID KEY
069800             MOVE "Y" TO WS-DFEE-EOF-SW
069900     END-START
070000     PERFORM 6100-SUM-RECORD THRU 6100-SUM-RECORD-EXIT
070100         UNTIL END-OF-LOANDFEE.
070200
070300 6000-SUM-FILE-EXIT.
070400     EXIT.
070500
070600 6100-SUM-RECORD.
070700     READ LOANDFEE NEXT RECORD
070800         AT END
070900             MOVE "Y" TO WS-DFEE-EOF-SW
071000             GO TO 6100-SUM-RECORD-EXIT
071100     END-READ
071200     IF DF-ACTIVE
071300         ADD 1              TO WS-FILE-COUNT
071400         ADD DF-UNAMORT-BAL TO WS-FILE-TOTAL
071500     END-IF.
071600
071700 6100-SUM-RECORD-EXIT.
071800     EXIT.
071900
072000*--------------------------------------------------------------*
072100* 7000-WRITE-POSTINGS - ONE BALANCED PAIR: WS-POST-AMOUNT TO   *
072200*    WS-DEBIT-ACCT AND WS-CREDIT-ACCT                          *
072300*--------------------------------------------------------------*
072400 7000-WRITE-POSTINGS.
072500     MOVE SPACES          TO LOANDFPST-RECORD
072600     MOVE WS-DEBIT-ACCT   TO GP-ACCOUNT
072700     MOVE "D"             TO GP-DR-CR
072800     MOVE DF-LOAN-NUMBER  TO GP-LOAN-NUMBER
072900     MOVE WS-GL-PERIOD    TO GP-PERIOD
073000     MOVE WS-POST-AMOUNT  TO GP-AMOUNT
073100     WRITE LOANDFPST-RECORD
073200     ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
073300     MOVE SPACES          TO LOANDFPST-RECORD
073400     MOVE WS-CREDIT-ACCT  TO GP-ACCOUNT
073500     MOVE "C"             TO GP-DR-CR
073600     MOVE DF-LOAN-NUMBER  TO GP-LOAN-NUMBER
073700     MOVE WS-GL-PERIOD    TO GP-PERIOD
073800     MOVE WS-POST-AMOUNT  TO GP-AMOUNT
073900     WRITE LOANDFPST-RECORD
074000     ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL.
074100
074200 7000-WRITE-POSTINGS-EXIT.
074300     EXIT.
074400
074500*--------------------------------------------------------------*
074600* 7100-POST-TO-INCOME - RECOGNIZE WS-NET-AMT OF THE DEFERRED   *
074700*    BALANCE: A NET FEE DEBITS 1250 AND CREDITS 4020, A NET    *
074800*    COST THE REVERSE. NOTHING IS POSTED FOR ZERO.             *
074900*--------------------------------------------------------------*
075000 7100-POST-TO-INCOME.
075100     IF WS-NET-AMT = ZERO
075200         GO TO 7100-POST-TO-INCOME-EXIT
075300     END-IF
075400     IF WS-NET-AMT > ZERO
075500         MOVE WS-NET-AMT TO WS-POST-AMOUNT
075600         MOVE "1250"     TO WS-DEBIT-ACCT
075700         MOVE "4020"     TO WS-CREDIT-ACCT
075800     ELSE
075900         COMPUTE WS-POST-AMOUNT = ZERO - WS-NET-AMT
076000         MOVE "4020"     TO WS-DEBIT-ACCT
076100         MOVE "1250"     TO WS-CREDIT-ACCT
076200     END-IF
076300     PERFORM 7000-WRITE-POSTINGS THRU 7000-WRITE-POSTINGS-EXIT.
076400
076500 7100-POST-TO-INCOME-EXIT.
076600     EXIT.
076700
076800*--------------------------------------------------------------*
076900* 8000-PRINT-TOTALS - THE ROLL-FORWARD: BEGINNING BALANCE,     *
077000*    AMORTIZATION, NEW DEFERRALS, WRITE-OFFS, ENDING BALANCE.  *
077100*    AN ENDING BALANCE THAT DOES NOT AGREE WITH THE FILE, OR   *
077200*    DEBITS NOT EQUAL TO CREDITS, ENDS THE STEP WITH A NON-ZERO*
077300*    RETURN CODE.                                              *
077400*--------------------------------------------------------------*
077500 8000-PRINT-TOTALS.
077600     COMPUTE WS-END-TOTAL = WS-BEGIN-TOTAL + WS-NEW-TOTAL
077700         - WS-AMORT-TOTAL - WS-WRITEOFF-TOTAL
077800     COMPUTE WS-END-COUNT = WS-BEGIN-COUNT + WS-CREATED-COUNT
077900         - WS-WRITEOFF-COUNT
078000     WRITE PRINT-LINE FROM SPACES
078100     MOVE "BEGINNING BALANCE . . . . ." TO WX-LABEL
078200     MOVE WS-BEGIN-COUNT                TO WX-COUNT
078300     MOVE WS-BEGIN-TOTAL                TO WX-AMOUNT
078400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
078500     MOVE "AMORTIZATION  . . . . . . ." TO WX-LABEL
078600     MOVE WS-AMORT-COUNT                TO WX-COUNT
078700     MOVE WS-AMORT-TOTAL                TO WX-AMOUNT
078800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
078900     MOVE "NEW DEFERRALS . . . . . . ." TO WX-LABEL
079000     MOVE WS-NEW-COUNT                  TO WX-COUNT
079100     MOVE WS-NEW-TOTAL                  TO WX-AMOUNT
079200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
079300     MOVE "PAYOFF/ARCHIVE WRITE-OFFS ." TO WX-LABEL
079400     MOVE WS-WRITEOFF-COUNT             TO WX-COUNT
079500     MOVE WS-WRITEOFF-TOTAL             TO WX-AMOUNT
079600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
079700     MOVE "ENDING BALANCE  . . . . . ." TO WX-LABEL
079800     MOVE WS-END-COUNT                  TO WX-COUNT
079900     MOVE WS-END-TOTAL                  TO WX-AMOUNT
080000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
080100     WRITE PRINT-LINE FROM SPACES
080200     MOVE "NOT AMORTIZED - NO SCHEDULE" TO WX-LABEL
080300     MOVE WS-EXCEPT-COUNT               TO WX-COUNT
080400     MOVE ZERO                          TO WX-AMOUNT
080500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
080510     MOVE "NOT AMORTIZED - NON-ACCRUAL" TO WX-LABEL
080520     MOVE WS-NONACCR-COUNT              TO WX-COUNT
080530     MOVE WS-NONACCR-TOTAL              TO WX-AMOUNT
080540     WRITE PRINT-LINE FROM WS-TOTAL-LINE
080600     MOVE "DEFERRALS REJECTED  . . . ." TO WX-LABEL
080700     MOVE WS-REJECT-COUNT               TO WX-COUNT
080710     MOVE ZERO                          TO WX-AMOUNT
080800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
080900     MOVE "BALANCE ON LOANDFEE . . . ." TO WX-LABEL
081000     MOVE WS-FILE-COUNT                 TO WX-COUNT
081100     MOVE WS-FILE-TOTAL                 TO WX-AMOUNT
081200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
081300     IF WS-END-TOTAL = WS-FILE-TOTAL
081400             AND WS-END-COUNT = WS-FILE-COUNT
081500         MOVE "ROLL-FORWARD IN BALANCE . ." TO WX-LABEL
081600         MOVE ZERO                          TO WX-COUNT
081700         MOVE ZERO                          TO WX-AMOUNT
081800         WRITE PRINT-LINE FROM WS-TOTAL-LINE
081900     ELSE
082000         MOVE "ROLL-FORWARD OUT OF BALANCE" TO WX-LABEL
082100         MOVE ZERO                          TO WX-COUNT
082200         COMPUTE WX-AMOUNT = WS-END-TOTAL - WS-FILE-TOTAL
082300         WRITE PRINT-LINE FROM WS-TOTAL-LINE
082400         MOVE 8 TO RETURN-CODE
082500     END-IF
082600     WRITE PRINT-LINE FROM SPACES
082700     MOVE "DEBITS POSTED . . . . . . ." TO WX-LABEL
082800     MOVE ZERO                          TO WX-COUNT
082900     MOVE WS-DEBIT-TOTAL                TO WX-AMOUNT
083000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
083100     MOVE "CREDITS POSTED  . . . . . ." TO WX-LABEL
083200     MOVE WS-CREDIT-TOTAL               TO WX-AMOUNT
083300     WRITE PRINT-LINE FROM WS-TOTAL-LINE
083400     IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
083500         MOVE "POSTING PROOF IN BALANCE  ." TO WX-LABEL
083600         MOVE ZERO                          TO WX-AMOUNT
083700         WRITE PRINT-LINE FROM WS-TOTAL-LINE
083800     ELSE
083900         MOVE "POSTING PROOF OUT OF BALANCE" TO WX-LABEL
084000         COMPUTE WX-AMOUNT = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL
084100         WRITE PRINT-LINE FROM WS-TOTAL-LINE
084200         MOVE 8 TO RETURN-CODE
084300     END-IF.
084400
084500 8000-PRINT-TOTALS-EXIT.
084600     EXIT.
084700
084800*--------------------------------------------------------------*
084900* 9000-TERMINATE                                               *
085000*--------------------------------------------------------------*
085100 9000-TERMINATE.
085200     CLOSE LOANGLIN
085300     CLOSE LOANMAST
085310     IF NACF-OPEN
085320         CLOSE LOANNACF
085330     END-IF
085400     CLOSE LOANSKIX
085500     CLOSE LOANDFEE
085600     IF WS-DFTR-STATUS = "00" OR WS-DFTR-STATUS = "10"
085700         CLOSE LOANDFTR
085800     END-IF
085900     CLOSE LOANDFPST
086000     CLOSE LOANDFRP
086100     DISPLAY "LOANDFAM: AMORTIZED=" WS-AMORT-COUNT
086200         " NEW=" WS-NEW-COUNT
086300         " WRITTEN-OFF=" WS-WRITEOFF-COUNT
086400         " EXCEPTIONS=" WS-EXCEPT-COUNT
086410         " NON-ACCRUAL=" WS-NONACCR-COUNT
086500     MOVE "E"              TO WS-CY-FUNCTION
086600     MOVE "LOANDFAM "      TO WS-CY-PROGRAM
086700     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
086800     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
086900     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
087000
087100 END PROGRAM LOANDFAM.
