000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANCECL.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-10-03.
000600 DATE-COMPILED. 2026-10-03.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-10-03  LSG  Initial version. Quarter-end allowance for *
001000*               credit losses. Every open loan is pooled by    *
001100*               rate band (whole percent), investor, property  *
001200*               state from LOANCOLL, delinquency standing from *
001300*               LOANDELQ and status code. The pool's annual    *
001400*               loss rate comes from the LOANCERT parameter    *
001500*               table and is applied to the loan's scheduled   *
001600*               LOANSKIX balances over its remaining life. A   *
001700*               foreclosure or bankrupt loan with a specific   *
001800*               reserve on LOANCESR carries that reserve       *
001900*               instead of the pool rate. Each quarter's pools *
002000*               are kept on LOANCEAL, giving the report its    *
002100*               quarter-over-quarter change and the provision  *
002200*               its starting point; net charge-offs LOANNACR   *
002300*               has booked to the allowance since then are     *
002400*               added back. The provision pair goes to         *
002500*               LOANCEPST in the LOANGLPST layout and LOANCERP *
002600*               prints the report.                             *
002610*  2026-10-05  LSG  More than 200 loss-rate rules, or more     *
002620*               than 2000 pools, stops the step with return    *
002630*               code 16. A loan past its term, with no         *
002640*               schedule row or with no book balance is listed *
002650*               not reserved, with any specific reserve listed *
002660*               as ignored; past-term loans give return code   *
002670*               4.                                             *
002700*--------------------------------------------------------------*
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LOANGLIN ASSIGN TO "LOANGLIN"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-PARM-STATUS.
003800     SELECT LOANPARM ASSIGN TO "LOANPARM"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-RUNC-STATUS.
004100     SELECT LOANMAST ASSIGN TO "LOANMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS LM-LOAN-NUMBER
004500         FILE STATUS IS WS-MAST-STATUS.
004600     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS SX-KEY
005000         FILE STATUS IS WS-SKED-STATUS.
005100     SELECT LOANCOLL ASSIGN TO "LOANCOLL"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CO-LOAN-NUMBER
005500         FILE STATUS IS WS-COLL-STATUS.
005600     SELECT LOANDELQ ASSIGN TO "LOANDELQ"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-DELQ-STATUS.
005900     SELECT LOANNACF ASSIGN TO "LOANNACF"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS NA-LOAN-NUMBER
006300         FILE STATUS IS WS-NACF-STATUS.
006400     SELECT LOANCERT ASSIGN TO "LOANCERT"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-CERT-STATUS.
006700     SELECT LOANCESR ASSIGN TO "LOANCESR"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-CESR-STATUS.
007000     SELECT LOANCEAL ASSIGN TO "LOANCEAL"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS CA-KEY
007400         FILE STATUS IS WS-CEAL-STATUS.
007500     SELECT LOANCEPST ASSIGN TO "LOANCEPST"
007600         ORGANIZATION IS SEQUENTIAL.
007700     SELECT LOANCERP ASSIGN TO "LOANCERP"
007800         ORGANIZATION IS SEQUENTIAL.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200*--------------------------------------------------------------*
008300* LOANGLIN - ONE PARAMETER RECORD: THE ACCOUNTING PERIOD, THE  *
008400*            SAME RECORD LOANGLAC USES, HERE A QUARTER END     *
008500*--------------------------------------------------------------*
008600 FD  LOANGLIN
008700     RECORDING MODE IS F.
008800 01  LOANGLIN-RECORD.
008900     05 GL-PERIOD-YEAR           PIC 9(04).
009000     05 GL-PERIOD-MONTH          PIC 9(02).
009100
009200*--------------------------------------------------------------*
009300* LOANPARM - THE RUN-CONTROL RECORD LOANBATCH RAN UNDER; THE   *
009400*    BUSINESS DATE IS WHAT THE CYCLE VERIFY PROVES AGAINST     *
009500*--------------------------------------------------------------*
009600 FD  LOANPARM
009700     RECORDING MODE IS F.
009800 01  LOANPARM-RECORD.
009900     05 PR-BUSINESS-DATE         PIC 9(08).
010000     05 PR-RUN-ID                PIC X(08).
010100     05 PR-OPT-SKED-ONLY         PIC X(01).
010200     05 PR-OPT-SKIP-DELQ         PIC X(01).
010300     05 PR-OPT-FULL-RUN          PIC X(01).
010400     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
010500     05 PR-GENERATIONS-KEPT      PIC 9(02).
010600
010700*--------------------------------------------------------------*
010800* LOANMAST - ONE RECORD PER LOAN, KEYED ON LM-LOAN-NUMBER      *
010900*--------------------------------------------------------------*
011000 FD  LOANMAST
011100     RECORDING MODE IS F.
011200 01  LOANMAST-RECORD.
011300     05 LM-LOAN-NUMBER           PIC X(10).
011400     05 LM-CUSTOMER-ID           PIC X(10).
011500     05 LM-PRINCIPAL             PIC S9(8)      COMP-3.
011600     05 LM-LOANTERM              PIC S9(8)      COMP-3.
011700     05 LM-RATE                  PIC S9(9)V9(9).
011800     05 LM-PAYMENT-FREQUENCY     PIC X(01).
011900     05 LM-ESCROW-AMT            PIC S9(7)V99   COMP-3.
012000     05 LM-BALLOON-TERM          PIC S9(8)      COMP-3.
012100     05 LM-RATE-RESET-COUNT      PIC S9(4)      COMP.
012200     05 LM-RATE-RESETS OCCURS 3 TIMES.
012300         10 LM-RESET-EFF-MONTH   PIC S9(4)      COMP.
012400         10 LM-RESET-RATE        PIC S9(9)V9(9).
012500     05 LM-FIRST-PMT-YEAR        PIC 9(04).
012600     05 LM-FIRST-PMT-MONTH       PIC 9(02).
012700     05 LM-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
012800     05 LM-DAY-COUNT-METHOD      PIC X(01).
012900     05 LM-EXTRA-PRINCIPAL-AMT   PIC S9(7)V99   COMP-3.
013000     05 LM-INVESTOR-CODE         PIC X(03).
013100     05 LM-IO-MONTHS             PIC S9(4)      COMP.
013200     05 LM-FORBEAR-START-MONTH   PIC S9(4)      COMP.
013300     05 LM-FORBEAR-MONTHS        PIC S9(4)      COMP.
013400     05 LM-STATUS-CODE           PIC X(01).
013500         88 LM-STAT-ACTIVE                       VALUE " " "A".
013600         88 LM-STAT-BANKRUPT                     VALUE "B".
013700         88 LM-STAT-FORECLOSE                    VALUE "F".
013800         88 LM-STAT-PAIDOFF                      VALUE "P".
013900     05 LM-INDEX-CODE            PIC X(03).
014000     05 LM-INDEX-VALUE           PIC S9(3)V9(4) COMP-3.
014100     05 LM-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
014200     05 LM-PERIODIC-CAP          PIC S9(3)V9(4) COMP-3.
014300     05 LM-LIFETIME-CAP          PIC S9(3)V9(4) COMP-3.
014400     05 LM-RATE-FLOOR            PIC S9(3)V9(4) COMP-3.
014500     05 LM-ACH-ROUTING           PIC X(09).
014600     05 LM-ACH-ACCOUNT           PIC X(17).
014700     05 LM-AUTOPAY-FLAG          PIC X(01).
014800         88 LM-AUTOPAY-OFF                       VALUE " " "N".
014900         88 LM-AUTOPAY-PRENOTE                   VALUE "P".
015000         88 LM-AUTOPAY-ON                        VALUE "Y".
015100     05 LM-ESCROW-INT-RATE       PIC S9(3)V9(4) COMP-3.
015200     05 LM-BUYDOWN-COUNT         PIC S9(4)      COMP.
015300     05 LM-BUYDOWN-STEPS OCCURS 3 TIMES.
015400         10 LM-BUYDOWN-MONTHS    PIC S9(4)      COMP.
015500         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
015600
015700*--------------------------------------------------------------*
015800* LOANSKIX - THE NIGHTLY SCHEDULE KEYED ON LOAN NUMBER AND     *
015900*    MONTH, AMOUNTS IN SIGNED NUMERIC FIELDS. ITS BALANCES     *
016000*    OVER THE LOAN'S REMAINING LIFE ARE ITS EXPOSURE.          *
016100*--------------------------------------------------------------*
016200 FD  LOANSKIX
016300     RECORDING MODE IS F.
016400 01  LOANSKIX-RECORD.
016500     05 SX-KEY.
016600         10 SX-LOAN-NUMBER       PIC X(10).
016700         10 SX-MONTH             PIC 9(04).
016800     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
016900     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
017000     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
017100     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
017200     05 SX-LATE-FLAG             PIC X(01).
017300     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
017400     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
017500     05 FILLER                   PIC X(10).
017600
017700*--------------------------------------------------------------*
017800* LOANCOLL - COLLATERAL RECORD, ONE PER LOAN, KEYED ON         *
017900*    CO-LOAN-NUMBER. THE PROPERTY STATE IS A POOLING FIELD.    *
018000*--------------------------------------------------------------*
018100 FD  LOANCOLL
018200     RECORDING MODE IS F.
018300 01  LOANCOLL-RECORD.
018400     05 CO-LOAN-NUMBER           PIC X(10).
018500     05 CO-PROP-ADDR-1           PIC X(30).
018600     05 CO-PROP-CITY             PIC X(20).
018700     05 CO-PROP-STATE            PIC X(02).
018800     05 CO-PROP-ZIP              PIC X(09).
018900     05 CO-TAX-PARCEL            PIC X(15).
019000     05 CO-INS-CARRIER           PIC X(30).
019100     05 CO-POLICY-NUMBER         PIC X(15).
019200     05 CO-POLICY-EXP-DATE       PIC 9(08).
019300     05 CO-INS-PREMIUM           PIC S9(7)V99   COMP-3.
019400     05 CO-INS-DUE-MONTH         PIC 9(02).
019500
019600*--------------------------------------------------------------*
019700* LOANDELQ - LATE-PAYMENT TRANSACTIONS, SORTED BY LOAN NUMBER  *
019800*            THEN MONTH                                        *
019900*--------------------------------------------------------------*
020000 FD  LOANDELQ
020100     RECORDING MODE IS F.
020200 01  LOANDELQ-RECORD.
020300     05 DQ-LOAN-NUMBER           PIC X(10).
020400     05 DQ-MONTH                 PIC 9(04).
020500     05 DQ-LATE-FEE              PIC S9(5)V99   COMP-3.
020600
020700*--------------------------------------------------------------*
020800* LOANNACF - NON-ACCRUAL AND CHARGE-OFF FILE KEPT BY LOANNACR. *
020900*    A CHARGED-OFF LOAN CARRIES ITS BALANCE NET OF THE AMOUNT  *
021000*    CHARGED; THE FILE'S CHARGE-OFFS LESS RECOVERIES ARE THE   *
021100*    NET CHARGE-OFFS TAKEN AGAINST THE ALLOWANCE TO DATE.      *
021200*--------------------------------------------------------------*
021300 FD  LOANNACF
021400     RECORDING MODE IS F.
021500 01  LOANNACF-RECORD.
021600     05 NA-LOAN-NUMBER           PIC X(10).
021700     05 NA-STATUS                PIC X(01).
021800         88 NA-ACCRUING                          VALUE "A".
021900         88 NA-NONACCRUAL                        VALUE "N".
022000         88 NA-CHARGED-OFF                       VALUE "C".
022100     05 NA-REASON                PIC X(01).
022200     05 NA-NONACCRUAL-DATE       PIC 9(08).
022300     05 NA-INT-REVERSED          PIC S9(7)V99   COMP-3.
022400     05 NA-RESTORED-DATE         PIC 9(08).
022500     05 NA-CHARGEOFF-DATE        PIC 9(08).
022600     05 NA-CHARGEOFF-AMT         PIC S9(9)V99   COMP-3.
022700     05 NA-RECOVERY-DATE         PIC 9(08).
022800     05 NA-RECOVERED-AMT         PIC S9(9)V99   COMP-3.
022900     05 FILLER                   PIC X(10).
023000
023100*--------------------------------------------------------------*
023200* LOANCERT - LOSS-RATE PARAMETER TABLE KEPT BY FINANCE, ONE    *
023300*    RECORD PER POOL RULE. A KEY FIELD OF ALL ASTERISKS MATCHES*
023400*    ANY VALUE. A POOL TAKES THE FIRST RULE IT MATCHES, SO THE *
023500*    MOST SPECIFIC RULES GO FIRST AND AN ALL-ASTERISK DEFAULT  *
023600*    LAST. THE LOSS RATE IS AN ANNUAL PERCENT OF BALANCE.      *
023700*--------------------------------------------------------------*
023800 FD  LOANCERT
023900     RECORDING MODE IS F.
024000 01  LOANCERT-RECORD.
024100     05 CR-RATE-BAND             PIC X(02).
024200     05 CR-INVESTOR-CODE         PIC X(03).
024300     05 CR-PROP-STATE            PIC X(02).
024400     05 CR-DELQ-BAND             PIC X(01).
024500     05 CR-STATUS-CODE           PIC X(01).
024600     05 CR-LOSS-RATE             PIC 9(03)V9(04).
024700     05 CR-DESCRIPTION           PIC X(30).
024800
024900*--------------------------------------------------------------*
025000* LOANCESR - SPECIFIC RESERVES FOR INDIVIDUALLY REVIEWED       *
025100*    LOANS, SORTED BY LOAN NUMBER. ONLY A LOAN IN FORECLOSURE  *
025200*    OR BANKRUPTCY MAY CARRY ONE.                              *
025300*--------------------------------------------------------------*
025400 FD  LOANCESR
025500     RECORDING MODE IS F.
025600 01  LOANCESR-RECORD.
025700     05 SR-LOAN-NUMBER           PIC X(10).
025800     05 SR-RESERVE-AMT           PIC 9(09)V99.
025900     05 SR-REVIEW-DATE           PIC 9(08).
026000     05 SR-REVIEWER              PIC X(08).
026100
026200*--------------------------------------------------------------*
026300* LOANCEAL - ALLOWANCE HISTORY, ONE RECORD PER QUARTER AND     *
026400*    POOL. THE SPECIFIC-RESERVE LOANS ARE CARRIED AS POOL      *
026500*    "SPECIFIC", AND POOL "TOTAL" HOLDS THE QUARTER'S WHOLE    *
026600*    ALLOWANCE AND THE NET CHARGE-OFFS TO DATE IT FOLLOWS.     *
026700*--------------------------------------------------------------*
026800 FD  LOANCEAL
026900     RECORDING MODE IS F.
027000 01  LOANCEAL-RECORD.
027100     05 CA-KEY.
027200         10 CA-QUARTER           PIC 9(06).
027300         10 CA-POOL-KEY          PIC X(09).
027400     05 CA-LOANS                 PIC S9(07)     COMP-3.
027500     05 CA-BALANCE               PIC S9(11)V99  COMP-3.
027600     05 CA-LOSS-RATE             PIC S9(3)V9(4) COMP-3.
027700     05 CA-ALLOWANCE             PIC S9(11)V99  COMP-3.
027800     05 CA-PRIOR-ALLOWANCE       PIC S9(11)V99  COMP-3.
027900     05 CA-CUM-NET-CHGOFF        PIC S9(11)V99  COMP-3.
028000     05 FILLER                   PIC X(10).
028100
028200*--------------------------------------------------------------*
028300* LOANCEPST - THE PROVISION IN THE LOANGLPST LAYOUT:           *
028400*    1290 LOAN-LOSS ALLOWANCE, 5100 PROVISION FOR CREDIT LOSSES*
028500*--------------------------------------------------------------*
028600 FD  LOANCEPST
028700     RECORDING MODE IS F.
028800 01  LOANCEPST-RECORD.
028900     05 GP-ACCOUNT               PIC X(04).
029000     05 GP-DR-CR                 PIC X(01).
029100     05 GP-LOAN-NUMBER           PIC X(10).
029200     05 GP-PERIOD                PIC 9(06).
029300     05 GP-AMOUNT                PIC 9(9)V99.
029400     05 FILLER                   PIC X(08).
029500
029600*--------------------------------------------------------------*
029700* LOANCERP - PRINTED ALLOWANCE REPORT                          *
029800*--------------------------------------------------------------*
029900 FD  LOANCERP
030000     RECORDING MODE IS F.
030100 01  PRINT-LINE                  PIC X(80).
030200
030300 WORKING-STORAGE SECTION.
030400 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
030500 77  WS-RUNC-STATUS              PIC X(02)      VALUE "00".
030600 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
030700 77  WS-SKED-STATUS              PIC X(02)      VALUE "00".
030800 77  WS-COLL-STATUS              PIC X(02)      VALUE "00".
030900 77  WS-DELQ-STATUS              PIC X(02)      VALUE "00".
031000 77  WS-NACF-STATUS              PIC X(02)      VALUE "00".
031100 77  WS-CERT-STATUS              PIC X(02)      VALUE "00".
031200 77  WS-CESR-STATUS              PIC X(02)      VALUE "00".
031300 77  WS-CEAL-STATUS              PIC X(02)      VALUE "00".
031400 77  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
031500 01  WS-CYCLE-REQUEST.
031600     03 WS-CY-FUNCTION           PIC X(01).
031700     03 WS-CY-PROGRAM            PIC X(09).
031800     03 WS-CY-BUSINESS-DATE      PIC 9(08).
031900     03 WS-CY-END-RETURN-CODE    PIC 9(04).
032000     03 WS-CY-RESULT             PIC X(01).
032100         88 WS-CY-OK                             VALUE "Y".
032200 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
032300     88 END-OF-LOANMAST                          VALUE "Y".
032400 77  WS-DELQ-EOF-SW              PIC X(01)      VALUE "N".
032500     88 END-OF-LOANDELQ                          VALUE "Y".
032600 77  WS-CESR-EOF-SW              PIC X(01)      VALUE "N".
032700     88 END-OF-LOANCESR                          VALUE "Y".
032800 77  WS-CERT-EOF-SW              PIC X(01)      VALUE "N".
032900     88 END-OF-LOANCERT                          VALUE "Y".
033000 77  WS-CEAL-EOF-SW              PIC X(01)      VALUE "N".
033100     88 END-OF-QUARTER-ROWS                      VALUE "Y".
033200 77  WS-NACF-EOF-SW              PIC X(01)      VALUE "N".
033300     88 END-OF-LOANNACF                          VALUE "Y".
033400 77  WS-NACF-OPEN-SW             PIC X(01)      VALUE "N".
033500     88 NACF-OPEN                                VALUE "Y".
033600 77  WS-SKED-DONE-SW             PIC X(01)      VALUE "N".
033700     88 SKED-SCAN-DONE                           VALUE "Y".
033800 77  WS-PERIOD-ROW-SW            PIC X(01)      VALUE "N".
033900     88 PERIOD-ROW-FOUND                         VALUE "Y".
034000 77  WS-SPECIFIC-SW              PIC X(01)      VALUE "N".
034100     88 LOAN-HAS-SPECIFIC                        VALUE "Y".
034200 77  WS-GL-PERIOD                PIC 9(06)      VALUE ZERO.
034300 77  WS-PRIOR-QUARTER            PIC 9(06)      VALUE ZERO.
034400 77  WS-PERIOD-MONTH-NO          PIC S9(06)     COMP-3 VALUE ZERO.
034500 77  WS-LATE-MONTHS              PIC S9(04)     COMP   VALUE ZERO.
034600 77  WS-RATE-WHOLE               PIC 9(02)      VALUE ZERO.
034700 77  WS-CUR-BALANCE              PIC S9(11)V99  COMP-3 VALUE ZERO.
034800 77  WS-BOOK-BALANCE             PIC S9(11)V99  COMP-3 VALUE ZERO.
034900 77  WS-EXPOSURE                 PIC S9(13)V99  COMP-3 VALUE ZERO.
035000 77  WS-LOAN-ALLOWANCE           PIC S9(11)V99  COMP-3 VALUE ZERO.
035100 77  WS-SPECIFIC-AMT             PIC S9(11)V99  COMP-3 VALUE ZERO.
035200 77  WS-POST-AMOUNT              PIC S9(11)V99  COMP-3 VALUE ZERO.
035300 77  WS-DEBIT-ACCT               PIC X(04)      VALUE SPACES.
035400 77  WS-CREDIT-ACCT              PIC X(04)      VALUE SPACES.
035500 77  WS-RT-SUB                   PIC S9(04)     COMP   VALUE ZERO.
035600 77  WS-RT-COUNT                 PIC S9(04)     COMP   VALUE ZERO.
035700 77  WS-RT-FOUND-SUB             PIC S9(04)     COMP   VALUE ZERO.
035800 77  WS-PL-SUB                   PIC S9(04)     COMP   VALUE ZERO.
035900 77  WS-PL-COUNT                 PIC S9(04)     COMP   VALUE ZERO.
036000 77  WS-PL-FOUND-SUB             PIC S9(04)     COMP   VALUE ZERO.
036100 77  WS-POOLED-COUNT             PIC 9(07)      COMP   VALUE ZERO.
036200 77  WS-SPECIFIC-COUNT           PIC 9(07)      COMP   VALUE ZERO.
036300 77  WS-NO-RATE-COUNT            PIC 9(07)      COMP   VALUE ZERO.
036400 77  WS-EXCEPT-COUNT             PIC 9(07)      COMP   VALUE ZERO.
036410 77  WS-PAST-TERM-COUNT          PIC 9(07)      COMP   VALUE ZERO.
036500 77  WS-POOLED-TOTAL             PIC S9(11)V99  COMP-3 VALUE ZERO.
036600 77  WS-SPECIFIC-TOTAL           PIC S9(11)V99  COMP-3 VALUE ZERO.
036700 77  WS-ALLOWANCE-TOTAL          PIC S9(11)V99  COMP-3 VALUE ZERO.
036800 77  WS-PRIOR-TOTAL              PIC S9(11)V99  COMP-3 VALUE ZERO.
036900 77  WS-PRIOR-CUM-NCO            PIC S9(11)V99  COMP-3 VALUE ZERO.
037000 77  WS-CUM-NCO                  PIC S9(11)V99  COMP-3 VALUE ZERO.
037100 77  WS-QUARTER-NCO              PIC S9(11)V99  COMP-3 VALUE ZERO.
037200 77  WS-PROVISION                PIC S9(11)V99  COMP-3 VALUE ZERO.
037300 77  WS-REPORTED-TOTAL           PIC S9(11)V99  COMP-3 VALUE ZERO.
037400 77  WS-DEBIT-TOTAL              PIC S9(11)V99  COMP-3 VALUE ZERO.
037500 77  WS-CREDIT-TOTAL             PIC S9(11)V99  COMP-3 VALUE ZERO.
037600
037700*--------------------------------------------------------------*
037800* WS-POOL-KEY - THE LOAN'S POOL: RATE BAND, INVESTOR,          *
037900*    PROPERTY STATE, DELINQUENCY BAND (0 CURRENT, 1 30 DAYS,   *
038000*    2 60 DAYS, 3 90 DAYS AND OVER) AND STATUS CODE            *
038100*--------------------------------------------------------------*
038200 01  WS-POOL-KEY.
038300     05 WS-PK-RATE-BAND          PIC X(02).
038400     05 WS-PK-INVESTOR-CODE      PIC X(03).
038500     05 WS-PK-PROP-STATE         PIC X(02).
038600     05 WS-PK-DELQ-BAND          PIC X(01).
038700     05 WS-PK-STATUS-CODE        PIC X(01).
038800
038900*--------------------------------------------------------------*
039000* WS-RATE-TABLE - THE LOANCERT RULES IN FILE ORDER             *
039100*--------------------------------------------------------------*
039200 01  WS-RATE-TABLE.
039300     05 WS-RT-ENTRY OCCURS 200 TIMES.
039400         10 WS-RT-RATE-BAND      PIC X(02).
039500         10 WS-RT-INVESTOR-CODE  PIC X(03).
039600         10 WS-RT-PROP-STATE     PIC X(02).
039700         10 WS-RT-DELQ-BAND      PIC X(01).
039800         10 WS-RT-STATUS-CODE    PIC X(01).
039900         10 WS-RT-LOSS-RATE      PIC S9(3)V9(4) COMP-3.
040000
040100*--------------------------------------------------------------*
040200* WS-POOL-TABLE - ONE ACCUMULATOR ENTRY PER POOL MET THIS      *
040300*    QUARTER OR CARRIED LAST QUARTER, WITH LAST QUARTER'S      *
040400*    ALLOWANCE FOR THE CHANGE COLUMN                           *
040500*--------------------------------------------------------------*
040600 01  WS-POOL-TABLE.
040700     05 WS-PL-ENTRY OCCURS 2000 TIMES.
040800         10 WS-PL-KEY            PIC X(09).
040900         10 WS-PL-LOANS          PIC S9(07)     COMP-3.
041000         10 WS-PL-BALANCE        PIC S9(11)V99  COMP-3.
041100         10 WS-PL-LOSS-RATE      PIC S9(3)V9(4) COMP-3.
041200         10 WS-PL-RATE-SW        PIC X(01).
041300             88 WS-PL-RATE-FOUND                 VALUE "Y".
041400         10 WS-PL-ALLOWANCE      PIC S9(11)V99  COMP-3.
041500         10 WS-PL-PRIOR          PIC S9(11)V99  COMP-3.
041600
041700 01  WS-REPORT-HEADING.
041800     05 FILLER              PIC X(40)  VALUE
041900         "ALLOWANCE FOR CREDIT LOSSES - QUARTER   ".
042000     05 WH-PERIOD-YEAR      PIC 9(04).
042100     05 FILLER              PIC X(01)  VALUE "-".
042200     05 WH-PERIOD-MONTH     PIC 9(02).
042300
042400 01  WS-SECTION-HEADING.
042500     05 WS-SECTION-TITLE         PIC X(80).
042600
042700 01  WS-DETAIL-LINE.
042800     05 WD-LOAN-NUMBER           PIC X(10).
042900     05 FILLER                   PIC X(02)      VALUE SPACES.
043000     05 WD-ACTION                PIC X(22).
043100     05 FILLER                   PIC X(02)      VALUE SPACES.
043200     05 WD-REASON                PIC X(24).
043300     05 FILLER                   PIC X(02)      VALUE SPACES.
043400     05 WD-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
043500
043600 01  WS-POOL-HEADING.
043700     05 FILLER              PIC X(20)
043800         VALUE "RT INV ST D S LOANS ".
043900     05 FILLER              PIC X(20)
044000         VALUE "    BALANCE LOSS-RT ".
044100     05 FILLER              PIC X(20)
044200         VALUE "   ALLOWANCE    PRIO".
044300     05 FILLER              PIC X(18)
044400         VALUE "R QTR       CHANGE".
044500
044600 01  WS-POOL-LINE.
044700     05 WP-POOL-ID.
044800         10 WP-RATE-BAND         PIC X(02).
044900         10 FILLER               PIC X(01)      VALUE SPACES.
045000         10 WP-INVESTOR-CODE     PIC X(03).
045100         10 FILLER               PIC X(01)      VALUE SPACES.
045200         10 WP-PROP-STATE        PIC X(02).
045300         10 FILLER               PIC X(01)      VALUE SPACES.
045400         10 WP-DELQ-BAND         PIC X(01).
045500         10 FILLER               PIC X(01)      VALUE SPACES.
045600         10 WP-STATUS-CODE       PIC X(01).
045700     05 WP-POOL-NAME REDEFINES WP-POOL-ID
045800                                 PIC X(13).
045900     05 FILLER                   PIC X(01)      VALUE SPACES.
046000     05 WP-LOANS                 PIC ZZZZ9.
046100     05 FILLER                   PIC X(01)      VALUE SPACES.
046200     05 WP-BALANCE               PIC ZZZ,ZZZ,ZZ9.
046300     05 FILLER                   PIC X(01)      VALUE SPACES.
046400     05 WP-LOSS-RATE             PIC Z9.9999.
046500     05 FILLER                   PIC X(01)      VALUE SPACES.
046600     05 WP-ALLOWANCE             PIC Z,ZZZ,ZZ9.99.
046700     05 FILLER                   PIC X(01)      VALUE SPACES.
046800     05 WP-PRIOR                 PIC Z,ZZZ,ZZ9.99.
046900     05 FILLER                   PIC X(01)      VALUE SPACES.
047000     05 WP-CHANGE                PIC Z,ZZZ,ZZ9.99-.
047100
047200 01  WS-TOTAL-LINE.
047300     05 WX-LABEL                 PIC X(28).
047400     05 WX-COUNT                 PIC ZZZ,ZZ9.
047500     05 FILLER                   PIC X(02)      VALUE SPACES.
047600     05 WX-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
047700
047800 PROCEDURE DIVISION.
047900*--------------------------------------------------------------*
048000* 0000-MAINLINE                                                *
048100*--------------------------------------------------------------*
048200 0000-MAINLINE.
048300     PERFORM 1000-INITIALIZE
048400     PERFORM 2000-REVIEW-LOANS THRU 2000-REVIEW-LOANS-EXIT
048500         UNTIL END-OF-LOANMAST
048600     PERFORM 2900-REJECT-RESERVE THRU 2900-REJECT-RESERVE-EXIT
048700         UNTIL END-OF-LOANCESR
048800     PERFORM 4000-SUM-CHARGE-OFFS THRU 4000-SUM-CHARGE-OFFS-EXIT
048900     PERFORM 5000-STORE-QUARTER THRU 5000-STORE-QUARTER-EXIT
049000     PERFORM 6000-POST-PROVISION THRU 6000-POST-PROVISION-EXIT
049100     PERFORM 7000-PRINT-POOLS THRU 7000-PRINT-POOLS-EXIT
049200     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
049300     PERFORM 9000-TERMINATE
049400     GOBACK.
049500
049600*--------------------------------------------------------------*
049700* 1000-INITIALIZE - THE PERIOD MUST BE A QUARTER-END MONTH;    *
049800*    THE PRIOR QUARTER IS THE ONE THREE MONTHS EARLIER         *
049900*--------------------------------------------------------------*
050000 1000-INITIALIZE.
050100     PERFORM 1100-VERIFY-CYCLE THRU 1100-VERIFY-CYCLE-EXIT
050200     OPEN INPUT LOANGLIN
050300     IF WS-PARM-STATUS NOT = "00"
050400         DISPLAY "LOANCECL: PARAMETER FILE LOANGLIN MISSING"
050500         MOVE 16 TO RETURN-CODE
050600         GOBACK
050700     END-IF
050800     READ LOANGLIN
050900         AT END
051000             DISPLAY "LOANCECL: PARAMETER RECORD MISSING"
051100             MOVE 16 TO RETURN-CODE
051200             GOBACK
051300     END-READ
051400     IF GL-PERIOD-MONTH NOT = 3 AND NOT = 6
051500             AND NOT = 9 AND NOT = 12
051600         DISPLAY "LOANCECL: PERIOD MONTH " GL-PERIOD-MONTH
051700             " IS NOT A QUARTER END"
051800         MOVE 16 TO RETURN-CODE
051900         GOBACK
052000     END-IF
052100     COMPUTE WS-GL-PERIOD =
052200         (GL-PERIOD-YEAR * 100) + GL-PERIOD-MONTH
052300     IF GL-PERIOD-MONTH = 3
052400         COMPUTE WS-PRIOR-QUARTER =
052500             ((GL-PERIOD-YEAR - 1) * 100) + 12
052600     ELSE
052700         COMPUTE WS-PRIOR-QUARTER = WS-GL-PERIOD - 3
052800     END-IF
052900     OPEN INPUT LOANMAST
053000     IF WS-MAST-STATUS NOT = "00"
053100         DISPLAY "LOANCECL: MASTER FILE LOANMAST MISSING"
053200         MOVE 16 TO RETURN-CODE
053300         GOBACK
053400     END-IF
053500     OPEN INPUT LOANSKIX
053600     IF WS-SKED-STATUS NOT = "00"
053700         DISPLAY "LOANCECL: SCHEDULE FILE LOANSKIX MISSING"
053800         MOVE 16 TO RETURN-CODE
053900         GOBACK
054000     END-IF
054100     OPEN INPUT LOANCOLL
054200     IF WS-COLL-STATUS NOT = "00"
054300         DISPLAY "LOANCECL: COLLATERAL FILE LOANCOLL MISSING"
054400         MOVE 16 TO RETURN-CODE
054500         GOBACK
054600     END-IF
054700     OPEN INPUT LOANDELQ
054800     IF WS-DELQ-STATUS NOT = "00"
054900         DISPLAY "LOANCECL: LOANDELQ MISSING OR EMPTY"
055000         MOVE "Y" TO WS-DELQ-EOF-SW
055100     END-IF
055200*    NO LOANNACF YET MEANS NO LOAN HAS BEEN CHARGED OFF
055300     OPEN INPUT LOANNACF
055400     IF WS-NACF-STATUS = "00"
055500         MOVE "Y" TO WS-NACF-OPEN-SW
055600     END-IF
055700     OPEN INPUT LOANCESR
055800     IF WS-CESR-STATUS NOT = "00"
055900*        NO INDIVIDUALLY REVIEWED LOANS THIS QUARTER
056000         MOVE "Y" TO WS-CESR-EOF-SW
056100     END-IF
056200     OPEN I-O LOANCEAL
056300     IF WS-CEAL-STATUS = "35"
056400*        FIRST-EVER RUN - NO ALLOWANCE HISTORY YET, CREATE ONE
056500         OPEN OUTPUT LOANCEAL
056600         CLOSE LOANCEAL
056700         OPEN I-O LOANCEAL
056800     END-IF
056900     IF WS-CEAL-STATUS NOT = "00"
057000         DISPLAY "LOANCECL: ALLOWANCE FILE LOANCEAL UNUSABLE,"
057100             " STATUS=" WS-CEAL-STATUS
057200         MOVE 16 TO RETURN-CODE
057300         GOBACK
057400     END-IF
057500     OPEN OUTPUT LOANCEPST
057600     OPEN OUTPUT LOANCERP
057700     PERFORM 1200-LOAD-RATES THRU 1200-LOAD-RATES-EXIT
057800     PERFORM 1300-LOAD-PRIOR THRU 1300-LOAD-PRIOR-EXIT
057900     PERFORM 1400-CLEAR-QUARTER THRU 1400-CLEAR-QUARTER-EXIT
058000     MOVE GL-PERIOD-YEAR  TO WH-PERIOD-YEAR
058100     MOVE GL-PERIOD-MONTH TO WH-PERIOD-MONTH
058200     WRITE PRINT-LINE FROM WS-REPORT-HEADING
058300     WRITE PRINT-LINE FROM SPACES
058400     MOVE "INDIVIDUALLY REVIEWED LOANS AND EXCEPTIONS"
058500         TO WS-SECTION-TITLE
058600     WRITE PRINT-LINE FROM WS-SECTION-HEADING
058700     WRITE PRINT-LINE FROM SPACES
058800     IF NOT END-OF-LOANDELQ
058900         READ LOANDELQ
059000             AT END MOVE "Y" TO WS-DELQ-EOF-SW
059100         END-READ
059200     END-IF
059300     IF NOT END-OF-LOANCESR
059400         READ LOANCESR
059500             AT END MOVE "Y" TO WS-CESR-EOF-SW
059600         END-READ
059700     END-IF
059800     READ LOANMAST
059900         AT END MOVE "Y" TO WS-EOF-SW
060000     END-READ.
060100
060200*--------------------------------------------------------------*
060300* 1100-VERIFY-CYCLE - READ THE BUSINESS DATE FROM LOANPARM,    *
060400*    PROVE THE LOANBATCH STEP THAT PRODUCED TONIGHT'S SCHEDULE *
060500*    ENDED CLEAN FOR THAT SAME DATE, AND RECORD THIS STEP'S    *
060600*    OWN START ON THE CYCLE-CONTROL FILE                       *
060700*--------------------------------------------------------------*
060800 1100-VERIFY-CYCLE.
060900     OPEN INPUT LOANPARM
061000     IF WS-RUNC-STATUS NOT = "00"
061100         DISPLAY "LOANCECL: RUN-CONTROL FILE LOANPARM MISSING"
061200         MOVE 16 TO RETURN-CODE
061300         GOBACK
061400     END-IF
061500     READ LOANPARM
061600         AT END
061700             DISPLAY "LOANCECL: RUN-CONTROL RECORD MISSING"
061800             MOVE 16 TO RETURN-CODE
061900             GOBACK
062000     END-READ
062100     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
062200     CLOSE LOANPARM
062300     MOVE "V"              TO WS-CY-FUNCTION
062400     MOVE "LOANBATCH"      TO WS-CY-PROGRAM
062500     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
062600     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST
062700     IF NOT WS-CY-OK
062800         DISPLAY "LOANCECL: LOANSKED NOT PRODUCED CLEAN FOR "
062900             WS-BUSINESS-DATE " - STEP ABORTED"
063000         MOVE 16 TO RETURN-CODE
063100         GOBACK
063200     END-IF
063300     MOVE "S"              TO WS-CY-FUNCTION
063400     MOVE "LOANCECL "      TO WS-CY-PROGRAM
063500     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
063600
063700 1100-VERIFY-CYCLE-EXIT.
063800     EXIT.
063900
064000*--------------------------------------------------------------*
064100* 1200-LOAD-RATES - THE LOSS-RATE TABLE IS REQUIRED; A RULE    *
064200*    WITH A RATE THAT IS NOT NUMERIC, OR MORE RULES THAN THE   *
064300*    TABLE HOLDS, STOPS THE STEP RATHER THAN UNDERSTATE THE    *
064310*    ALLOWANCE                                                 *
064400*--------------------------------------------------------------*
064500 1200-LOAD-RATES.
064600     OPEN INPUT LOANCERT
064700     IF WS-CERT-STATUS NOT = "00"
064800         DISPLAY "LOANCECL: LOSS-RATE TABLE LOANCERT MISSING"
064900         MOVE 16 TO RETURN-CODE
065000         GOBACK
065100     END-IF
065200     MOVE ZERO TO WS-RT-COUNT
065300     READ LOANCERT
065400         AT END MOVE "Y" TO WS-CERT-EOF-SW
065500     END-READ
065600     PERFORM 1210-LOAD-RATE THRU 1210-LOAD-RATE-EXIT
065700         UNTIL END-OF-LOANCERT
065800     CLOSE LOANCERT
065900     IF WS-RT-COUNT = ZERO
066000         DISPLAY "LOANCECL: LOSS-RATE TABLE LOANCERT IS EMPTY"
066100         MOVE 16 TO RETURN-CODE
066200         GOBACK
066300     END-IF.
066400
066500 1200-LOAD-RATES-EXIT.
066600     EXIT.
066700
066800 1210-LOAD-RATE.
066900     IF CR-LOSS-RATE NOT NUMERIC
067000         DISPLAY "LOANCECL: LOSS RATE NOT NUMERIC, RULE "
067100             CR-RATE-BAND CR-INVESTOR-CODE CR-PROP-STATE
067200             CR-DELQ-BAND CR-STATUS-CODE
067300         MOVE 16 TO RETURN-CODE
067400         GOBACK
067500     END-IF
067600     IF WS-RT-COUNT >= 200
067700         DISPLAY "LOANCECL: LOSS-RATE TABLE FULL, MORE THAN 200"
067800             " RULES ON LOANCERT"
067900         MOVE 16 TO RETURN-CODE
068000         GOBACK
068100     END-IF
068200     ADD 1 TO WS-RT-COUNT
068300     MOVE CR-RATE-BAND     TO WS-RT-RATE-BAND(WS-RT-COUNT)
068400     MOVE CR-INVESTOR-CODE TO WS-RT-INVESTOR-CODE(WS-RT-COUNT)
068500     MOVE CR-PROP-STATE    TO WS-RT-PROP-STATE(WS-RT-COUNT)
068600     MOVE CR-DELQ-BAND     TO WS-RT-DELQ-BAND(WS-RT-COUNT)
068700     MOVE CR-STATUS-CODE   TO WS-RT-STATUS-CODE(WS-RT-COUNT)
068800     MOVE CR-LOSS-RATE     TO WS-RT-LOSS-RATE(WS-RT-COUNT)
068900     READ LOANCERT
069000         AT END MOVE "Y" TO WS-CERT-EOF-SW
069100     END-READ.
069200
069300 1210-LOAD-RATE-EXIT.
069400     EXIT.
069500
069600*--------------------------------------------------------------*
069700* 1300-LOAD-PRIOR - LAST QUARTER'S POOLS GO INTO THE POOL      *
069800*    TABLE FIRST, SO A POOL THAT HAS EMPTIED STILL SHOWS ITS   *
069900*    RELEASE. ITS TOTAL RECORD GIVES THE PRIOR ALLOWANCE AND   *
070000*    THE NET CHARGE-OFFS TO DATE IT FOLLOWS                    *
070100*--------------------------------------------------------------*
070200 1300-LOAD-PRIOR.
070300     MOVE ZERO TO WS-PL-COUNT
070400     MOVE "N"  TO WS-CEAL-EOF-SW
070500     MOVE WS-PRIOR-QUARTER TO CA-QUARTER
070600     MOVE LOW-VALUES       TO CA-POOL-KEY
070700     START LOANCEAL KEY NOT LESS THAN CA-KEY
070800         INVALID KEY
070900             MOVE "Y" TO WS-CEAL-EOF-SW
071000     END-START
071100     PERFORM 1310-LOAD-PRIOR-POOL THRU 1310-LOAD-PRIOR-POOL-EXIT
071200         UNTIL END-OF-QUARTER-ROWS.
071300
071400 1300-LOAD-PRIOR-EXIT.
071500     EXIT.
071600
071700 1310-LOAD-PRIOR-POOL.
071800     READ LOANCEAL NEXT RECORD
071900         AT END
072000             MOVE "Y" TO WS-CEAL-EOF-SW
072100             GO TO 1310-LOAD-PRIOR-POOL-EXIT
072200     END-READ
072300     IF CA-QUARTER NOT = WS-PRIOR-QUARTER
072400         MOVE "Y" TO WS-CEAL-EOF-SW
072500         GO TO 1310-LOAD-PRIOR-POOL-EXIT
072600     END-IF
072700     IF CA-POOL-KEY = "TOTAL    "
072800         MOVE CA-ALLOWANCE      TO WS-PRIOR-TOTAL
072900         MOVE CA-CUM-NET-CHGOFF TO WS-PRIOR-CUM-NCO
073000         GO TO 1310-LOAD-PRIOR-POOL-EXIT
073100     END-IF
073200     MOVE CA-POOL-KEY TO WS-POOL-KEY
073300     PERFORM 3100-FIND-POOL THRU 3100-FIND-POOL-EXIT
073400     ADD CA-ALLOWANCE TO WS-PL-PRIOR(WS-PL-FOUND-SUB).
073500
073600 1310-LOAD-PRIOR-POOL-EXIT.
073700     EXIT.
073800
073900*--------------------------------------------------------------*
074000* 1400-CLEAR-QUARTER - A RERUN OF THE SAME QUARTER REPLACES    *
074100*    WHAT THE EARLIER RUN STORED                               *
074200*--------------------------------------------------------------*
074300 1400-CLEAR-QUARTER.
074400     MOVE "N"          TO WS-CEAL-EOF-SW
074500     MOVE WS-GL-PERIOD TO CA-QUARTER
074600     MOVE LOW-VALUES   TO CA-POOL-KEY
074700     START LOANCEAL KEY NOT LESS THAN CA-KEY
074800         INVALID KEY
074900             MOVE "Y" TO WS-CEAL-EOF-SW
075000     END-START
075100     PERFORM 1410-CLEAR-ROW THRU 1410-CLEAR-ROW-EXIT
075200         UNTIL END-OF-QUARTER-ROWS.
075300
075400 1400-CLEAR-QUARTER-EXIT.
075500     EXIT.
075600
075700 1410-CLEAR-ROW.
075800     READ LOANCEAL NEXT RECORD
075900         AT END
076000             MOVE "Y" TO WS-CEAL-EOF-SW
076100             GO TO 1410-CLEAR-ROW-EXIT
076200     END-READ
076300     IF CA-QUARTER NOT = WS-GL-PERIOD
076400         MOVE "Y" TO WS-CEAL-EOF-SW
076500         GO TO 1410-CLEAR-ROW-EXIT
076600     END-IF
076700     DELETE LOANCEAL RECORD
076800         INVALID KEY
076900             DISPLAY "LOANCECL: DELETE FAILED, POOL " CA-POOL-KEY
077000     END-DELETE.
077100
077200 1410-CLEAR-ROW-EXIT.
077300     EXIT.
077400
077500*--------------------------------------------------------------*
077600* 2000-REVIEW-LOANS - ONE LOAN PER ITERATION: GATHER ITS LATE  *
077700*    MONTHS AND ANY SPECIFIC RESERVE, PRICE ITS BALANCE AND    *
077800*    REMAINING-LIFE EXPOSURE OFF THE SCHEDULE, THEN RESERVE IT *
077900*    INDIVIDUALLY OR IN ITS POOL. A PAID-OFF LOAN CARRIES NO   *
078000*    ALLOWANCE. A LOAN PAST ITS LAST MONTH HAS NO SCHEDULED    *
078010*    BALANCE TO PRICE, SO IT IS LISTED NOT RESERVED, AS IS ONE *
078020*    WITH NO SCHEDULE ROW OR NO BOOK BALANCE; A SPECIFIC       *
078030*    RESERVE DROPPED ON ANY OF THESE IS LISTED AS IGNORED.     *
078100*--------------------------------------------------------------*
078200 2000-REVIEW-LOANS.
078300     MOVE ZERO TO WS-LATE-MONTHS
078400     MOVE "N"  TO WS-SPECIFIC-SW
078500     PERFORM 2100-SKIP-DELQ THRU 2100-SKIP-DELQ-EXIT
078600         UNTIL END-OF-LOANDELQ
078700             OR DQ-LOAN-NUMBER NOT < LM-LOAN-NUMBER
078800     PERFORM 2150-COUNT-DELQ THRU 2150-COUNT-DELQ-EXIT
078900         UNTIL END-OF-LOANDELQ
079000             OR DQ-LOAN-NUMBER NOT = LM-LOAN-NUMBER
079100     PERFORM 2900-REJECT-RESERVE THRU 2900-REJECT-RESERVE-EXIT
079200         UNTIL END-OF-LOANCESR
079300             OR SR-LOAN-NUMBER NOT < LM-LOAN-NUMBER
079400     IF NOT END-OF-LOANCESR
079500             AND SR-LOAN-NUMBER = LM-LOAN-NUMBER
079600         MOVE "Y"            TO WS-SPECIFIC-SW
079700         MOVE SR-RESERVE-AMT TO WS-SPECIFIC-AMT
079800         READ LOANCESR
079900             AT END MOVE "Y" TO WS-CESR-EOF-SW
080000         END-READ
080100     END-IF
080200     IF LM-STAT-PAIDOFF
080300         IF LOAN-HAS-SPECIFIC
080400             ADD 1 TO WS-EXCEPT-COUNT
080500             MOVE LM-LOAN-NUMBER TO WD-LOAN-NUMBER
080600             MOVE "RESERVE IGNORED       " TO WD-ACTION
080700             MOVE "LOAN PAID OFF           " TO WD-REASON
080800             MOVE WS-SPECIFIC-AMT TO WD-AMOUNT
080900             WRITE PRINT-LINE FROM WS-DETAIL-LINE
081000         END-IF
081100         GO TO 2000-REVIEW-LOANS-NEXT
081200     END-IF
081300     COMPUTE WS-PERIOD-MONTH-NO =
081400         ((GL-PERIOD-YEAR * 12) + GL-PERIOD-MONTH)
081500         - ((LM-FIRST-PMT-YEAR * 12) + LM-FIRST-PMT-MONTH)
081600         + 1
081700     IF WS-PERIOD-MONTH-NO > LM-LOANTERM
081710         ADD 1 TO WS-PAST-TERM-COUNT
081720         MOVE "PAST TERM               " TO WD-REASON
081730         PERFORM 2800-NOT-RESERVED THRU 2800-NOT-RESERVED-EXIT
081800         GO TO 2000-REVIEW-LOANS-NEXT
081900     END-IF
082000     PERFORM 2200-PRICE-EXPOSURE THRU 2200-PRICE-EXPOSURE-EXIT
082100     IF NOT PERIOD-ROW-FOUND
082500         MOVE "NO SCHEDULE ROW         " TO WD-REASON
082600         PERFORM 2800-NOT-RESERVED THRU 2800-NOT-RESERVED-EXIT
082800         GO TO 2000-REVIEW-LOANS-NEXT
082900     END-IF
083000     PERFORM 2300-NET-CHARGE-OFF THRU 2300-NET-CHARGE-OFF-EXIT
083100     IF WS-BOOK-BALANCE NOT > ZERO
083110         MOVE "NO BOOK BALANCE         " TO WD-REASON
083120         PERFORM 2800-NOT-RESERVED THRU 2800-NOT-RESERVED-EXIT
083200         GO TO 2000-REVIEW-LOANS-NEXT
083300     END-IF
083400     IF LOAN-HAS-SPECIFIC
083500         IF LM-STAT-FORECLOSE OR LM-STAT-BANKRUPT
083600             PERFORM 2500-SPECIFIC-RESERVE
083700                 THRU 2500-SPECIFIC-RESERVE-EXIT
083800             GO TO 2000-REVIEW-LOANS-NEXT
083900         END-IF
084000         ADD 1 TO WS-EXCEPT-COUNT
084100         MOVE LM-LOAN-NUMBER TO WD-LOAN-NUMBER
084200         MOVE "RESERVE IGNORED       " TO WD-ACTION
084300         MOVE "NOT IN FCL OR BANKRUPTCY" TO WD-REASON
084400         MOVE WS-SPECIFIC-AMT TO WD-AMOUNT
084500         WRITE PRINT-LINE FROM WS-DETAIL-LINE
084600     END-IF
084700     PERFORM 3000-POOL-RESERVE THRU 3000-POOL-RESERVE-EXIT.
084800
084900 2000-REVIEW-LOANS-NEXT.
085000     READ LOANMAST
085100         AT END MOVE "Y" TO WS-EOF-SW
085200     END-READ.
085300
085400 2000-REVIEW-LOANS-EXIT.
085500     EXIT.
085600
085700*--------------------------------------------------------------*
085800* 2100-SKIP-DELQ - LATE MONTHS FOR A LOAN NO LONGER ON THE     *
085900*    MASTER ARE PASSED OVER                                    *
086000*--------------------------------------------------------------*
086100 2100-SKIP-DELQ.
086200     READ LOANDELQ
086300         AT END MOVE "Y" TO WS-DELQ-EOF-SW
086400     END-READ.
086500
086600 2100-SKIP-DELQ-EXIT.
086700     EXIT.
086800
086900*--------------------------------------------------------------*
087000* 2150-COUNT-DELQ - ONE LATE MONTH FOR THE CURRENT LOAN        *
087100*--------------------------------------------------------------*
087200 2150-COUNT-DELQ.
087300     ADD 1 TO WS-LATE-MONTHS
087400     READ LOANDELQ
087500         AT END MOVE "Y" TO WS-DELQ-EOF-SW
087600     END-READ.
087700
087800 2150-COUNT-DELQ-EXIT.
087900     EXIT.
088000
088100*--------------------------------------------------------------*
088200* 2200-PRICE-EXPOSURE - THE BALANCE AT THE PERIOD MONTH AND    *
088300*    THE REMAINING-LIFE EXPOSURE: THE SUM OF THE BALANCES THE  *
088400*    LOAN IS SCHEDULED TO CARRY INTO EACH MONTH IT HAS LEFT. A *
088500*    LOAN NOT YET AT ITS FIRST PAYMENT STARTS FROM PRINCIPAL.  *
088600*--------------------------------------------------------------*
088700 2200-PRICE-EXPOSURE.
088800     MOVE "N"  TO WS-PERIOD-ROW-SW
088900     MOVE "N"  TO WS-SKED-DONE-SW
089000     MOVE ZERO TO WS-CUR-BALANCE
089100     MOVE ZERO TO WS-EXPOSURE
089200     MOVE LM-LOAN-NUMBER TO SX-LOAN-NUMBER
089300     IF WS-PERIOD-MONTH-NO < 1
089400         MOVE "Y"          TO WS-PERIOD-ROW-SW
089500         MOVE LM-PRINCIPAL TO WS-CUR-BALANCE
089600         MOVE 1            TO SX-MONTH
089700     ELSE
089800         MOVE WS-PERIOD-MONTH-NO TO SX-MONTH
089900     END-IF
090000     START LOANSKIX KEY NOT LESS THAN SX-KEY
090100         INVALID KEY
090200             MOVE "Y" TO WS-SKED-DONE-SW
090300     END-START
090400     PERFORM 2210-SUM-BALANCE THRU 2210-SUM-BALANCE-EXIT
090500         UNTIL SKED-SCAN-DONE
090600     ADD WS-CUR-BALANCE TO WS-EXPOSURE.
090700
090800 2200-PRICE-EXPOSURE-EXIT.
090900     EXIT.
091000
091100 2210-SUM-BALANCE.
091200     READ LOANSKIX NEXT RECORD
091300         AT END
091400             MOVE "Y" TO WS-SKED-DONE-SW
091500             GO TO 2210-SUM-BALANCE-EXIT
091600     END-READ
091700     IF SX-LOAN-NUMBER NOT = LM-LOAN-NUMBER
091800         MOVE "Y" TO WS-SKED-DONE-SW
091900         GO TO 2210-SUM-BALANCE-EXIT
092000     END-IF
092100     IF SX-MONTH = WS-PERIOD-MONTH-NO
092200         MOVE "Y"        TO WS-PERIOD-ROW-SW
092300         MOVE SX-BALANCE TO WS-CUR-BALANCE
092400     END-IF
092500     IF SX-MONTH > WS-PERIOD-MONTH-NO
092600         ADD SX-BALANCE TO WS-EXPOSURE
092700     END-IF.
092800
092900 2210-SUM-BALANCE-EXIT.
093000     EXIT.
093100
093200*--------------------------------------------------------------*
093300* 2300-NET-CHARGE-OFF - A CHARGED-OFF LOAN IS CARRIED NET OF   *
093400*    THE AMOUNT CHARGED, AND ITS EXPOSURE SCALED DOWN TO MATCH *
093500*--------------------------------------------------------------*
093600 2300-NET-CHARGE-OFF.
093700     MOVE WS-CUR-BALANCE TO WS-BOOK-BALANCE
093800     IF NOT NACF-OPEN
093900         GO TO 2300-NET-CHARGE-OFF-EXIT
094000     END-IF
094100     MOVE LM-LOAN-NUMBER TO NA-LOAN-NUMBER
094200     READ LOANNACF
094300     IF WS-NACF-STATUS NOT = "00"
094400         GO TO 2300-NET-CHARGE-OFF-EXIT
094500     END-IF
094600     IF NOT NA-CHARGED-OFF
094700         GO TO 2300-NET-CHARGE-OFF-EXIT
094800     END-IF
094900     COMPUTE WS-BOOK-BALANCE = WS-CUR-BALANCE - NA-CHARGEOFF-AMT
095000     IF WS-BOOK-BALANCE NOT > ZERO
095100         MOVE ZERO TO WS-BOOK-BALANCE
095200         GO TO 2300-NET-CHARGE-OFF-EXIT
095300     END-IF
095400     COMPUTE WS-EXPOSURE ROUNDED =
095500         WS-EXPOSURE * WS-BOOK-BALANCE / WS-CUR-BALANCE.
095600
095700 2300-NET-CHARGE-OFF-EXIT.
095800     EXIT.
095900
096000*--------------------------------------------------------------*
096100* 2500-SPECIFIC-RESERVE - AN INDIVIDUALLY REVIEWED LOAN        *
096200*    CARRIES THE RESERVE FINANCE SET FOR IT, OUTSIDE ANY POOL  *
096300*--------------------------------------------------------------*
096400 2500-SPECIFIC-RESERVE.
096500     MOVE "SPECIFIC " TO WS-POOL-KEY
096600     PERFORM 3100-FIND-POOL THRU 3100-FIND-POOL-EXIT
096700     MOVE "Y"  TO WS-PL-RATE-SW(WS-PL-FOUND-SUB)
096800     MOVE ZERO TO WS-PL-LOSS-RATE(WS-PL-FOUND-SUB)
096900     ADD 1               TO WS-PL-LOANS(WS-PL-FOUND-SUB)
097000     ADD WS-BOOK-BALANCE TO WS-PL-BALANCE(WS-PL-FOUND-SUB)
097100     ADD WS-SPECIFIC-AMT TO WS-PL-ALLOWANCE(WS-PL-FOUND-SUB)
097200     ADD 1               TO WS-SPECIFIC-COUNT
097300     ADD WS-SPECIFIC-AMT TO WS-SPECIFIC-TOTAL
097400     MOVE LM-LOAN-NUMBER TO WD-LOAN-NUMBER
097500     MOVE "SPECIFIC RESERVE      " TO WD-ACTION
097600     IF LM-STAT-FORECLOSE
097700         MOVE "FORECLOSURE             " TO WD-REASON
097800     ELSE
097900         MOVE "BANKRUPTCY              " TO WD-REASON
098000     END-IF
098100     MOVE WS-SPECIFIC-AMT TO WD-AMOUNT
098200     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
098300
098400 2500-SPECIFIC-RESERVE-EXIT.
098500     EXIT.
098600
098700*--------------------------------------------------------------*
098701* 2800-NOT-RESERVED - THE LOAN CARRIES NO ALLOWANCE FOR THE    *
098702*    REASON ALREADY IN WD-REASON; A SPECIFIC RESERVE FINANCE   *
098703*    SET FOR IT IS LISTED AS IGNORED FOR THE SAME REASON       *
098704*--------------------------------------------------------------*
098705 2800-NOT-RESERVED.
098706     ADD 1 TO WS-EXCEPT-COUNT
098707     MOVE LM-LOAN-NUMBER TO WD-LOAN-NUMBER
098708     MOVE "NOT RESERVED          " TO WD-ACTION
098709     MOVE ZERO           TO WD-AMOUNT
098710     WRITE PRINT-LINE FROM WS-DETAIL-LINE
098711     IF LOAN-HAS-SPECIFIC
098712         ADD 1 TO WS-EXCEPT-COUNT
098713         MOVE "RESERVE IGNORED       " TO WD-ACTION
098714         MOVE WS-SPECIFIC-AMT TO WD-AMOUNT
098715         WRITE PRINT-LINE FROM WS-DETAIL-LINE
098716     END-IF.
098717
098718 2800-NOT-RESERVED-EXIT.
098719     EXIT.
098720
098721*--------------------------------------------------------------*
098800* 2900-REJECT-RESERVE - A SPECIFIC RESERVE FOR A LOAN NOT ON   *
098900*    THE MASTER; ALSO DRAINS WHAT IS LEFT AFTER THE LAST LOAN  *
099000*--------------------------------------------------------------*
099100 2900-REJECT-RESERVE.
099200     ADD 1 TO WS-EXCEPT-COUNT
099300     MOVE SR-LOAN-NUMBER TO WD-LOAN-NUMBER
099400     MOVE "RESERVE IGNORED       " TO WD-ACTION
099500     MOVE "LOAN NOT ON MASTER      " TO WD-REASON
099600     MOVE SR-RESERVE-AMT TO WD-AMOUNT
099700     WRITE PRINT-LINE FROM WS-DETAIL-LINE
099800     READ LOANCESR
099900         AT END MOVE "Y" TO WS-CESR-EOF-SW
100000     END-READ.
100100
100200 2900-REJECT-RESERVE-EXIT.
100300     EXIT.
100400
100500*--------------------------------------------------------------*
100600* 3000-POOL-RESERVE - BUILD THE LOAN'S POOL KEY AND ROLL IT    *
100700*    IN: THE ALLOWANCE IS THE EXPOSURE TIMES THE POOL'S ANNUAL *
100800*    LOSS RATE, TAKEN A MONTH AT A TIME. A BLANK STATUS        *
100900*    IS ACTIVE; A LOAN WITH NO COLLATERAL RECORD HAS NO STATE. *
101000*--------------------------------------------------------------*
101100 3000-POOL-RESERVE.
101200     MOVE LM-RATE          TO WS-RATE-WHOLE
101300     MOVE WS-RATE-WHOLE    TO WS-PK-RATE-BAND
101400     MOVE LM-INVESTOR-CODE TO WS-PK-INVESTOR-CODE
101500     MOVE LM-LOAN-NUMBER   TO CO-LOAN-NUMBER
101600     READ LOANCOLL
101700     IF WS-COLL-STATUS = "00"
101800         MOVE CO-PROP-STATE TO WS-PK-PROP-STATE
101900     ELSE
102000         MOVE SPACES        TO WS-PK-PROP-STATE
102100     END-IF
102200     EVALUATE TRUE
102300         WHEN WS-LATE-MONTHS = ZERO
102400             MOVE "0" TO WS-PK-DELQ-BAND
102500         WHEN WS-LATE-MONTHS = 1
102600             MOVE "1" TO WS-PK-DELQ-BAND
102700         WHEN WS-LATE-MONTHS = 2
102800             MOVE "2" TO WS-PK-DELQ-BAND
102900         WHEN OTHER
103000             MOVE "3" TO WS-PK-DELQ-BAND
103100     END-EVALUATE
103200     MOVE LM-STATUS-CODE   TO WS-PK-STATUS-CODE
103300     IF LM-STATUS-CODE = SPACE
103400         MOVE "A"          TO WS-PK-STATUS-CODE
103500     END-IF
103600     PERFORM 3100-FIND-POOL THRU 3100-FIND-POOL-EXIT
103700     IF WS-PL-RATE-SW(WS-PL-FOUND-SUB) = SPACE
103800         PERFORM 3200-FIND-RATE THRU 3200-FIND-RATE-EXIT
103900     END-IF
104000     IF NOT WS-PL-RATE-FOUND(WS-PL-FOUND-SUB)
104100         ADD 1 TO WS-NO-RATE-COUNT
104200     END-IF
104300     COMPUTE WS-LOAN-ALLOWANCE ROUNDED =
104400         WS-EXPOSURE * WS-PL-LOSS-RATE(WS-PL-FOUND-SUB) / 1200
104500     ADD 1                 TO WS-PL-LOANS(WS-PL-FOUND-SUB)
104600     ADD WS-BOOK-BALANCE   TO WS-PL-BALANCE(WS-PL-FOUND-SUB)
104700     ADD WS-LOAN-ALLOWANCE TO WS-PL-ALLOWANCE(WS-PL-FOUND-SUB)
104800     ADD 1                 TO WS-POOLED-COUNT
104900     ADD WS-LOAN-ALLOWANCE TO WS-POOLED-TOTAL.
105000
105100 3000-POOL-RESERVE-EXIT.
105200     EXIT.
105300
105400*--------------------------------------------------------------*
105500* 3100-FIND-POOL - FIND OR ADD THE POOL IN WS-POOL-KEY, ITS    *
105600*    SUBSCRIPT LEFT IN WS-PL-FOUND-SUB. A POOL THE TABLE HAS   *
105610*    NO ROOM FOR STOPS THE STEP RATHER THAN MISSTATE A POOL.   *
105700*--------------------------------------------------------------*
105800 3100-FIND-POOL.
105900     MOVE ZERO TO WS-PL-FOUND-SUB
106000     PERFORM 3110-MATCH-POOL THRU 3110-MATCH-POOL-EXIT
106100         VARYING WS-PL-SUB FROM 1 BY 1
106200         UNTIL WS-PL-SUB > WS-PL-COUNT
106300             OR WS-PL-FOUND-SUB > ZERO
106400     IF WS-PL-FOUND-SUB > ZERO
106500         GO TO 3100-FIND-POOL-EXIT
106600     END-IF
106700     IF WS-PL-COUNT >= 2000
106800         DISPLAY "LOANCECL: POOL TABLE FULL AT 2000 POOLS, POOL "
106900             WS-POOL-KEY " - STEP ABORTED"
107000         MOVE 16 TO RETURN-CODE
107100         PERFORM 9000-TERMINATE
107110         GOBACK
107200     END-IF
107300     ADD 1 TO WS-PL-COUNT
107400     MOVE WS-PL-COUNT TO WS-PL-FOUND-SUB
107500     MOVE WS-POOL-KEY TO WS-PL-KEY(WS-PL-FOUND-SUB)
107600     MOVE ZERO        TO WS-PL-LOANS(WS-PL-FOUND-SUB)
107700     MOVE ZERO        TO WS-PL-BALANCE(WS-PL-FOUND-SUB)
107800     MOVE ZERO        TO WS-PL-LOSS-RATE(WS-PL-FOUND-SUB)
107900     MOVE SPACE       TO WS-PL-RATE-SW(WS-PL-FOUND-SUB)
108000     MOVE ZERO        TO WS-PL-ALLOWANCE(WS-PL-FOUND-SUB)
108100     MOVE ZERO        TO WS-PL-PRIOR(WS-PL-FOUND-SUB).
108200
108300 3100-FIND-POOL-EXIT.
108400     EXIT.
108500
108600 3110-MATCH-POOL.
108700     IF WS-PL-KEY(WS-PL-SUB) = WS-POOL-KEY
108800         MOVE WS-PL-SUB TO WS-PL-FOUND-SUB
108900     END-IF.
109000
109100 3110-MATCH-POOL-EXIT.
109200     EXIT.
109300
109400*--------------------------------------------------------------*
109500* 3200-FIND-RATE - THE FIRST LOANCERT RULE WHOSE EVERY FIELD   *
109600*    EQUALS THE POOL'S OR IS ALL ASTERISKS. A POOL NO RULE     *
109700*    MATCHES IS RESERVED AT ZERO AND FLAGGED ON THE REPORT.    *
109800*--------------------------------------------------------------*
109900 3200-FIND-RATE.
110000     MOVE ZERO TO WS-RT-FOUND-SUB
110100     PERFORM 3210-MATCH-RATE THRU 3210-MATCH-RATE-EXIT
110200         VARYING WS-RT-SUB FROM 1 BY 1
110300         UNTIL WS-RT-SUB > WS-RT-COUNT
110400             OR WS-RT-FOUND-SUB > ZERO
110500     IF WS-RT-FOUND-SUB = ZERO
110600         MOVE "N"  TO WS-PL-RATE-SW(WS-PL-FOUND-SUB)
110700         MOVE ZERO TO WS-PL-LOSS-RATE(WS-PL-FOUND-SUB)
110800     ELSE
110900         MOVE "Y"  TO WS-PL-RATE-SW(WS-PL-FOUND-SUB)
111000         MOVE WS-RT-LOSS-RATE(WS-RT-FOUND-SUB)
111100             TO WS-PL-LOSS-RATE(WS-PL-FOUND-SUB)
111200     END-IF.
111300
111400 3200-FIND-RATE-EXIT.
111500     EXIT.
111600
111700 3210-MATCH-RATE.
111800     IF (WS-RT-RATE-BAND(WS-RT-SUB) = WS-PK-RATE-BAND
111900             OR WS-RT-RATE-BAND(WS-RT-SUB) = "**")
112000         AND (WS-RT-INVESTOR-CODE(WS-RT-SUB) = WS-PK-INVESTOR-CODE
112100             OR WS-RT-INVESTOR-CODE(WS-RT-SUB) = "***")
112200         AND (WS-RT-PROP-STATE(WS-RT-SUB) = WS-PK-PROP-STATE
112300             OR WS-RT-PROP-STATE(WS-RT-SUB) = "**")
112400         AND (WS-RT-DELQ-BAND(WS-RT-SUB) = WS-PK-DELQ-BAND
112500             OR WS-RT-DELQ-BAND(WS-RT-SUB) = "*")
112600         AND (WS-RT-STATUS-CODE(WS-RT-SUB) = WS-PK-STATUS-CODE
112700             OR WS-RT-STATUS-CODE(WS-RT-SUB) = "*")
112800         MOVE WS-RT-SUB TO WS-RT-FOUND-SUB
112900     END-IF.
113000
113100 3210-MATCH-RATE-EXIT.
113200     EXIT.
113300
113400*--------------------------------------------------------------*
113500* 4000-SUM-CHARGE-OFFS - CHARGE-OFFS LESS RECOVERIES ACROSS    *
113600*    LOANNACF: THE NET CHARGE-OFFS LOANNACR HAS TAKEN AGAINST  *
113700*    THE ALLOWANCE SINCE THE FILE BEGAN                        *
113800*--------------------------------------------------------------*
113900 4000-SUM-CHARGE-OFFS.
114000     MOVE ZERO TO WS-CUM-NCO
114100     IF NOT NACF-OPEN
114200         GO TO 4000-SUM-CHARGE-OFFS-EXIT
114300     END-IF
114400     MOVE "N"        TO WS-NACF-EOF-SW
114500     MOVE LOW-VALUES TO NA-LOAN-NUMBER
114600     START LOANNACF KEY NOT LESS THAN NA-LOAN-NUMBER
114700         INVALID KEY
114800             MOVE "Y" TO WS-NACF-EOF-SW
114900     END-START
115000     PERFORM 4100-SUM-NACF THRU 4100-SUM-NACF-EXIT
115100         UNTIL END-OF-LOANNACF.
115200
115300 4000-SUM-CHARGE-OFFS-EXIT.
115400     EXIT.
115500
115600 4100-SUM-NACF.
115700     READ LOANNACF NEXT RECORD
115800         AT END
115900             MOVE "Y" TO WS-NACF-EOF-SW
116000             GO TO 4100-SUM-NACF-EXIT
116100     END-READ
116200     ADD NA-CHARGEOFF-AMT      TO WS-CUM-NCO
116300     SUBTRACT NA-RECOVERED-AMT FROM WS-CUM-NCO.
116400
116500 4100-SUM-NACF-EXIT.
116600     EXIT.
116700
116800*--------------------------------------------------------------*
116900* 5000-STORE-QUARTER - ONE LOANCEAL RECORD PER POOL FOR THIS   *
117000*    QUARTER, THEN THE TOTAL RECORD NEXT QUARTER STARTS FROM   *
117100*--------------------------------------------------------------*
117200 5000-STORE-QUARTER.
117300     MOVE ZERO TO WS-ALLOWANCE-TOTAL
117400     PERFORM 5100-STORE-POOL THRU 5100-STORE-POOL-EXIT
117500         VARYING WS-PL-SUB FROM 1 BY 1
117600         UNTIL WS-PL-SUB > WS-PL-COUNT
117700     MOVE SPACES             TO LOANCEAL-RECORD
117800     MOVE WS-GL-PERIOD       TO CA-QUARTER
117900     MOVE "TOTAL    "        TO CA-POOL-KEY
118000     COMPUTE CA-LOANS = WS-POOLED-COUNT + WS-SPECIFIC-COUNT
118100     MOVE ZERO               TO CA-BALANCE
118200     MOVE ZERO               TO CA-LOSS-RATE
118300     MOVE WS-ALLOWANCE-TOTAL TO CA-ALLOWANCE
118400     MOVE WS-PRIOR-TOTAL     TO CA-PRIOR-ALLOWANCE
118500     MOVE WS-CUM-NCO         TO CA-CUM-NET-CHGOFF
118600     PERFORM 5900-WRITE-CEAL THRU 5900-WRITE-CEAL-EXIT.
118700
118800 5000-STORE-QUARTER-EXIT.
118900     EXIT.
119000
119100 5100-STORE-POOL.
119200     MOVE SPACES                     TO LOANCEAL-RECORD
119300     MOVE WS-GL-PERIOD               TO CA-QUARTER
119400     MOVE WS-PL-KEY(WS-PL-SUB)       TO CA-POOL-KEY
119500     MOVE WS-PL-LOANS(WS-PL-SUB)     TO CA-LOANS
119600     MOVE WS-PL-BALANCE(WS-PL-SUB)   TO CA-BALANCE
119700     MOVE WS-PL-LOSS-RATE(WS-PL-SUB) TO CA-LOSS-RATE
119800     MOVE WS-PL-ALLOWANCE(WS-PL-SUB) TO CA-ALLOWANCE
119900     MOVE WS-PL-PRIOR(WS-PL-SUB)     TO CA-PRIOR-ALLOWANCE
120000     MOVE ZERO                       TO CA-CUM-NET-CHGOFF
120100     PERFORM 5900-WRITE-CEAL THRU 5900-WRITE-CEAL-EXIT
120200     ADD WS-PL-ALLOWANCE(WS-PL-SUB)  TO WS-ALLOWANCE-TOTAL.
120300
120400 5100-STORE-POOL-EXIT.
120500     EXIT.
120600
120700 5900-WRITE-CEAL.
120800     WRITE LOANCEAL-RECORD
120900         INVALID KEY
121000             DISPLAY "LOANCECL: WRITE FAILED, POOL " CA-POOL-KEY
121100     END-WRITE.
121200
121300 5900-WRITE-CEAL-EXIT.
121400     EXIT.
121500
121600*--------------------------------------------------------------*
121700* 6000-POST-PROVISION - THE PROVISION BRINGS THE ALLOWANCE     *
121800*    FROM LAST QUARTER'S FIGURE, LESS THE NET CHARGE-OFFS      *
121900*    BOOKED SINCE, UP OR DOWN TO THIS QUARTER'S: AN INCREASE   *
122000*    DEBITS 5100 AND CREDITS 1290, A RELEASE THE REVERSE       *
122100*--------------------------------------------------------------*
122200 6000-POST-PROVISION.
122300     COMPUTE WS-QUARTER-NCO = WS-CUM-NCO - WS-PRIOR-CUM-NCO
122400     COMPUTE WS-PROVISION =
122500         WS-ALLOWANCE-TOTAL - WS-PRIOR-TOTAL + WS-QUARTER-NCO
122600     IF WS-PROVISION = ZERO
122700         GO TO 6000-POST-PROVISION-EXIT
122800     END-IF
122900     IF WS-PROVISION > ZERO
123000         MOVE WS-PROVISION TO WS-POST-AMOUNT
123100         MOVE "5100"       TO WS-DEBIT-ACCT
123200         MOVE "1290"       TO WS-CREDIT-ACCT
123300     ELSE
123400         COMPUTE WS-POST-AMOUNT = ZERO - WS-PROVISION
123500         MOVE "1290"       TO WS-DEBIT-ACCT
123600         MOVE "5100"       TO WS-CREDIT-ACCT
123700     END-IF
123800     MOVE SPACES          TO LOANCEPST-RECORD
123900     MOVE WS-DEBIT-ACCT   TO GP-ACCOUNT
124000     MOVE "D"             TO GP-DR-CR
124100     MOVE SPACES          TO GP-LOAN-NUMBER
124200     MOVE WS-GL-PERIOD    TO GP-PERIOD
124300     MOVE WS-POST-AMOUNT  TO GP-AMOUNT
124400     WRITE LOANCEPST-RECORD
124500     ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
124600     MOVE SPACES          TO LOANCEPST-RECORD
124700     MOVE WS-CREDIT-ACCT  TO GP-ACCOUNT
124800     MOVE "C"             TO GP-DR-CR
124900     MOVE SPACES          TO GP-LOAN-NUMBER
125000     MOVE WS-GL-PERIOD    TO GP-PERIOD
125100     MOVE WS-POST-AMOUNT  TO GP-AMOUNT
125200     WRITE LOANCEPST-RECORD
125300     ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL.
125400
125500 6000-POST-PROVISION-EXIT.
125600     EXIT.
125700
125800*--------------------------------------------------------------*
125900* 7000-PRINT-POOLS - ONE LINE PER POOL IN KEY ORDER, READ      *
126000*    BACK FROM WHAT WAS STORED ON LOANCEAL FOR THIS QUARTER    *
126100*--------------------------------------------------------------*
126200 7000-PRINT-POOLS.
126300     WRITE PRINT-LINE FROM SPACES
126400     MOVE "ALLOWANCE BY POOL" TO WS-SECTION-TITLE
126500     WRITE PRINT-LINE FROM WS-SECTION-HEADING
126600     WRITE PRINT-LINE FROM SPACES
126700     WRITE PRINT-LINE FROM WS-POOL-HEADING
126800     MOVE ZERO         TO WS-REPORTED-TOTAL
126900     MOVE "N"          TO WS-CEAL-EOF-SW
127000     MOVE WS-GL-PERIOD TO CA-QUARTER
127100     MOVE LOW-VALUES   TO CA-POOL-KEY
127200     START LOANCEAL KEY NOT LESS THAN CA-KEY
127300         INVALID KEY
127400             MOVE "Y" TO WS-CEAL-EOF-SW
127500     END-START
127600     PERFORM 7100-PRINT-POOL THRU 7100-PRINT-POOL-EXIT
127700         UNTIL END-OF-QUARTER-ROWS.
127800
127900 7000-PRINT-POOLS-EXIT.
128000     EXIT.
128100
128200 7100-PRINT-POOL.
128300     READ LOANCEAL NEXT RECORD
128400         AT END
128500             MOVE "Y" TO WS-CEAL-EOF-SW
128600             GO TO 7100-PRINT-POOL-EXIT
128700     END-READ
128800     IF CA-QUARTER NOT = WS-GL-PERIOD
128900         MOVE "Y" TO WS-CEAL-EOF-SW
129000         GO TO 7100-PRINT-POOL-EXIT
129100     END-IF
129200     IF CA-POOL-KEY = "TOTAL    "
129300         GO TO 7100-PRINT-POOL-EXIT
129400     END-IF
129500     IF CA-POOL-KEY = "SPECIFIC "
129600         MOVE "SPECIFIC"        TO WP-POOL-NAME
129700     ELSE
129800         MOVE CA-POOL-KEY       TO WS-POOL-KEY
129900         MOVE WS-PK-RATE-BAND     TO WP-RATE-BAND
130000         MOVE WS-PK-INVESTOR-CODE TO WP-INVESTOR-CODE
130100         MOVE WS-PK-PROP-STATE    TO WP-PROP-STATE
130200         MOVE WS-PK-DELQ-BAND     TO WP-DELQ-BAND
130300         MOVE WS-PK-STATUS-CODE   TO WP-STATUS-CODE
130400     END-IF
130500     MOVE CA-LOANS           TO WP-LOANS
130600     MOVE CA-BALANCE         TO WP-BALANCE
130700     MOVE CA-LOSS-RATE       TO WP-LOSS-RATE
130800     MOVE CA-ALLOWANCE       TO WP-ALLOWANCE
130900     MOVE CA-PRIOR-ALLOWANCE TO WP-PRIOR
131000     COMPUTE WP-CHANGE = CA-ALLOWANCE - CA-PRIOR-ALLOWANCE
131100     WRITE PRINT-LINE FROM WS-POOL-LINE
131200     ADD CA-ALLOWANCE TO WS-REPORTED-TOTAL.
131300
131400 7100-PRINT-POOL-EXIT.
131500     EXIT.
131600
131700*--------------------------------------------------------------*
131800* 8000-PRINT-TOTALS - THE ALLOWANCE ROLL-FORWARD AND COUNTS.   *
131900*    POOLS PRINTED NOT AGREEING WITH THE ALLOWANCE, OR DEBITS  *
132000*    NOT EQUAL TO CREDITS, ENDS THE STEP WITH RETURN CODE 8; A *
132100*    POOL NO LOSS-RATE RULE COVERS ENDS IT WITH 4.             *
132200*--------------------------------------------------------------*
132300 8000-PRINT-TOTALS.
132400     WRITE PRINT-LINE FROM SPACES
132500     MOVE "ALLOWANCE PRIOR QUARTER . ." TO WX-LABEL
132600     MOVE ZERO                          TO WX-COUNT
132700     MOVE WS-PRIOR-TOTAL                TO WX-AMOUNT
132800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
132900     MOVE "NET CHARGE-OFFS THIS QUARTER" TO WX-LABEL
133000     MOVE WS-QUARTER-NCO                TO WX-AMOUNT
133100     WRITE PRINT-LINE FROM WS-TOTAL-LINE
133200     MOVE "PROVISION FOR CREDIT LOSSES" TO WX-LABEL
133300     MOVE WS-PROVISION                  TO WX-AMOUNT
133400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
133500     MOVE "ALLOWANCE THIS QUARTER  . ." TO WX-LABEL
133600     MOVE WS-ALLOWANCE-TOTAL            TO WX-AMOUNT
133700     WRITE PRINT-LINE FROM WS-TOTAL-LINE
133800     WRITE PRINT-LINE FROM SPACES
133900     MOVE "LOANS RESERVED IN POOLS . ." TO WX-LABEL
134000     MOVE WS-POOLED-COUNT               TO WX-COUNT
134100     MOVE WS-POOLED-TOTAL               TO WX-AMOUNT
134200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
134300     MOVE "LOANS SPECIFICALLY RESERVED" TO WX-LABEL
134400     MOVE WS-SPECIFIC-COUNT             TO WX-COUNT
134500     MOVE WS-SPECIFIC-TOTAL             TO WX-AMOUNT
134600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
134700     MOVE "LOANS WITH NO LOSS RATE . ." TO WX-LABEL
134800     MOVE WS-NO-RATE-COUNT              TO WX-COUNT
134900     MOVE ZERO                          TO WX-AMOUNT
135000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
135010     MOVE "NOT RESERVED - PAST TERM  ." TO WX-LABEL
135020     MOVE WS-PAST-TERM-COUNT            TO WX-COUNT
135030     WRITE PRINT-LINE FROM WS-TOTAL-LINE
135100     MOVE "EXCEPTIONS  . . . . . . . ." TO WX-LABEL
135200     MOVE WS-EXCEPT-COUNT               TO WX-COUNT
135300     WRITE PRINT-LINE FROM WS-TOTAL-LINE
135400     IF WS-NO-RATE-COUNT > ZERO OR WS-PAST-TERM-COUNT > ZERO
135500         MOVE 4 TO RETURN-CODE
135600     END-IF
135700     WRITE PRINT-LINE FROM SPACES
135800     MOVE ZERO                          TO WX-COUNT
135900     IF WS-REPORTED-TOTAL = WS-ALLOWANCE-TOTAL
136000             AND WS-ALLOWANCE-TOTAL =
136100                 WS-POOLED-TOTAL + WS-SPECIFIC-TOTAL
136200         MOVE "POOL PROOF IN BALANCE . . ." TO WX-LABEL
136300         MOVE ZERO                          TO WX-AMOUNT
136400         WRITE PRINT-LINE FROM WS-TOTAL-LINE
136500     ELSE
136600         MOVE "POOL PROOF OUT OF BALANCE ." TO WX-LABEL
136700         COMPUTE WX-AMOUNT =
136800             WS-REPORTED-TOTAL - WS-ALLOWANCE-TOTAL
136900         WRITE PRINT-LINE FROM WS-TOTAL-LINE
137000         MOVE 8 TO RETURN-CODE
137100     END-IF
137200     MOVE "DEBITS POSTED . . . . . . ." TO WX-LABEL
137300     MOVE WS-DEBIT-TOTAL                TO WX-AMOUNT
137400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
137500     MOVE "CREDITS POSTED  . . . . . ." TO WX-LABEL
137600     MOVE WS-CREDIT-TOTAL               TO WX-AMOUNT
137700     WRITE PRINT-LINE FROM WS-TOTAL-LINE
137800     IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
137900         MOVE "POSTING PROOF IN BALANCE  ." TO WX-LABEL
138000         MOVE ZERO                          TO WX-AMOUNT
138100         WRITE PRINT-LINE FROM WS-TOTAL-LINE
138200     ELSE
138300         MOVE "POSTING PROOF OUT OF BALANCE" TO WX-LABEL
138400         COMPUTE WX-AMOUNT = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL
138500         WRITE PRINT-LINE FROM WS-TOTAL-LINE
138600         MOVE 8 TO RETURN-CODE
138700     END-IF.
138800
138900 8000-PRINT-TOTALS-EXIT.
139000     EXIT.
139100
139200*--------------------------------------------------------------*
139300* 9000-TERMINATE                                               *
139400*--------------------------------------------------------------*
139500 9000-TERMINATE.
139600     CLOSE LOANGLIN
139700     CLOSE LOANMAST
139800     CLOSE LOANSKIX
139900     CLOSE LOANCOLL
140000     IF WS-DELQ-STATUS = "00" OR WS-DELQ-STATUS = "10"
140100         CLOSE LOANDELQ
140200     END-IF
140300     IF NACF-OPEN
140400         CLOSE LOANNACF
140500     END-IF
140600     IF WS-CESR-STATUS = "00" OR WS-CESR-STATUS = "10"
140700         CLOSE LOANCESR
140800     END-IF
140900     CLOSE LOANCEAL
141000     CLOSE LOANCEPST
141100     CLOSE LOANCERP
141200     DISPLAY "LOANCECL: POOLED=" WS-POOLED-COUNT
141300         " SPECIFIC=" WS-SPECIFIC-COUNT
141400         " NO-RATE=" WS-NO-RATE-COUNT
141500         " EXCEPTIONS=" WS-EXCEPT-COUNT
141600     MOVE "E"              TO WS-CY-FUNCTION
141700     MOVE "LOANCECL "      TO WS-CY-PROGRAM
141800     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
141900     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
142000     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
142100
142200 END PROGRAM LOANCECL.
