000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANPORC.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-25.
000600 DATE-COMPILED. 2026-09-25.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-25  LSG  Initial version. Daily payoff receipt and  *
001000*               paid-in-full closeout. Payoff funds received   *
001100*               on LOANPOFD are matched to the open LOANPOFF   *
001200*               quote on LOANPOQT, with per-diem interest      *
001300*               added for each day past the quoted payoff date *
001400*               up to the good-through date. Funds short by no *
001500*               more than the short tolerance, or over by no   *
001600*               more than the over tolerance, close the loan;  *
001700*               anything else is held for the payoff desk. A   *
001800*               closed loan is coded paid off through a change *
001900*               transaction written to LOANPOTRN for LOANUPDT, *
002000*               its final escrow refund and any overage are    *
002100*               queued on LOANPORF for the LOANESDB            *
002200*               disbursement run, a lien release request is    *
002300*               written to LOANPOLN, and a paid-in-full letter *
002400*               is printed. Every receipt prints on the        *
002500*               LOANPORG register.                             *
002501*  2026-09-30  LSG  Email address and paper or electronic      *
002502*               delivery preference appended to the customer   *
002503*               record layout.                                 *
002504*  2026-10-01  LSG  Late payoff funds on a daily simple        *
002505*               interest quote (day-count method D) count      *
002506*               actual days in the payoff month, as Actual/365 *
002507*               quotes do.                                     *
002508*  2026-10-05  LSG  The escrow and overage refund, the lien    *
002509*               release and the paid-in-full letter wait until *
002510*               status P is on the master (or the loan is      *
002511*               archived paid off). A nightly pass over paid   *
002512*               quotes issues them from the amount due stored  *
002513*               on the quote and marks the quote closed out;   *
002514*               loans still waiting print on the register.     *
002600*--------------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT LOANPARM ASSIGN TO "LOANPARM"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-PARM-STATUS.
003700     SELECT LOANPORCIN ASSIGN TO "LOANPORCIN"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-PCIN-STATUS.
004000     SELECT LOANPOFD ASSIGN TO "LOANPOFD"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-POFD-STATUS.
004300     SELECT LOANPOQT ASSIGN TO "LOANPOQT"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS QT-LOAN-NUMBER
004700         FILE STATUS IS WS-POQT-STATUS.
004800     SELECT LOANMAST ASSIGN TO "LOANMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS LM-LOAN-NUMBER
005200         FILE STATUS IS WS-MAST-STATUS.
005300     SELECT LOANCUST ASSIGN TO "LOANCUST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS CU-CUSTOMER-ID
005700         FILE STATUS IS WS-CUST-STATUS.
005800     SELECT LOANCOLL ASSIGN TO "LOANCOLL"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS CO-LOAN-NUMBER
006200         FILE STATUS IS WS-COLL-STATUS.
006210     SELECT LOANARCM ASSIGN TO "LOANARCM"
006220         ORGANIZATION IS INDEXED
006230         ACCESS MODE IS RANDOM
006240         RECORD KEY IS AM-LOAN-NUMBER
006250         FILE STATUS IS WS-ARCM-STATUS.
006300     SELECT LOANPORF ASSIGN TO "LOANPORF"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS RF-LOAN-NUMBER
006700         FILE STATUS IS WS-PORF-STATUS.
006800     SELECT LOANPOTRN ASSIGN TO "LOANPOTRN"
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT LOANPOLN ASSIGN TO "LOANPOLN"
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT LOANPOPL ASSIGN TO "LOANPOPL"
007300         ORGANIZATION IS SEQUENTIAL.
007400     SELECT LOANPORG ASSIGN TO "LOANPORG"
007500         ORGANIZATION IS SEQUENTIAL.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900*--------------------------------------------------------------*
008000* LOANPARM - THE RUN-CONTROL RECORD LOANBATCH RAN UNDER; THE   *
008100*    BUSINESS DATE IS WHAT THE CYCLE VERIFY PROVES AGAINST     *
008200*--------------------------------------------------------------*
008300 FD  LOANPARM
008400     RECORDING MODE IS F.
008500 01  LOANPARM-RECORD.
008600     05 PR-BUSINESS-DATE         PIC 9(08).
008700     05 PR-RUN-ID                PIC X(08).
008800     05 PR-OPT-SKED-ONLY         PIC X(01).
008900     05 PR-OPT-SKIP-DELQ         PIC X(01).
009000     05 PR-OPT-FULL-RUN          PIC X(01).
009100     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
009200     05 PR-GENERATIONS-KEPT      PIC 9(02).
009300
009400*--------------------------------------------------------------*
009500* LOANPORCIN - ONE PARAMETER RECORD: HOW FAR SHORT OF THE      *
009600*              AMOUNT DUE THE FUNDS MAY FALL AND STILL CLOSE   *
009700*              THE LOAN (THE SHORTAGE IS WAIVED), AND HOW FAR  *
009800*              OVER IT THEY MAY RUN (THE OVERAGE IS REFUNDED)  *
009900*--------------------------------------------------------------*
010000 FD  LOANPORCIN
010100     RECORDING MODE IS F.
010200 01  LOANPORCIN-RECORD.
010300     05 PC-SHORT-TOLERANCE       PIC 9(03)V99.
010400     05 PC-OVER-TOLERANCE        PIC 9(05)V99.
010500
010600*--------------------------------------------------------------*
010700* LOANPOFD - PAYOFF FUNDS RECEIVED BY WIRE OR CERTIFIED CHECK, *
010800*            ONE RECORD PER REMITTANCE, KEYED BY THE PAYOFF    *
010900*            DESK FROM THE CLOSING AGENT'S REMITTANCE          *
011000*--------------------------------------------------------------*
011100 FD  LOANPOFD
011200     RECORDING MODE IS F.
011300 01  LOANPOFD-RECORD.
011400     05 PF-LOAN-NUMBER           PIC X(10).
011500     05 PF-DATE-RECEIVED         PIC 9(08).
011600     05 PF-DATE-RECEIVED-X REDEFINES PF-DATE-RECEIVED.
011700         10 PF-RECEIVED-YEAR     PIC 9(04).
011800         10 PF-RECEIVED-MONTH    PIC 9(02).
011900         10 PF-RECEIVED-DAY      PIC 9(02).
012000     05 PF-AMOUNT                PIC S9(9)V99   COMP-3.
012100     05 PF-REMIT-REFERENCE       PIC X(16).
012200
012300*--------------------------------------------------------------*
012400* LOANPOQT - PAYOFF QUOTE FILE LOANPOFF WRITES, ONE RECORD     *
012480*    PER LOAN, KEYED ON LM-LOAN-NUMBER. QT-TOTAL-PAYOFF IS DUE *
012560*    AS OF QT-PAYOFF-DATE, WITH QT-PER-DIEM ADDED FOR EACH DAY *
012640*    AFTER IT. A QUOTE THE FUNDS HAVE SATISFIED IS MARKED      *
012720*    PAID WITH THE AMOUNT DUE ON THE DAY THEY ARRIVED, AND IS  *
012730*    CLOSED OUT ONCE THE MASTER CARRIES STATUS P.              *
012800*--------------------------------------------------------------*
012900 FD  LOANPOQT
013000     RECORDING MODE IS F.
013100 01  LOANPOQT-RECORD.
013200     05 QT-LOAN-NUMBER           PIC X(10).
013300     05 QT-PAYOFF-DATE           PIC 9(08).
013400     05 QT-PAYOFF-DATE-X REDEFINES QT-PAYOFF-DATE.
013500         10 QT-PAYOFF-YEAR       PIC 9(04).
013600         10 QT-PAYOFF-MONTH      PIC 9(02).
013700         10 QT-PAYOFF-DAY        PIC 9(02).
013800     05 QT-GOODTHRU-DATE         PIC 9(08).
013900     05 QT-PRINCIPAL             PIC S9(9)V99   COMP-3.
014000     05 QT-ACCRUED-INT           PIC S9(7)V99   COMP-3.
014100     05 QT-PER-DIEM              PIC S9(5)V9(4) COMP-3.
014200     05 QT-LATE-FEES             PIC S9(7)V99   COMP-3.
014300     05 QT-ESCROW-REFUND         PIC S9(7)V99   COMP-3.
014400     05 QT-TOTAL-PAYOFF          PIC S9(9)V99   COMP-3.
014500     05 QT-DAY-COUNT-METHOD      PIC X(01).
014600     05 QT-STATUS                PIC X(01).
014700         88 QT-OPEN                              VALUE "O".
014800         88 QT-PAID                              VALUE "P".
014900     05 QT-RECEIVED-DATE         PIC 9(08).
015000     05 QT-RECEIVED-AMT          PIC S9(9)V99   COMP-3.
015100     05 QT-AMOUNT-DUE            PIC S9(9)V99   COMP-3.
015110     05 QT-CLOSEOUT-SW           PIC X(01).
015120         88 QT-CLOSEOUT-PENDING                  VALUE "N".
015130         88 QT-CLOSED-OUT                        VALUE "Y".
015140     05 FILLER                   PIC X(03).
015200
015300*--------------------------------------------------------------*
015400* LOANMAST - ONE RECORD PER LOAN, KEYED ON LM-LOAN-NUMBER      *
015500*--------------------------------------------------------------*
015600 FD  LOANMAST
015700     RECORDING MODE IS F.
015800 01  LOANMAST-RECORD.
015900     05 LM-LOAN-NUMBER           PIC X(10).
016000     05 LM-CUSTOMER-ID           PIC X(10).
016100     05 LM-PRINCIPAL             PIC S9(8)      COMP-3.
016200     05 LM-LOANTERM              PIC S9(8)      COMP-3.
016300     05 LM-RATE                  PIC S9(9)V9(9).
016400     05 LM-PAYMENT-FREQUENCY     PIC X(01).
016500     05 LM-ESCROW-AMT            PIC S9(7)V99   COMP-3.
016600     05 LM-BALLOON-TERM          PIC S9(8)      COMP-3.
016700     05 LM-RATE-RESET-COUNT      PIC S9(4)      COMP.
016800     05 LM-RATE-RESETS OCCURS 3 TIMES.
016900         10 LM-RESET-EFF-MONTH   PIC S9(4)      COMP.
017000         10 LM-RESET-RATE        PIC S9(9)V9(9).
017100     05 LM-FIRST-PMT-YEAR        PIC 9(04).
017200     05 LM-FIRST-PMT-MONTH       PIC 9(02).
017300     05 LM-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
017400     05 LM-DAY-COUNT-METHOD      PIC X(01).
017500     05 LM-EXTRA-PRINCIPAL-AMT   PIC S9(7)V99   COMP-3.
017600     05 LM-INVESTOR-CODE         PIC X(03).
017700     05 LM-IO-MONTHS             PIC S9(4)      COMP.
017800     05 LM-FORBEAR-START-MONTH   PIC S9(4)      COMP.
017900     05 LM-FORBEAR-MONTHS        PIC S9(4)      COMP.
018000     05 LM-STATUS-CODE           PIC X(01).
018100         88 LM-STAT-ACTIVE                       VALUE " " "A".
018200         88 LM-STAT-BANKRUPT                     VALUE "B".
018300         88 LM-STAT-FORECLOSE                    VALUE "F".
018400         88 LM-STAT-PAIDOFF                      VALUE "P".
018500     05 LM-INDEX-CODE            PIC X(03).
018600     05 LM-INDEX-VALUE           PIC S9(3)V9(4) COMP-3.
018700     05 LM-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
018800     05 LM-PERIODIC-CAP          PIC S9(3)V9(4) COMP-3.
018900     05 LM-LIFETIME-CAP          PIC S9(3)V9(4) COMP-3.
019000     05 LM-RATE-FLOOR            PIC S9(3)V9(4) COMP-3.
019100     05 LM-ACH-ROUTING           PIC X(09).
019200     05 LM-ACH-ACCOUNT           PIC X(17).
019300     05 LM-AUTOPAY-FLAG          PIC X(01).
019400         88 LM-AUTOPAY-OFF                       VALUE " " "N".
019500         88 LM-AUTOPAY-PRENOTE                   VALUE "P".
019600         88 LM-AUTOPAY-ON                        VALUE "Y".
019700     05 LM-ESCROW-INT-RATE       PIC S9(3)V9(4) COMP-3.
019800     05 LM-BUYDOWN-COUNT         PIC S9(4)      COMP.
019900     05 LM-BUYDOWN-STEPS OCCURS 3 TIMES.
020000         10 LM-BUYDOWN-MONTHS    PIC S9(4)      COMP.
020100         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
020200
020300*--------------------------------------------------------------*
020400* LOANCUST - CUSTOMER NAME AND MAILING ADDRESS                 *
020500*--------------------------------------------------------------*
020600 FD  LOANCUST
020700     RECORDING MODE IS F.
020800 01  LOANCUST-RECORD.
020900     05 CU-CUSTOMER-ID           PIC X(10).
021000     05 CU-NAME                  PIC X(30).
021100     05 CU-ADDR-1                PIC X(30).
021200     05 CU-ADDR-2                PIC X(30).
021300     05 CU-CITY                  PIC X(20).
021400     05 CU-STATE                 PIC X(02).
021500     05 CU-ZIP                   PIC X(09).
021600     05 CU-PHONE                 PIC X(15).
021700     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
021800         88 CU-ACTIVE-DUTY                      VALUE "Y".
021900     05 CU-SERVICE-START-DATE    PIC 9(08).
022000     05 CU-SERVICE-END-DATE      PIC 9(08).
022100     05 CU-TAX-ID                PIC X(09).
022200     05 CU-BIRTH-DATE            PIC 9(08).
022201     05 CU-EMAIL-ADDRESS         PIC X(40).
022202     05 CU-DELIVERY-PREF         PIC X(01).
022203         88 CU-DELIVER-PAPER                    VALUE " " "P".
022204         88 CU-DELIVER-ELECTRONIC               VALUE "E".
022300
022400*--------------------------------------------------------------*
022500* LOANCOLL - COLLATERAL RECORDS LOANCLUP MAINTAINS; THE LIEN   *
022600*    RELEASE NAMES THE PROPERTY AND TAX PARCEL FROM HERE       *
022700*--------------------------------------------------------------*
022800 FD  LOANCOLL
022900     RECORDING MODE IS F.
023000 01  LOANCOLL-RECORD.
023100     05 CO-LOAN-NUMBER           PIC X(10).
023200     05 CO-PROP-ADDR-1           PIC X(30).
023300     05 CO-PROP-CITY             PIC X(20).
023400     05 CO-PROP-STATE            PIC X(02).
023500     05 CO-PROP-ZIP              PIC X(09).
023600     05 CO-TAX-PARCEL            PIC X(15).
023700     05 CO-INS-CARRIER           PIC X(30).
023800     05 CO-POLICY-NUMBER         PIC X(15).
023900     05 CO-POLICY-EXP-DATE       PIC 9(08).
024000     05 CO-INS-PREMIUM           PIC S9(7)V99   COMP-3.
024100     05 CO-INS-DUE-MONTH         PIC 9(02).
024200
024300*--------------------------------------------------------------*
024301* LOANARCM - MASTER IMAGES LOANARCH HAS PURGED, KEYED ON LOAN  *
024302*    NUMBER; A PAID-OFF LOAN ARCHIVED BEFORE ITS CLOSE-OUT IS  *
024303*    FOUND HERE                                                *
024304*--------------------------------------------------------------*
024305 FD  LOANARCM
024306     RECORDING MODE IS F.
024307 01  LOANARCM-RECORD.
024308     05 AM-LOAN-NUMBER           PIC X(10).
024309     05 AM-MASTER-REST           PIC X(213).
024310
024311*--------------------------------------------------------------*
024400* LOANPORF - PAYOFF REFUNDS AWAITING ISSUE, ONE RECORD PER     *
024483*    LOAN, KEYED ON LM-LOAN-NUMBER: THE FINAL ESCROW BALANCE   *
024566*    PLUS ANY PAYOFF FUNDS RECEIVED OVER THE AMOUNT DUE,       *
024649*    PAYABLE TO THE BORROWER AT THE MAILING ADDRESS ON FILE AT *
024732*    CLOSE-OUT. WRITTEN ONLY ONCE THE LOAN CARRIES STATUS P.   *
024815*    LOANESDB ISSUES THE CHECK AND MARKS THE RECORD ISSUED.    *
024900*--------------------------------------------------------------*
025000 FD  LOANPORF
025100     RECORDING MODE IS F.
025200 01  LOANPORF-RECORD.
025300     05 RF-LOAN-NUMBER           PIC X(10).
025400     05 RF-PAYOFF-DATE           PIC 9(08).
025500     05 RF-PAYEE-NAME            PIC X(30).
025600     05 RF-ADDR-1                PIC X(30).
025700     05 RF-ADDR-2                PIC X(30).
025800     05 RF-CITY                  PIC X(20).
025900     05 RF-STATE                 PIC X(02).
026000     05 RF-ZIP                   PIC X(09).
026100     05 RF-ESCROW-AMT            PIC S9(7)V99   COMP-3.
026200     05 RF-OVERAGE-AMT           PIC S9(7)V99   COMP-3.
026300     05 RF-STATUS                PIC X(01).
026400         88 RF-PENDING                           VALUE "P".
026500         88 RF-ISSUED                            VALUE "I".
026600     05 RF-CHECK-NUMBER          PIC 9(06).
026700     05 RF-ISSUE-DATE            PIC 9(08).
026800     05 FILLER                   PIC X(10).
026900
027000*--------------------------------------------------------------*
027100* LOANPOTRN - STATUS CHANGE TRANSACTIONS IN THE LOANTRAN       *
027200*             LAYOUT, READY TO RUN THROUGH LOANUPDT: "P" FOR   *
027300*             EACH LOAN PAID IN FULL                           *
027400*--------------------------------------------------------------*
027500 FD  LOANPOTRN
027600     RECORDING MODE IS F.
027700 01  LOANPOTRN-RECORD.
027800     05 ET-ACTION                PIC X(01).
027900     05 ET-LOAN-NUMBER           PIC X(10).
028000     05 ET-CUSTOMER-ID           PIC X(10).
028100     05 ET-PRINCIPAL             PIC S9(8)      COMP-3.
028200     05 ET-LOANTERM              PIC S9(8)      COMP-3.
028300     05 ET-RATE                  PIC S9(9)V9(9).
028400     05 ET-PAYMENT-FREQUENCY     PIC X(01).
028500     05 ET-ESCROW-AMT            PIC S9(7)V99   COMP-3.
028600     05 ET-BALLOON-TERM          PIC S9(8)      COMP-3.
028700     05 ET-RATE-RESET-COUNT      PIC S9(4)      COMP.
028800     05 ET-RATE-RESETS OCCURS 3 TIMES.
028900         10 ET-RESET-EFF-MONTH   PIC S9(4)      COMP.
029000         10 ET-RESET-RATE        PIC S9(9)V9(9).
029100     05 ET-FIRST-PMT-YEAR        PIC 9(04).
029200     05 ET-FIRST-PMT-MONTH       PIC 9(02).
029300     05 ET-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
029400     05 ET-DAY-COUNT-METHOD      PIC X(01).
029500     05 ET-EXTRA-PRINCIPAL-AMT   PIC S9(7)V99   COMP-3.
029600     05 ET-INVESTOR-CODE         PIC X(03).
029700     05 ET-IO-MONTHS             PIC S9(4)      COMP.
029800     05 ET-FORBEAR-START-MONTH   PIC S9(4)      COMP.
029900     05 ET-FORBEAR-MONTHS        PIC S9(4)      COMP.
030000     05 ET-STATUS-CODE           PIC X(01).
030100     05 ET-INDEX-CODE            PIC X(03).
030200     05 ET-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
030300     05 ET-PERIODIC-CAP          PIC S9(3)V9(4) COMP-3.
030400     05 ET-LIFETIME-CAP          PIC S9(3)V9(4) COMP-3.
030500     05 ET-RATE-FLOOR            PIC S9(3)V9(4) COMP-3.
030600     05 ET-ACH-ROUTING           PIC X(09).
030700     05 ET-ACH-ACCOUNT           PIC X(17).
030800     05 ET-AUTOPAY-FLAG          PIC X(01).
030900     05 ET-ESCROW-INT-RATE       PIC S9(3)V9(4) COMP-3.
031000     05 ET-BUYDOWN-COUNT         PIC S9(4)      COMP.
031100     05 ET-BUYDOWN-STEPS OCCURS 3 TIMES.
031200         10 ET-BUYDOWN-MONTHS    PIC S9(4)      COMP.
031300         10 ET-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
031400     05 ET-OPERATOR-ID           PIC X(08).
031500
031600*--------------------------------------------------------------*
031700* LOANPOLN - LIEN RELEASE REQUESTS FOR THE DOCUMENT DESK, ONE  *
031800*            PER LOAN CLOSED OUT: THE RECORDED PARTIES,        *
031900*            PROPERTY AND PARCEL THE RELEASE IS DRAWN AGAINST  *
032000*--------------------------------------------------------------*
032100 FD  LOANPOLN
032200     RECORDING MODE IS F.
032300 01  LOANPOLN-RECORD.
032400     05 LR-LOAN-NUMBER           PIC X(10).
032500     05 LR-REQUEST-DATE          PIC 9(08).
032600     05 LR-PAID-DATE             PIC 9(08).
032700     05 LR-BORROWER-NAME         PIC X(30).
032800     05 LR-PROP-ADDR-1           PIC X(30).
032900     05 LR-PROP-CITY             PIC X(20).
033000     05 LR-PROP-STATE            PIC X(02).
033100     05 LR-PROP-ZIP              PIC X(09).
033200     05 LR-TAX-PARCEL            PIC X(15).
033300     05 LR-INVESTOR-CODE         PIC X(03).
033400     05 LR-ORIG-PRINCIPAL        PIC S9(8)      COMP-3.
033500
033600*--------------------------------------------------------------*
033700* LOANPOPL - PAID-IN-FULL LETTERS TO THE BORROWER              *
033800*--------------------------------------------------------------*
033900 FD  LOANPOPL
034000     RECORDING MODE IS F.
034100 01  LETTER-LINE                 PIC X(80).
034200
034300*--------------------------------------------------------------*
034400* LOANPORG - PRINTED PAYOFF RECEIPT REGISTER                   *
034500*--------------------------------------------------------------*
034600 FD  LOANPORG
034700     RECORDING MODE IS F.
034800 01  PRINT-LINE                  PIC X(80).
034900
035000 WORKING-STORAGE SECTION.
035100 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
035200 77  WS-PCIN-STATUS              PIC X(02)      VALUE "00".
035300 77  WS-POFD-STATUS              PIC X(02)      VALUE "00".
035400 77  WS-POQT-STATUS              PIC X(02)      VALUE "00".
035500 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
035600 77  WS-CUST-STATUS              PIC X(02)      VALUE "00".
035700 77  WS-COLL-STATUS              PIC X(02)      VALUE "00".
035800 77  WS-PORF-STATUS              PIC X(02)      VALUE "00".
035810 77  WS-ARCM-STATUS              PIC X(02)      VALUE "00".
035900 77  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
036000 01  WS-CYCLE-REQUEST.
036100     03 WS-CY-FUNCTION           PIC X(01).
036200     03 WS-CY-PROGRAM            PIC X(09).
036300     03 WS-CY-BUSINESS-DATE      PIC 9(08).
036400     03 WS-CY-END-RETURN-CODE    PIC 9(04).
036500     03 WS-CY-RESULT             PIC X(01).
036600         88 WS-CY-OK                             VALUE "Y".
036700 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
036800     88 END-OF-LOANPOFD                          VALUE "Y".
036900 77  WS-COLL-OPEN-SW             PIC X(01)      VALUE "N".
037000     88 LOANCOLL-AVAILABLE                       VALUE "Y".
037100 77  WS-COLL-FOUND-SW            PIC X(01)      VALUE "N".
037200     88 COLLATERAL-ON-FILE                       VALUE "Y".
037210 77  WS-ARCM-OPEN-SW             PIC X(01)      VALUE "N".
037220     88 LOANARCM-AVAILABLE                       VALUE "Y".
037230 77  WS-QUOTE-EOF-SW             PIC X(01)      VALUE "N".
037240     88 END-OF-LOANPOQT                          VALUE "Y".
037250 77  WS-CLOSEOUT-SW              PIC X(01)      VALUE "N".
037260     88 READY-TO-CLOSE-OUT                       VALUE "Y".
037300 77  WS-EXTRA-DAYS               PIC S9(03)     COMP   VALUE ZERO.
037400 77  WS-QUOTE-DAY                PIC S9(03)     COMP   VALUE ZERO.
037500 77  WS-MONTH-DAYS-W             PIC S9(03)     COMP   VALUE ZERO.
037600 77  WS-YEAR-REMAINDER           PIC S9(04)     COMP   VALUE ZERO.
037700 77  WS-LEAP-YEAR-SW             PIC X(01)      VALUE "N".
037800     88 WS-IS-LEAP-YEAR                          VALUE "Y".
037900 77  WS-AMOUNT-DUE               PIC S9(9)V99   COMP-3 VALUE ZERO.
038000 77  WS-DIFFERENCE               PIC S9(9)V99   COMP-3 VALUE ZERO.
038100 77  WS-SHORT-WAIVED             PIC S9(7)V99   COMP-3 VALUE ZERO.
038200 77  WS-OVERAGE                  PIC S9(7)V99   COMP-3 VALUE ZERO.
038300 77  WS-REFUND-AMT               PIC S9(7)V99   COMP-3 VALUE ZERO.
038400 77  WS-FUNDS-COUNT              PIC 9(07)      COMP   VALUE ZERO.
038500 77  WS-CLOSED-COUNT             PIC 9(07)      COMP   VALUE ZERO.
038600 77  WS-SHORT-COUNT              PIC 9(07)      COMP   VALUE ZERO.
038700 77  WS-OVER-COUNT               PIC 9(07)      COMP   VALUE ZERO.
038800 77  WS-REFUND-COUNT             PIC 9(07)      COMP   VALUE ZERO.
038900 77  WS-LIEN-COUNT               PIC 9(07)      COMP   VALUE ZERO.
039000 77  WS-NO-PROPERTY-COUNT        PIC 9(07)      COMP   VALUE ZERO.
039100 77  WS-STATUS-TRAN-COUNT        PIC 9(07)      COMP   VALUE ZERO.
039200 77  WS-HELD-COUNT               PIC 9(07)      COMP   VALUE ZERO.
039210 77  WS-CLOSEOUT-COUNT           PIC 9(07)      COMP   VALUE ZERO.
039220 77  WS-AWAIT-COUNT              PIC 9(07)      COMP   VALUE ZERO.
039230 77  WS-NO-MASTER-COUNT          PIC 9(07)      COMP   VALUE ZERO.
039300 77  WS-FUNDS-TOTAL              PIC S9(9)V99   COMP-3 VALUE ZERO.
039400 77  WS-CLOSED-TOTAL             PIC S9(9)V99   COMP-3 VALUE ZERO.
039500 77  WS-SHORT-TOTAL              PIC S9(9)V99   COMP-3 VALUE ZERO.
039600 77  WS-OVER-TOTAL               PIC S9(9)V99   COMP-3 VALUE ZERO.
039700 77  WS-REFUND-TOTAL             PIC S9(9)V99   COMP-3 VALUE ZERO.
039800 77  WS-HELD-TOTAL               PIC S9(9)V99   COMP-3 VALUE ZERO.
039810 77  WS-CLOSEOUT-TOTAL           PIC S9(9)V99   COMP-3 VALUE ZERO.
039820 77  WS-AWAIT-TOTAL              PIC S9(9)V99   COMP-3 VALUE ZERO.
039900 01  WS-MONTH-DAYS-LIT           PIC X(24)
040000         VALUE "312831303130313130313031".
040100 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIT.
040200     05 WS-MONTH-DAYS            PIC 9(2) OCCURS 12 TIMES.
040300
040400 01  WS-REPORT-HEADING.
040500     05 FILLER              PIC X(40)  VALUE
040600         "PAYOFF RECEIPT REGISTER -               ".
040700     05 WH-BUSINESS-DATE    PIC 9(08).
040800     05 FILLER              PIC X(32)  VALUE SPACES.
040900
041000 01  WS-COLUMN-HEADING.
041100     05 FILLER              PIC X(40)  VALUE
041200         "LOAN        ACTION                    RE".
041300     05 FILLER              PIC X(40)  VALUE
041400         "CEIVED          FUNDS  DIFFERENCE".
041500
041600 01  WS-DETAIL-LINE.
041700     05 WD-LOAN-NUMBER           PIC X(10).
041800     05 FILLER                   PIC X(02)      VALUE SPACES.
041900     05 WD-ACTION                PIC X(24).
042000     05 FILLER                   PIC X(02)      VALUE SPACES.
042100     05 WD-DATE                  PIC 9(08).
042200     05 FILLER                   PIC X(01)      VALUE SPACES.
042300     05 WD-FUNDS                 PIC ZZ,ZZZ,ZZ9.99-.
042400     05 FILLER                   PIC X(01)      VALUE SPACES.
042500     05 WD-DIFFERENCE            PIC ZZZ,ZZ9.99-.
042600
042700 01  WS-TOTAL-LINE.
042800     05 WX-LABEL                 PIC X(28).
042900     05 WX-COUNT                 PIC ZZZ,ZZ9.
043000     05 FILLER                   PIC X(02)      VALUE SPACES.
043100     05 WX-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
043200
043300 01  WS-LETTER-HEADING.
043400     05 FILLER              PIC X(33)  VALUE
043500         "LOAN PAID IN FULL          LOAN: ".
043600     05 WL-LOAN-NUMBER      PIC X(10).
043700
043800 01  WS-LETTER-NAME-LINE.
043900     05 WN-TEXT                  PIC X(10).
044000     05 WN-VALUE                 PIC X(60).
044100
044200 01  WS-LETTER-AMOUNT-LINE.
044300     05 WA-LABEL                 PIC X(30).
044400     05 WA-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
044500
044600 01  WS-LETTER-DATE-LINE.
044700     05 WT-LABEL                 PIC X(30).
044800     05 WT-DATE                  PIC 9(08).
044900
045000 01  WS-PIF-TEXT-1.
045100     05 FILLER              PIC X(56)  VALUE
045200         "THE FUNDS WE RECEIVED HAVE PAID YOUR LOAN IN FULL.".
045300 01  WS-PIF-TEXT-2.
045400     05 FILLER              PIC X(56)  VALUE
045500         "WE HAVE REQUESTED THE RELEASE OF OUR LIEN ON THE".
045600 01  WS-PIF-TEXT-3.
045700     05 FILLER              PIC X(56)  VALUE
045800         "PROPERTY SHOWN BELOW. THE RELEASE WILL BE RECORDED".
045900 01  WS-PIF-TEXT-4.
046000     05 FILLER              PIC X(56)  VALUE
046100         "WITH THE COUNTY AND A COPY SENT TO YOU. ANY REFUND".
046200 01  WS-PIF-TEXT-5.
046300     05 FILLER              PIC X(56)  VALUE
046400         "SHOWN BELOW FOLLOWS BY SEPARATE CHECK.".
046500
046600 PROCEDURE DIVISION.
046700*--------------------------------------------------------------*
046800* 0000-MAINLINE                                                *
046900*--------------------------------------------------------------*
047000 0000-MAINLINE.
047100     PERFORM 1000-INITIALIZE
047200     PERFORM 2000-MATCH-FUNDS THRU 2000-MATCH-FUNDS-EXIT
047300         UNTIL END-OF-LOANPOFD
047310     PERFORM 4000-START-CLOSE-OUT THRU 4000-START-CLOSE-OUT-EXIT
047320     PERFORM 4100-CLOSE-OUT-QUOTE THRU 4100-CLOSE-OUT-QUOTE-EXIT
047330         UNTIL END-OF-LOANPOQT
047400     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
047500     PERFORM 9000-TERMINATE
047600     GOBACK.
047700
047800*--------------------------------------------------------------*
047900* 1000-INITIALIZE                                              *
048000*--------------------------------------------------------------*
048100 1000-INITIALIZE.
048200     PERFORM 1100-VERIFY-CYCLE THRU 1100-VERIFY-CYCLE-EXIT
048300     OPEN INPUT LOANPORCIN
048400     IF WS-PCIN-STATUS NOT = "00"
048500         DISPLAY "LOANPORC: PARAMETER FILE LOANPORCIN MISSING"
048600         MOVE 16 TO RETURN-CODE
048700         GOBACK
048800     END-IF
048900     READ LOANPORCIN
049000         AT END
049100             DISPLAY "LOANPORC: PARAMETER RECORD MISSING"
049200             MOVE 16 TO RETURN-CODE
049300             GOBACK
049400     END-READ
049500     CLOSE LOANPORCIN
049600     OPEN INPUT LOANMAST
049700     IF WS-MAST-STATUS NOT = "00"
049800         DISPLAY "LOANPORC: MASTER FILE LOANMAST MISSING"
049900         MOVE 16 TO RETURN-CODE
050000         GOBACK
050100     END-IF
050200     OPEN I-O LOANPOQT
050210     IF WS-POQT-STATUS = "35"
050220*        NO QUOTE HAS EVER BEEN ISSUED - CREATE AN EMPTY FILE
050230         OPEN OUTPUT LOANPOQT
050240         CLOSE LOANPOQT
050250         OPEN I-O LOANPOQT
050260     END-IF
050300     IF WS-POQT-STATUS NOT = "00"
050400         DISPLAY "LOANPORC: QUOTE FILE LOANPOQT NOT USABLE,"
050500             " STATUS=" WS-POQT-STATUS
050600         MOVE 16 TO RETURN-CODE
050700         GOBACK
050800     END-IF
050900     OPEN INPUT LOANCUST
051000     IF WS-CUST-STATUS NOT = "00"
051100         DISPLAY "LOANPORC: CUSTOMER FILE LOANCUST MISSING"
051200         MOVE 16 TO RETURN-CODE
051300         GOBACK
051400     END-IF
051500     OPEN I-O LOANPORF
051600     IF WS-PORF-STATUS = "35"
051700*        FIRST-EVER RUN - NO REFUND FILE YET, CREATE ONE
051800         OPEN OUTPUT LOANPORF
051900         CLOSE LOANPORF
052000         OPEN I-O LOANPORF
052100     END-IF
052200     IF WS-PORF-STATUS NOT = "00"
052300         DISPLAY "LOANPORC: REFUND FILE LOANPORF NOT USABLE,"
052400             " STATUS=" WS-PORF-STATUS
052500         MOVE 16 TO RETURN-CODE
052600         GOBACK
052700     END-IF
052800     OPEN INPUT LOANCOLL
052900     IF WS-COLL-STATUS = "00"
053000         MOVE "Y" TO WS-COLL-OPEN-SW
053100     ELSE
053200         MOVE "N" TO WS-COLL-OPEN-SW
053300         DISPLAY "LOANPORC: COLLATERAL FILE LOANCOLL ABSENT,"
053400             " LIEN REQUESTS CARRY NO PROPERTY"
053410     END-IF
053420     OPEN INPUT LOANARCM
053430     IF WS-ARCM-STATUS = "00"
053440         MOVE "Y" TO WS-ARCM-OPEN-SW
053450     ELSE
053460         MOVE "N" TO WS-ARCM-OPEN-SW
053500     END-IF
053600     OPEN INPUT LOANPOFD
053700     IF WS-POFD-STATUS NOT = "00"
053800*        NO PAYOFF FUNDS TONIGHT
053900         MOVE "Y" TO WS-EOF-SW
054000     END-IF
054100     OPEN OUTPUT LOANPOTRN
054200     OPEN OUTPUT LOANPOLN
054300     OPEN OUTPUT LOANPOPL
054400     OPEN OUTPUT LOANPORG
054500     MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE
054600     WRITE PRINT-LINE FROM WS-REPORT-HEADING
054700     WRITE PRINT-LINE FROM SPACES
054800     WRITE PRINT-LINE FROM WS-COLUMN-HEADING
054900     IF NOT END-OF-LOANPOFD
055000         READ LOANPOFD
055100             AT END MOVE "Y" TO WS-EOF-SW
055200         END-READ
055300     END-IF.
055400
055500*--------------------------------------------------------------*
055600* 1100-VERIFY-CYCLE - READ THE BUSINESS DATE FROM LOANPARM,    *
055700*    PROVE THE LOANBATCH STEP ENDED CLEAN FOR THAT SAME DATE,  *
055800*    AND RECORD THIS STEP'S OWN START ON THE CYCLE-CONTROL     *
055900*    FILE                                                      *
056000*--------------------------------------------------------------*
056100 1100-VERIFY-CYCLE.
056200     OPEN INPUT LOANPARM
056300     IF WS-PARM-STATUS NOT = "00"
056400         DISPLAY "LOANPORC: RUN-CONTROL FILE LOANPARM MISSING"
056500         MOVE 16 TO RETURN-CODE
056600         GOBACK
056700     END-IF
056800     READ LOANPARM
056900         AT END
057000             DISPLAY "LOANPORC: RUN-CONTROL RECORD MISSING"
057100             MOVE 16 TO RETURN-CODE
057200             GOBACK
057300     END-READ
057400     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
057500     CLOSE LOANPARM
057600     MOVE "V"              TO WS-CY-FUNCTION
057700     MOVE "LOANBATCH"      TO WS-CY-PROGRAM
057800     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
057900     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST
058000     IF NOT WS-CY-OK
058100         DISPLAY "LOANPORC: LOANBATCH NOT ENDED CLEAN FOR "
058200             WS-BUSINESS-DATE " - STEP ABORTED"
058300         MOVE 16 TO RETURN-CODE
058400         GOBACK
058500     END-IF
058600     MOVE "S"              TO WS-CY-FUNCTION
058700     MOVE "LOANPORC "      TO WS-CY-PROGRAM
058800     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
058900
059000 1100-VERIFY-CYCLE-EXIT.
059100     EXIT.
059200
059300*--------------------------------------------------------------*
059400* 2000-MATCH-FUNDS - ONE PAYOFF REMITTANCE PER ITERATION. THE  *
059500*    LOAN MUST BE ON THE MASTER AND NOT ALREADY PAID OFF, AND  *
059600*    AN OPEN QUOTE MUST COVER THE DATE THE FUNDS ARRIVED.      *
059700*    FUNDS WITHIN TOLERANCE OF THE AMOUNT DUE CLOSE THE LOAN;  *
059800*    ANYTHING ELSE IS HELD FOR THE PAYOFF DESK.                *
059900*--------------------------------------------------------------*
060000 2000-MATCH-FUNDS.
060100     ADD 1 TO WS-FUNDS-COUNT
060200     ADD PF-AMOUNT TO WS-FUNDS-TOTAL
060300     MOVE ZERO TO WS-DIFFERENCE
060400     MOVE PF-LOAN-NUMBER TO LM-LOAN-NUMBER
060500     READ LOANMAST
060600     IF WS-MAST-STATUS NOT = "00"
060700         MOVE "HELD-NOT ON MASTER      " TO WD-ACTION
060800         PERFORM 5900-HOLD-FUNDS THRU 5900-HOLD-FUNDS-EXIT
060900         GO TO 2000-MATCH-FUNDS-NEXT
061000     END-IF
061100     IF LM-STAT-PAIDOFF
061200         MOVE "HELD-ALREADY PAID OFF   " TO WD-ACTION
061300         PERFORM 5900-HOLD-FUNDS THRU 5900-HOLD-FUNDS-EXIT
061400         GO TO 2000-MATCH-FUNDS-NEXT
061500     END-IF
061600     IF PF-AMOUNT NOT > ZERO
061700         MOVE "HELD-BAD AMOUNT         " TO WD-ACTION
061800         PERFORM 5900-HOLD-FUNDS THRU 5900-HOLD-FUNDS-EXIT
061900         GO TO 2000-MATCH-FUNDS-NEXT
062000     END-IF
062100     MOVE PF-LOAN-NUMBER TO QT-LOAN-NUMBER
062200     READ LOANPOQT
062300     IF WS-POQT-STATUS NOT = "00"
062400         MOVE "HELD-NO PAYOFF QUOTE    " TO WD-ACTION
062500         PERFORM 5900-HOLD-FUNDS THRU 5900-HOLD-FUNDS-EXIT
062600         GO TO 2000-MATCH-FUNDS-NEXT
062700     END-IF
062800     IF QT-PAID
062900         MOVE "HELD-QUOTE ALREADY PAID " TO WD-ACTION
063000         PERFORM 5900-HOLD-FUNDS THRU 5900-HOLD-FUNDS-EXIT
063100         GO TO 2000-MATCH-FUNDS-NEXT
063200     END-IF
063300     IF PF-DATE-RECEIVED > QT-GOODTHRU-DATE
063400         MOVE "HELD-QUOTE EXPIRED      " TO WD-ACTION
063500         PERFORM 5900-HOLD-FUNDS THRU 5900-HOLD-FUNDS-EXIT
063600         GO TO 2000-MATCH-FUNDS-NEXT
063700     END-IF
063800
063900     PERFORM 2100-COMPUTE-DUE THRU 2100-COMPUTE-DUE-EXIT
064000     COMPUTE WS-DIFFERENCE = PF-AMOUNT - WS-AMOUNT-DUE
064100     IF WS-DIFFERENCE < ZERO
064200             AND (ZERO - WS-DIFFERENCE) > PC-SHORT-TOLERANCE
064300         MOVE "HELD-FUNDS SHORT        " TO WD-ACTION
064400         PERFORM 5900-HOLD-FUNDS THRU 5900-HOLD-FUNDS-EXIT
064500         GO TO 2000-MATCH-FUNDS-NEXT
064600     END-IF
064700     IF WS-DIFFERENCE > PC-OVER-TOLERANCE
064800         MOVE "HELD-FUNDS OVER LIMIT   " TO WD-ACTION
064900         PERFORM 5900-HOLD-FUNDS THRU 5900-HOLD-FUNDS-EXIT
065000         GO TO 2000-MATCH-FUNDS-NEXT
065100     END-IF
065200     PERFORM 3000-CLOSE-LOAN THRU 3000-CLOSE-LOAN-EXIT.
065300
065400 2000-MATCH-FUNDS-NEXT.
065500     READ LOANPOFD
065600         AT END MOVE "Y" TO WS-EOF-SW
065700     END-READ.
065800
065900 2000-MATCH-FUNDS-EXIT.
066000     EXIT.
066100
066200*--------------------------------------------------------------*
066300* 2100-COMPUTE-DUE - THE QUOTED TOTAL, PLUS THE QUOTED         *
066387*    PER-DIEM FOR EACH DAY THE FUNDS ARRIVED AFTER THE PAYOFF  *
066474*    DATE. THE GOOD-THROUGH DATE IS AT MOST FIFTEEN DAYS OUT,  *
066561*    SO AT MOST ONE MONTH END IS CROSSED. AN ACTUAL/365 LOAN   *
066648*    COUNTS THE CALENDAR DAYS OF THE PAYOFF MONTH UNDER THE    *
066735*    SAME LEAP RULE LOANPOFF USES; A 30/360 LOAN COUNTS EVERY  *
066822*    MONTH AS 30. FUNDS ARRIVING EARLY STILL OWE INTEREST TO   *
066909*    THE QUOTED DATE.                                          *
067000*--------------------------------------------------------------*
067100 2100-COMPUTE-DUE.
067200     MOVE ZERO TO WS-EXTRA-DAYS
067300     IF PF-DATE-RECEIVED > QT-PAYOFF-DATE
067400         IF PF-RECEIVED-YEAR = QT-PAYOFF-YEAR
067500                 AND PF-RECEIVED-MONTH = QT-PAYOFF-MONTH
067600             COMPUTE WS-EXTRA-DAYS =
067700                 PF-RECEIVED-DAY - QT-PAYOFF-DAY
067800         ELSE
067900             PERFORM 2150-PAYOFF-MONTH-DAYS
068000                 THRU 2150-PAYOFF-MONTH-DAYS-EXIT
068100             MOVE QT-PAYOFF-DAY TO WS-QUOTE-DAY
068200             IF WS-QUOTE-DAY > WS-MONTH-DAYS-W
068300                 MOVE WS-MONTH-DAYS-W TO WS-QUOTE-DAY
068400             END-IF
068500             COMPUTE WS-EXTRA-DAYS =
068600                 WS-MONTH-DAYS-W - WS-QUOTE-DAY + PF-RECEIVED-DAY
068700         END-IF
068800     END-IF
068900     COMPUTE WS-AMOUNT-DUE ROUNDED =
069000         QT-TOTAL-PAYOFF + (QT-PER-DIEM * WS-EXTRA-DAYS).
069100
069200 2100-COMPUTE-DUE-EXIT.
069300     EXIT.
069400
069500*--------------------------------------------------------------*
069600* 2150-PAYOFF-MONTH-DAYS - LENGTH OF THE QUOTED PAYOFF MONTH   *
069601*    UNDER THE LOAN'S DAY-COUNT METHOD; DAILY SIMPLE INTEREST  *
069602*    LOANS COUNT ACTUAL DAYS LIKE ACTUAL/365                   *
069800*--------------------------------------------------------------*
069900 2150-PAYOFF-MONTH-DAYS.
069901     IF QT-DAY-COUNT-METHOD NOT = "A" AND NOT = "D"
070100         MOVE 30 TO WS-MONTH-DAYS-W
070200         GO TO 2150-PAYOFF-MONTH-DAYS-EXIT
070300     END-IF
070400     MOVE WS-MONTH-DAYS(QT-PAYOFF-MONTH) TO WS-MONTH-DAYS-W
070500     IF QT-PAYOFF-MONTH NOT = 2
070600         GO TO 2150-PAYOFF-MONTH-DAYS-EXIT
070700     END-IF
070800     DIVIDE QT-PAYOFF-YEAR BY 4 GIVING WS-YEAR-REMAINDER
070900         REMAINDER WS-YEAR-REMAINDER
071000     IF WS-YEAR-REMAINDER = ZERO
071100         MOVE "Y" TO WS-LEAP-YEAR-SW
071200     ELSE
071300         MOVE "N" TO WS-LEAP-YEAR-SW
071400     END-IF
071500     DIVIDE QT-PAYOFF-YEAR BY 100
071600         GIVING WS-YEAR-REMAINDER
071700         REMAINDER WS-YEAR-REMAINDER
071800     IF WS-YEAR-REMAINDER = ZERO
071900         DIVIDE QT-PAYOFF-YEAR BY 400
072000             GIVING WS-YEAR-REMAINDER
072100             REMAINDER WS-YEAR-REMAINDER
072200         IF WS-YEAR-REMAINDER = ZERO
072300             MOVE "Y" TO WS-LEAP-YEAR-SW
072400         ELSE
072500             MOVE "N" TO WS-LEAP-YEAR-SW
072600         END-IF
072700     END-IF
072800     IF WS-IS-LEAP-YEAR
072900         ADD 1 TO WS-MONTH-DAYS-W
073000     END-IF.
073100
073200 2150-PAYOFF-MONTH-DAYS-EXIT.
073300     EXIT.
073400
073500*--------------------------------------------------------------*
073600* 3000-CLOSE-LOAN - THE FUNDS SATISFY THE QUOTE. THE QUOTE IS  *
073700*    MARKED PAID WITH THE AMOUNT DUE THAT DAY, AND THE LOAN IS *
073800*    CODED PAID OFF THROUGH LOANUPDT. A SHORTAGE WITHIN        *
073900*    TOLERANCE IS WAIVED. THE REFUND, LIEN RELEASE AND LETTER  *
074000*    WAIT FOR 4100-CLOSE-OUT-QUOTE, AFTER STATUS P IS APPLIED. *
074100*--------------------------------------------------------------*
074200 3000-CLOSE-LOAN.
074300     MOVE ZERO TO WS-SHORT-WAIVED
074400     MOVE ZERO TO WS-OVERAGE
074500     IF WS-DIFFERENCE < ZERO
074600         COMPUTE WS-SHORT-WAIVED = ZERO - WS-DIFFERENCE
074700         ADD 1               TO WS-SHORT-COUNT
074800         ADD WS-SHORT-WAIVED TO WS-SHORT-TOTAL
074900     END-IF
075000     IF WS-DIFFERENCE > ZERO
075100         MOVE WS-DIFFERENCE  TO WS-OVERAGE
075200         ADD 1               TO WS-OVER-COUNT
075300         ADD WS-OVERAGE      TO WS-OVER-TOTAL
075400     END-IF
075500     MOVE "P"              TO QT-STATUS
075600     MOVE PF-DATE-RECEIVED TO QT-RECEIVED-DATE
075700     MOVE PF-AMOUNT        TO QT-RECEIVED-AMT
075710     MOVE WS-AMOUNT-DUE    TO QT-AMOUNT-DUE
075720     MOVE "N"              TO QT-CLOSEOUT-SW
075800     REWRITE LOANPOQT-RECORD
075900         INVALID KEY
076000             DISPLAY "LOANPORC: LOANPOQT REWRITE FAILED "
076100                 QT-LOAN-NUMBER
076200     END-REWRITE
078000     PERFORM 3100-WRITE-STATUS-TRAN
078050         THRU 3100-WRITE-STATUS-TRAN-EXIT
078800     ADD 1         TO WS-CLOSED-COUNT
078900     ADD PF-AMOUNT TO WS-CLOSED-TOTAL
079000
079100     EVALUATE TRUE
079200         WHEN WS-SHORT-WAIVED > ZERO
079300             MOVE "PAID IN FULL-SHORT WAIVE" TO WD-ACTION
079400         WHEN WS-OVERAGE > ZERO
079500             MOVE "PAID IN FULL-OVER REFUND" TO WD-ACTION
079600         WHEN OTHER
079700             MOVE "PAID IN FULL            " TO WD-ACTION
079800     END-EVALUATE
079900     MOVE PF-LOAN-NUMBER   TO WD-LOAN-NUMBER
080000     MOVE PF-DATE-RECEIVED TO WD-DATE
080100     MOVE PF-AMOUNT        TO WD-FUNDS
080200     MOVE WS-DIFFERENCE    TO WD-DIFFERENCE
080300     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
081100
081200 3000-CLOSE-LOAN-EXIT.
081300     EXIT.
081400
081500*--------------------------------------------------------------*
081600* 3100-WRITE-STATUS-TRAN - FULL MASTER IMAGE AS A LOANTRAN     *
081700*    CHANGE CARRYING STATUS "P". STATUS IS A DUAL-CONTROL      *
081800*    FIELD, SO LOANUPDT HOLDS IT FOR A SECOND OPERATOR; ONCE   *
081900*    RELEASED THE LOAN IS PURGED BY THE NEXT LOANARCH RUN.     *
082000*--------------------------------------------------------------*
082100 3100-WRITE-STATUS-TRAN.
082200     MOVE "C"                    TO ET-ACTION
082300     MOVE LM-LOAN-NUMBER         TO ET-LOAN-NUMBER
082400     MOVE LM-CUSTOMER-ID         TO ET-CUSTOMER-ID
082500     MOVE LM-PRINCIPAL           TO ET-PRINCIPAL
082600     MOVE LM-LOANTERM            TO ET-LOANTERM
082700     MOVE LM-RATE                TO ET-RATE
082800     MOVE LM-PAYMENT-FREQUENCY   TO ET-PAYMENT-FREQUENCY
082900     MOVE LM-ESCROW-AMT          TO ET-ESCROW-AMT
083000     MOVE LM-BALLOON-TERM        TO ET-BALLOON-TERM
083100     MOVE LM-RATE-RESET-COUNT    TO ET-RATE-RESET-COUNT
083200     MOVE LM-RESET-EFF-MONTH(1)  TO ET-RESET-EFF-MONTH(1)
083300     MOVE LM-RESET-RATE(1)       TO ET-RESET-RATE(1)
083400     MOVE LM-RESET-EFF-MONTH(2)  TO ET-RESET-EFF-MONTH(2)
083500     MOVE LM-RESET-RATE(2)       TO ET-RESET-RATE(2)
083600     MOVE LM-RESET-EFF-MONTH(3)  TO ET-RESET-EFF-MONTH(3)
083700     MOVE LM-RESET-RATE(3)       TO ET-RESET-RATE(3)
083800     MOVE LM-FIRST-PMT-YEAR      TO ET-FIRST-PMT-YEAR
083900     MOVE LM-FIRST-PMT-MONTH     TO ET-FIRST-PMT-MONTH
084000     MOVE LM-PRIOR-INTEREST-PAID TO ET-PRIOR-INTEREST-PAID
084100     MOVE LM-DAY-COUNT-METHOD    TO ET-DAY-COUNT-METHOD
084200     MOVE LM-EXTRA-PRINCIPAL-AMT TO ET-EXTRA-PRINCIPAL-AMT
084300     MOVE LM-INVESTOR-CODE       TO ET-INVESTOR-CODE
084400     MOVE LM-IO-MONTHS           TO ET-IO-MONTHS
084500     MOVE LM-FORBEAR-START-MONTH TO ET-FORBEAR-START-MONTH
084600     MOVE LM-FORBEAR-MONTHS      TO ET-FORBEAR-MONTHS
084700     MOVE "P"                    TO ET-STATUS-CODE
084800     MOVE LM-INDEX-CODE          TO ET-INDEX-CODE
084900     MOVE LM-ARM-MARGIN          TO ET-ARM-MARGIN
085000     MOVE LM-PERIODIC-CAP        TO ET-PERIODIC-CAP
085100     MOVE LM-LIFETIME-CAP        TO ET-LIFETIME-CAP
085200     MOVE LM-RATE-FLOOR          TO ET-RATE-FLOOR
085300     MOVE LM-ACH-ROUTING         TO ET-ACH-ROUTING
085400     MOVE LM-ACH-ACCOUNT         TO ET-ACH-ACCOUNT
085500     MOVE LM-AUTOPAY-FLAG        TO ET-AUTOPAY-FLAG
085600     MOVE LM-ESCROW-INT-RATE     TO ET-ESCROW-INT-RATE
085700     MOVE LM-BUYDOWN-COUNT       TO ET-BUYDOWN-COUNT
085800     MOVE LM-BUYDOWN-MONTHS(1)   TO ET-BUYDOWN-MONTHS(1)
085900     MOVE LM-BUYDOWN-REDUCTION(1) TO ET-BUYDOWN-REDUCTION(1)
086000     MOVE LM-BUYDOWN-MONTHS(2)   TO ET-BUYDOWN-MONTHS(2)
086100     MOVE LM-BUYDOWN-REDUCTION(2) TO ET-BUYDOWN-REDUCTION(2)
086200     MOVE LM-BUYDOWN-MONTHS(3)   TO ET-BUYDOWN-MONTHS(3)
086300     MOVE LM-BUYDOWN-REDUCTION(3) TO ET-BUYDOWN-REDUCTION(3)
086400     MOVE "LOANPORC"             TO ET-OPERATOR-ID
086500     WRITE LOANPOTRN-RECORD
086600     ADD 1 TO WS-STATUS-TRAN-COUNT.
086700
086800 3100-WRITE-STATUS-TRAN-EXIT.
086900     EXIT.
087000
087100*--------------------------------------------------------------*
087200* 3200-QUEUE-REFUND - THE FINAL ESCROW BALANCE AND ANY         *
087300*    OVERAGE, PAYABLE TO THE BORROWER, FOR LOANESDB TO ISSUE   *
087400*--------------------------------------------------------------*
087500 3200-QUEUE-REFUND.
087600     MOVE SPACES           TO LOANPORF-RECORD
087700     INITIALIZE LOANPORF-RECORD
087800     MOVE LM-LOAN-NUMBER   TO RF-LOAN-NUMBER
087900     MOVE QT-RECEIVED-DATE TO RF-PAYOFF-DATE
088000     MOVE CU-NAME          TO RF-PAYEE-NAME
088100     MOVE CU-ADDR-1        TO RF-ADDR-1
088200     MOVE CU-ADDR-2        TO RF-ADDR-2
088300     MOVE CU-CITY          TO RF-CITY
088400     MOVE CU-STATE         TO RF-STATE
088500     MOVE CU-ZIP           TO RF-ZIP
088600     MOVE QT-ESCROW-REFUND TO RF-ESCROW-AMT
088700     MOVE WS-OVERAGE       TO RF-OVERAGE-AMT
088800     MOVE "P"              TO RF-STATUS
088900     WRITE LOANPORF-RECORD
089000         INVALID KEY
089100             DISPLAY "LOANPORC: LOANPORF WRITE FAILED "
089200                 RF-LOAN-NUMBER
089300     END-WRITE
089400     ADD 1             TO WS-REFUND-COUNT
089500     ADD WS-REFUND-AMT TO WS-REFUND-TOTAL.
089600
089700 3200-QUEUE-REFUND-EXIT.
089800     EXIT.
089900
090000*--------------------------------------------------------------*
090100* 3300-REQUEST-LIEN-RELEASE - ONE REQUEST TO THE DOCUMENT DESK *
090200*    NAMING THE BORROWER, PROPERTY AND PARCEL                  *
090300*--------------------------------------------------------------*
090400 3300-REQUEST-LIEN-RELEASE.
090500     MOVE LM-LOAN-NUMBER   TO LR-LOAN-NUMBER
090600     MOVE WS-BUSINESS-DATE TO LR-REQUEST-DATE
090700     MOVE QT-RECEIVED-DATE TO LR-PAID-DATE
090800     MOVE CU-NAME          TO LR-BORROWER-NAME
090900     MOVE CO-PROP-ADDR-1   TO LR-PROP-ADDR-1
091000     MOVE CO-PROP-CITY     TO LR-PROP-CITY
091100     MOVE CO-PROP-STATE    TO LR-PROP-STATE
091200     MOVE CO-PROP-ZIP      TO LR-PROP-ZIP
091300     MOVE CO-TAX-PARCEL    TO LR-TAX-PARCEL
091400     MOVE LM-INVESTOR-CODE TO LR-INVESTOR-CODE
091500     MOVE LM-PRINCIPAL     TO LR-ORIG-PRINCIPAL
091600     WRITE LOANPOLN-RECORD
091700     ADD 1 TO WS-LIEN-COUNT.
091800
091900 3300-REQUEST-LIEN-RELEASE-EXIT.
092000     EXIT.
092100
092200*--------------------------------------------------------------*
092300* 3400-PRINT-LETTER - PAID-IN-FULL LETTER: BORROWER ADDRESS,   *
092400*    THE LIEN RELEASE NOTICE, THE FUNDS TAKEN AND ANY REFUND   *
092500*    TO FOLLOW, AND THE PROPERTY RELEASED                      *
092600*--------------------------------------------------------------*
092700 3400-PRINT-LETTER.
092800     MOVE LM-LOAN-NUMBER TO WL-LOAN-NUMBER
092900     WRITE LETTER-LINE FROM WS-LETTER-HEADING
093000     MOVE "BORROWER: " TO WN-TEXT
093100     MOVE CU-NAME      TO WN-VALUE
093200     WRITE LETTER-LINE FROM WS-LETTER-NAME-LINE
093300     MOVE SPACES       TO WN-TEXT
093400     MOVE CU-ADDR-1    TO WN-VALUE
093500     WRITE LETTER-LINE FROM WS-LETTER-NAME-LINE
093600     IF CU-ADDR-2 NOT = SPACES
093700         MOVE CU-ADDR-2 TO WN-VALUE
093800         WRITE LETTER-LINE FROM WS-LETTER-NAME-LINE
093900     END-IF
094000     MOVE SPACES TO WN-VALUE
094100     STRING CU-CITY DELIMITED BY "  "
094200            ", " DELIMITED BY SIZE
094300            CU-STATE DELIMITED BY SIZE
094400            " " DELIMITED BY SIZE
094500            CU-ZIP DELIMITED BY SIZE
094600         INTO WN-VALUE
094700     END-STRING
094800     WRITE LETTER-LINE FROM WS-LETTER-NAME-LINE
094900     WRITE LETTER-LINE FROM SPACES
095000     WRITE LETTER-LINE FROM WS-PIF-TEXT-1
095100     WRITE LETTER-LINE FROM WS-PIF-TEXT-2
095200     WRITE LETTER-LINE FROM WS-PIF-TEXT-3
095300     WRITE LETTER-LINE FROM WS-PIF-TEXT-4
095400     WRITE LETTER-LINE FROM WS-PIF-TEXT-5
095500     WRITE LETTER-LINE FROM SPACES
095600     MOVE "DATE FUNDS RECEIVED . . . . . " TO WT-LABEL
095700     MOVE QT-RECEIVED-DATE                 TO WT-DATE
095800     WRITE LETTER-LINE FROM WS-LETTER-DATE-LINE
095900     MOVE "PAYOFF FUNDS RECEIVED . . . . " TO WA-LABEL
096000     MOVE QT-RECEIVED-AMT                  TO WA-AMOUNT
096100     WRITE LETTER-LINE FROM WS-LETTER-AMOUNT-LINE
096200     MOVE "AMOUNT DUE ON THAT DATE . . . " TO WA-LABEL
096300     MOVE QT-AMOUNT-DUE                    TO WA-AMOUNT
096400     WRITE LETTER-LINE FROM WS-LETTER-AMOUNT-LINE
096500     IF WS-SHORT-WAIVED > ZERO
096600         MOVE "SHORTAGE WAIVED . . . . . . . " TO WA-LABEL
096700         MOVE WS-SHORT-WAIVED                  TO WA-AMOUNT
096800         WRITE LETTER-LINE FROM WS-LETTER-AMOUNT-LINE
096900     END-IF
097000     IF WS-REFUND-AMT > ZERO
097100         MOVE "REFUND TO FOLLOW  . . . . . . " TO WA-LABEL
097200         MOVE WS-REFUND-AMT                    TO WA-AMOUNT
097300         WRITE LETTER-LINE FROM WS-LETTER-AMOUNT-LINE
097400     END-IF
097500     IF COLLATERAL-ON-FILE
097600         WRITE LETTER-LINE FROM SPACES
097700         MOVE "PROPERTY: "   TO WN-TEXT
097800         MOVE CO-PROP-ADDR-1 TO WN-VALUE
097900         WRITE LETTER-LINE FROM WS-LETTER-NAME-LINE
098000         MOVE SPACES TO WN-TEXT
098100         MOVE SPACES TO WN-VALUE
098200         STRING CO-PROP-CITY DELIMITED BY "  "
098300                ", " DELIMITED BY SIZE
098400                CO-PROP-STATE DELIMITED BY SIZE
098500                " " DELIMITED BY SIZE
098600                CO-PROP-ZIP DELIMITED BY SIZE
098700             INTO WN-VALUE
098800         END-STRING
098900         WRITE LETTER-LINE FROM WS-LETTER-NAME-LINE
099000     END-IF
099100     WRITE LETTER-LINE FROM SPACES.
099200
099300 3400-PRINT-LETTER-EXIT.
099400     EXIT.
099500
099600*--------------------------------------------------------------*
099601* 4000-START-CLOSE-OUT - POSITION AT THE FIRST QUOTE ON FILE   *
099602*    FOR THE PASS OVER QUOTES PAID BUT NOT YET CLOSED OUT      *
099603*--------------------------------------------------------------*
099604 4000-START-CLOSE-OUT.
099605     MOVE LOW-VALUES TO QT-LOAN-NUMBER
099606     START LOANPOQT KEY IS NOT LESS THAN QT-LOAN-NUMBER
099607         INVALID KEY
099608             MOVE "Y" TO WS-QUOTE-EOF-SW
099609             GO TO 4000-START-CLOSE-OUT-EXIT
099610     END-START
099611     READ LOANPOQT NEXT RECORD
099612         AT END MOVE "Y" TO WS-QUOTE-EOF-SW
099613     END-READ.
099614
099615 4000-START-CLOSE-OUT-EXIT.
099616     EXIT.
099617
099618*--------------------------------------------------------------*
099619* 4100-CLOSE-OUT-QUOTE - ONE QUOTE PER ITERATION. A PAID QUOTE *
099620*    WAITS UNTIL LOANUPDT HAS APPLIED STATUS P TO THE MASTER,  *
099621*    OR LOANARCH HAS SINCE ARCHIVED THE LOAN AS PAID OFF. ONLY *
099622*    THEN IS THE REFUND QUEUED, THE LIEN RELEASE REQUESTED AND *
099623*    THE BORROWER TOLD, AND THE QUOTE MARKED CLOSED OUT. A     *
099624*    PAID LOAN FOUND ON NEITHER FILE IS LISTED FOR THE PAYOFF  *
099625*    DESK.                                                     *
099626*--------------------------------------------------------------*
099627 4100-CLOSE-OUT-QUOTE.
099628     IF NOT QT-PAID OR NOT QT-CLOSEOUT-PENDING
099629         GO TO 4100-CLOSE-OUT-QUOTE-NEXT
099630     END-IF
099631     MOVE "N" TO WS-CLOSEOUT-SW
099632     MOVE QT-LOAN-NUMBER TO LM-LOAN-NUMBER
099633     READ LOANMAST
099634     IF WS-MAST-STATUS = "00"
099635         IF LM-STAT-PAIDOFF
099636             MOVE "Y" TO WS-CLOSEOUT-SW
099637         END-IF
099638     ELSE
099639         IF LOANARCM-AVAILABLE
099640             MOVE QT-LOAN-NUMBER TO AM-LOAN-NUMBER
099641             READ LOANARCM
099642             IF WS-ARCM-STATUS = "00"
099643                 MOVE LOANARCM-RECORD TO LOANMAST-RECORD
099644                 IF LM-STAT-PAIDOFF
099645                     MOVE "Y" TO WS-CLOSEOUT-SW
099646                 END-IF
099647             END-IF
099648         END-IF
099649     END-IF
099650     MOVE QT-LOAN-NUMBER   TO WD-LOAN-NUMBER
099651     MOVE QT-RECEIVED-DATE TO WD-DATE
099652     MOVE QT-RECEIVED-AMT  TO WD-FUNDS
099653     COMPUTE WS-DIFFERENCE = QT-RECEIVED-AMT - QT-AMOUNT-DUE
099654     MOVE WS-DIFFERENCE    TO WD-DIFFERENCE
099655     IF READY-TO-CLOSE-OUT
099656         PERFORM 4200-ISSUE-CLOSE-OUT
099657             THRU 4200-ISSUE-CLOSE-OUT-EXIT
099658         GO TO 4100-CLOSE-OUT-QUOTE-NEXT
099659     END-IF
099660     IF WS-MAST-STATUS = "00"
099661         ADD 1               TO WS-AWAIT-COUNT
099662         ADD QT-RECEIVED-AMT TO WS-AWAIT-TOTAL
099663         MOVE "AWAITING STATUS P       " TO WD-ACTION
099664     ELSE
099665         ADD 1               TO WS-NO-MASTER-COUNT
099666         MOVE "NOT CLOSED-NOT ON MASTER" TO WD-ACTION
099667     END-IF
099668     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
099669
099670 4100-CLOSE-OUT-QUOTE-NEXT.
099671     READ LOANPOQT NEXT RECORD
099672         AT END MOVE "Y" TO WS-QUOTE-EOF-SW
099673     END-READ.
099674
099675 4100-CLOSE-OUT-QUOTE-EXIT.
099676     EXIT.
099677
099678*--------------------------------------------------------------*
099679* 4200-ISSUE-CLOSE-OUT - THE MASTER NOW SHOWS THE LOAN PAID    *
099680*    OFF. THE SHORTAGE OR OVERAGE IS TAKEN AGAIN FROM THE      *
099681*    FUNDS AND AMOUNT DUE STORED ON THE QUOTE, THE BORROWER    *
099682*    AND PROPERTY ARE READ, THE THREE CLOSE-OUT ITEMS GO OUT   *
099683*    AND THE QUOTE IS MARKED CLOSED OUT                        *
099684*--------------------------------------------------------------*
099685 4200-ISSUE-CLOSE-OUT.
099686     MOVE ZERO TO WS-SHORT-WAIVED
099687     MOVE ZERO TO WS-OVERAGE
099688     IF WS-DIFFERENCE < ZERO
099689         COMPUTE WS-SHORT-WAIVED = ZERO - WS-DIFFERENCE
099690     END-IF
099691     IF WS-DIFFERENCE > ZERO
099692         MOVE WS-DIFFERENCE TO WS-OVERAGE
099693     END-IF
099694     MOVE LM-CUSTOMER-ID TO CU-CUSTOMER-ID
099695     READ LOANCUST
099696         INVALID KEY
099697             MOVE SPACES TO LOANCUST-RECORD
099698     END-READ
099699     MOVE "N" TO WS-COLL-FOUND-SW
099700     IF LOANCOLL-AVAILABLE
099701         MOVE LM-LOAN-NUMBER TO CO-LOAN-NUMBER
099702         READ LOANCOLL
099703         IF WS-COLL-STATUS = "00"
099704             MOVE "Y" TO WS-COLL-FOUND-SW
099705         END-IF
099706     END-IF
099707     IF NOT COLLATERAL-ON-FILE
099708         MOVE SPACES TO LOANCOLL-RECORD
099709     END-IF
099710     COMPUTE WS-REFUND-AMT = QT-ESCROW-REFUND + WS-OVERAGE
099711     IF WS-REFUND-AMT > ZERO
099712         PERFORM 3200-QUEUE-REFUND THRU 3200-QUEUE-REFUND-EXIT
099713     END-IF
099714     PERFORM 3300-REQUEST-LIEN-RELEASE
099715         THRU 3300-REQUEST-LIEN-RELEASE-EXIT
099716     PERFORM 3400-PRINT-LETTER THRU 3400-PRINT-LETTER-EXIT
099717     MOVE "Y" TO QT-CLOSEOUT-SW
099718     REWRITE LOANPOQT-RECORD
099719         INVALID KEY
099720             DISPLAY "LOANPORC: LOANPOQT REWRITE FAILED "
099721                 QT-LOAN-NUMBER
099722     END-REWRITE
099723     ADD 1               TO WS-CLOSEOUT-COUNT
099724     ADD QT-RECEIVED-AMT TO WS-CLOSEOUT-TOTAL
099725     MOVE "CLOSED OUT-LIEN/LETTER  " TO WD-ACTION
099726     WRITE PRINT-LINE FROM WS-DETAIL-LINE
099727     IF NOT COLLATERAL-ON-FILE
099728         ADD 1 TO WS-NO-PROPERTY-COUNT
099729         MOVE "LIEN REQ-NO PROPERTY REC" TO WD-ACTION
099730         MOVE ZERO                       TO WD-FUNDS
099731         MOVE ZERO                       TO WD-DIFFERENCE
099732         WRITE PRINT-LINE FROM WS-DETAIL-LINE
099733     END-IF.
099734
099735 4200-ISSUE-CLOSE-OUT-EXIT.
099736     EXIT.
099737
099738*--------------------------------------------------------------*
099739* 5900-HOLD-FUNDS - THE FUNDS DO NOT CLOSE THE LOAN; THEY      *
099800*    PRINT ON THE REGISTER WITH THE REASON FOR THE PAYOFF DESK *
099900*    TO RESEARCH, RETURN OR APPLY BY HAND                      *
100000*--------------------------------------------------------------*
100100 5900-HOLD-FUNDS.
100200     ADD 1         TO WS-HELD-COUNT
100300     ADD PF-AMOUNT TO WS-HELD-TOTAL
100400     MOVE PF-LOAN-NUMBER   TO WD-LOAN-NUMBER
100500     MOVE PF-DATE-RECEIVED TO WD-DATE
100600     MOVE PF-AMOUNT        TO WD-FUNDS
100700     MOVE WS-DIFFERENCE    TO WD-DIFFERENCE
100800     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
100900
101000 5900-HOLD-FUNDS-EXIT.
101100     EXIT.
101200
101300*--------------------------------------------------------------*
101400* 8000-PRINT-TOTALS - COUNTS AND DOLLARS AT THE FOOT OF THE    *
101500*    REGISTER                                                  *
101600*--------------------------------------------------------------*
101700 8000-PRINT-TOTALS.
101800     WRITE PRINT-LINE FROM SPACES
101900     MOVE "PAYOFF REMITTANCES READ . ." TO WX-LABEL
102000     MOVE WS-FUNDS-COUNT                TO WX-COUNT
102100     MOVE WS-FUNDS-TOTAL                TO WX-AMOUNT
102200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
102300     MOVE "PAYOFFS ACCEPTED  . . . . ." TO WX-LABEL
102400     MOVE WS-CLOSED-COUNT               TO WX-COUNT
102500     MOVE WS-CLOSED-TOTAL               TO WX-AMOUNT
102600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
102700     MOVE "SHORTAGES WAIVED  . . . . ." TO WX-LABEL
102800     MOVE WS-SHORT-COUNT                TO WX-COUNT
102900     MOVE WS-SHORT-TOTAL                TO WX-AMOUNT
103000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
103100     MOVE "OVERAGES TO REFUND  . . . ." TO WX-LABEL
103200     MOVE WS-OVER-COUNT                 TO WX-COUNT
103300     MOVE WS-OVER-TOTAL                 TO WX-AMOUNT
103400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
103500     MOVE "REFUNDS QUEUED FOR LOANESDB " TO WX-LABEL
103600     MOVE WS-REFUND-COUNT               TO WX-COUNT
103700     MOVE WS-REFUND-TOTAL               TO WX-AMOUNT
103800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
103900     MOVE "FUNDS HELD  . . . . . . . ." TO WX-LABEL
104000     MOVE WS-HELD-COUNT                 TO WX-COUNT
104100     MOVE WS-HELD-TOTAL                 TO WX-AMOUNT
104200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
104201     MOVE "LOANS CLOSED OUT  . . . . ." TO WX-LABEL
104202     MOVE WS-CLOSEOUT-COUNT             TO WX-COUNT
104203     MOVE WS-CLOSEOUT-TOTAL             TO WX-AMOUNT
104204     WRITE PRINT-LINE FROM WS-TOTAL-LINE
104205     MOVE "AWAITING STATUS P . . . . ." TO WX-LABEL
104206     MOVE WS-AWAIT-COUNT                TO WX-COUNT
104207     MOVE WS-AWAIT-TOTAL                TO WX-AMOUNT
104208     WRITE PRINT-LINE FROM WS-TOTAL-LINE
104209     MOVE "PAID, NOT ON MASTER . . . ." TO WX-LABEL
104210     MOVE WS-NO-MASTER-COUNT            TO WX-COUNT
104211     MOVE ZERO                          TO WX-AMOUNT
104212     WRITE PRINT-LINE FROM WS-TOTAL-LINE
104300     MOVE "LIEN RELEASES REQUESTED . ." TO WX-LABEL
104400     MOVE WS-LIEN-COUNT                 TO WX-COUNT
104500     MOVE ZERO                          TO WX-AMOUNT
104600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
104700     MOVE "  WITH NO PROPERTY RECORD ." TO WX-LABEL
104800     MOVE WS-NO-PROPERTY-COUNT          TO WX-COUNT
104900     WRITE PRINT-LINE FROM WS-TOTAL-LINE
105000     MOVE "STATUS CHANGES TO LOANUPDT ." TO WX-LABEL
105100     MOVE WS-STATUS-TRAN-COUNT          TO WX-COUNT
105200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
105300     IF WS-HELD-COUNT > ZERO OR WS-NO-PROPERTY-COUNT > ZERO
105310             OR WS-NO-MASTER-COUNT > ZERO
105400         MOVE 4 TO RETURN-CODE
105500     END-IF.
105600
105700 8000-PRINT-TOTALS-EXIT.
105800     EXIT.
105900
106000*--------------------------------------------------------------*
106100* 9000-TERMINATE                                               *
106200*--------------------------------------------------------------*
106300 9000-TERMINATE.
106400     CLOSE LOANMAST
106500     CLOSE LOANPOQT
106600     CLOSE LOANCUST
106700     CLOSE LOANPORF
106800     IF LOANCOLL-AVAILABLE
106900         CLOSE LOANCOLL
107000     END-IF
107010     IF LOANARCM-AVAILABLE
107020         CLOSE LOANARCM
107030     END-IF
107100     IF WS-POFD-STATUS = "00" OR WS-POFD-STATUS = "10"
107200         CLOSE LOANPOFD
107300     END-IF
107400     CLOSE LOANPOTRN
107500     CLOSE LOANPOLN
107600     CLOSE LOANPOPL
107700     CLOSE LOANPORG
107800     DISPLAY "LOANPORC: REMITTANCES=" WS-FUNDS-COUNT
107900         " PAID IN FULL=" WS-CLOSED-COUNT
108000         " HELD=" WS-HELD-COUNT
108010         " CLOSED OUT=" WS-CLOSEOUT-COUNT
108100     MOVE "E"              TO WS-CY-FUNCTION
108200     MOVE "LOANPORC "      TO WS-CY-PROGRAM
108300     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
108400     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
108500     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
108600
108700 END PROGRAM LOANPORC.
