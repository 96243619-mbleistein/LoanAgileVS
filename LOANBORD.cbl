000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANBORD.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-14.
000600 DATE-COMPILED. 2026-09-14.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-14  LSG  Initial version. Servicing-transfer        *
001000*               boarding of an acquired portfolio, run ahead   *
001100*               of LOANBATCH on the night the loans transfer.  *
001200*               Reads the prior servicer's standard transfer   *
001300*               file LOANXFER (header, one detail per loan,    *
001400*               trailer) and, for every loan that ties, builds *
001500*               its LOANMAST, LOANCUST and LOANCOLL records,   *
001600*               one fully-applied LOANPHIST row for each       *
001700*               installment already paid, and a LOANSUSF row   *
001800*               for unapplied funds the prior servicer held.   *
001900*               The loan is boarded on its original note terms *
002000*               so LOANPHIST months and LOANBATCH's schedule   *
002100*               line up; it ties when LOANAMORT's scheduled    *
002200*               balance after the paid installments, and its   *
002300*               next payment, agree with the tape within the   *
002400*               LOANPARM tolerance. A loan that does not tie,  *
002500*               or is already on file, goes to LOANRJCT and    *
002600*               nothing is written for it. Every loan prints   *
002700*               on the LOANBDRP boarding reconciliation, which *
002800*               also proves the tape's trailer totals; each    *
002900*               boarded loan gets a transfer ("hello") notice  *
003000*               on LOANHELO, and its seeded history and        *
003100*               suspense go to LOANBRDA for LOANCREC.          *
003101*  2026-09-22  LSG  Servicemember fields appended to the       *
003102*               customer record layout; a boarded customer     *
003103*               starts with no active-duty flag or service     *
003104*               dates.                                         *
003105*  2026-09-30  LSG  Email address and delivery preference      *
003106*               appended to the customer record layout; a      *
003107*               boarded customer starts on paper delivery with *
003108*               no email address.                              *
003109*  2026-10-05  LSG  Reject image widened to 400 bytes for the  *
003110*               boarding transfer detail.                      *
003200*--------------------------------------------------------------*
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT LOANPARM ASSIGN TO "LOANPARM"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-PARM-STATUS.
004300     SELECT LOANXFER ASSIGN TO "LOANXFER"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-XFER-STATUS.
004600     SELECT LOANMAST ASSIGN TO "LOANMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS LM-LOAN-NUMBER
005000         FILE STATUS IS WS-MAST-STATUS.
005100     SELECT LOANCUST ASSIGN TO "LOANCUST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CU-CUSTOMER-ID
005500         FILE STATUS IS WS-CUST-STATUS.
005600     SELECT LOANCOLL ASSIGN TO "LOANCOLL"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS CO-LOAN-NUMBER
006000         FILE STATUS IS WS-COLL-STATUS.
006100     SELECT LOANPHIST ASSIGN TO "LOANPHIST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS PH-KEY
006500         FILE STATUS IS WS-PHST-STATUS.
006600     SELECT LOANSUSF ASSIGN TO "LOANSUSF"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS SU-LOAN-NUMBER
007000         FILE STATUS IS WS-SUSF-STATUS.
007100     SELECT LOANRJCT ASSIGN TO "LOANRJCT"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-RJCT-STATUS.
007400     SELECT LOANBRDA ASSIGN TO "LOANBRDA"
007500         ORGANIZATION IS SEQUENTIAL.
007600     SELECT LOANBDRP ASSIGN TO "LOANBDRP"
007700         ORGANIZATION IS SEQUENTIAL.
007800     SELECT LOANHELO ASSIGN TO "LOANHELO"
007900         ORGANIZATION IS SEQUENTIAL.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300*--------------------------------------------------------------*
008400* LOANPARM - THE RUN-CONTROL RECORD; THE RECONCILIATION        *
008500*    TOLERANCE IS THE TIE TOLERANCE FOR A BOARDED LOAN         *
008600*--------------------------------------------------------------*
008700 FD  LOANPARM
008800     RECORDING MODE IS F.
008900 01  LOANPARM-RECORD.
009000     05 PR-BUSINESS-DATE         PIC 9(08).
009100     05 PR-RUN-ID                PIC X(08).
009200     05 PR-OPT-SKED-ONLY         PIC X(01).
009300     05 PR-OPT-SKIP-DELQ         PIC X(01).
009400     05 PR-OPT-FULL-RUN          PIC X(01).
009500     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
009600     05 PR-GENERATIONS-KEPT      PIC 9(02).
009700
009800*--------------------------------------------------------------*
009900* LOANXFER - THE PRIOR SERVICER'S TRANSFER FILE: ONE HEADER,   *
010000*    ONE DETAIL PER LOAN, ONE TRAILER CARRYING THE LOAN COUNT  *
010100*    AND UNPAID-BALANCE TOTAL OF THE DETAILS. PRINCIPAL IS IN  *
010200*    WHOLE DOLLARS AND THE RATE IN PERCENT, AS ON LOANMAST.    *
010300*    XD-PAID-INSTALLMENTS IS THE NUMBER OF SCHEDULED PAYMENTS  *
010400*    MADE, SO THE NEXT ONE DUE IS THAT NUMBER PLUS ONE.        *
010500*--------------------------------------------------------------*
010600 FD  LOANXFER
010700     RECORDING MODE IS F.
010800 01  LOANXFER-RECORD.
010900     05 XF-RECORD-TYPE           PIC X(01).
011000         88 XF-HEADER                            VALUE "H".
011100         88 XF-DETAIL                            VALUE "D".
011200         88 XF-TRAILER                           VALUE "T".
011300     05 XF-DETAIL-DATA.
011400         10 XD-LOAN-NUMBER       PIC X(10).
011500         10 XD-PRIOR-LOAN-NUMBER PIC X(15).
011600         10 XD-CUSTOMER-ID       PIC X(10).
011700         10 XD-NAME              PIC X(30).
011800         10 XD-ADDR-1            PIC X(30).
011900         10 XD-ADDR-2            PIC X(30).
012000         10 XD-CITY              PIC X(20).
012100         10 XD-STATE             PIC X(02).
012200         10 XD-ZIP               PIC X(09).
012300         10 XD-PHONE             PIC X(15).
012400         10 XD-PROP-ADDR-1       PIC X(30).
012500         10 XD-PROP-CITY         PIC X(20).
012600         10 XD-PROP-STATE        PIC X(02).
012700         10 XD-PROP-ZIP          PIC X(09).
012800         10 XD-TAX-PARCEL        PIC X(15).
012900         10 XD-INS-CARRIER       PIC X(30).
013000         10 XD-POLICY-NUMBER     PIC X(15).
013100         10 XD-POLICY-EXP-DATE   PIC 9(08).
013200         10 XD-INS-PREMIUM       PIC S9(7)V99   COMP-3.
013300         10 XD-INS-DUE-MONTH     PIC 9(02).
013400         10 XD-ORIG-PRINCIPAL    PIC S9(8)      COMP-3.
013500         10 XD-ORIG-TERM         PIC 9(03).
013600         10 XD-NOTE-RATE         PIC S9(3)V9(6) COMP-3.
013700         10 XD-FIRST-PMT-YEAR    PIC 9(04).
013800         10 XD-FIRST-PMT-MONTH   PIC 9(02).
013900         10 XD-PI-PAYMENT        PIC S9(7)V99   COMP-3.
014000         10 XD-ESCROW-AMT        PIC S9(7)V99   COMP-3.
014100         10 XD-INVESTOR-CODE     PIC X(03).
014200         10 XD-LOAN-STATUS       PIC X(01).
014300         10 XD-PAID-INSTALLMENTS PIC 9(03).
014400         10 XD-LAST-PAID-DATE    PIC 9(08).
014500         10 XD-CURRENT-UPB       PIC S9(9)V99   COMP-3.
014600         10 XD-SUSPENSE-BAL      PIC S9(7)V99   COMP-3.
014700         10 XD-ACH-ROUTING       PIC X(09).
014800         10 XD-ACH-ACCOUNT       PIC X(17).
014900         10 FILLER               PIC X(12).
015000     05 XF-HEADER-DATA REDEFINES XF-DETAIL-DATA.
015100         10 XH-PRIOR-SERVICER    PIC X(30).
015200         10 XH-TRANSFER-DATE     PIC 9(08).
015300         10 FILLER               PIC X(362).
015400     05 XF-TRAILER-DATA REDEFINES XF-DETAIL-DATA.
015500         10 XT-LOAN-COUNT        PIC 9(07).
015600         10 XT-UPB-TOTAL         PIC S9(11)V99  COMP-3.
015700         10 FILLER               PIC X(386).
015800
015900*--------------------------------------------------------------*
016000* LOANMAST - ONE RECORD PER LOAN, KEYED ON LM-LOAN-NUMBER      *
016100*--------------------------------------------------------------*
016200 FD  LOANMAST
016300     RECORDING MODE IS F.
016400 01  LOANMAST-RECORD.
016500     05 LM-LOAN-NUMBER           PIC X(10).
016600     05 LM-CUSTOMER-ID           PIC X(10).
016700     05 LM-PRINCIPAL             PIC S9(8)      COMP-3.
016800     05 LM-LOANTERM              PIC S9(8)      COMP-3.
016900     05 LM-RATE                  PIC S9(9)V9(9).
017000     05 LM-PAYMENT-FREQUENCY     PIC X(01).
017100     05 LM-ESCROW-AMT            PIC S9(7)V99   COMP-3.
017200     05 LM-BALLOON-TERM          PIC S9(8)      COMP-3.
017300     05 LM-RATE-RESET-COUNT      PIC S9(4)      COMP.
017400     05 LM-RATE-RESETS OCCURS 3 TIMES.
017500         10 LM-RESET-EFF-MONTH   PIC S9(4)      COMP.
017600         10 LM-RESET-RATE        PIC S9(9)V9(9).
017700     05 LM-FIRST-PMT-YEAR        PIC 9(04).
017800     05 LM-FIRST-PMT-MONTH       PIC 9(02).
017900     05 LM-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
018000     05 LM-DAY-COUNT-METHOD      PIC X(01).
018100     05 LM-EXTRA-PRINCIPAL-AMT   PIC S9(7)V99   COMP-3.
018200     05 LM-INVESTOR-CODE         PIC X(03).
018300     05 LM-IO-MONTHS             PIC S9(4)      COMP.
018400     05 LM-FORBEAR-START-MONTH   PIC S9(4)      COMP.
018500     05 LM-FORBEAR-MONTHS        PIC S9(4)      COMP.
018600     05 LM-STATUS-CODE           PIC X(01).
018700         88 LM-STAT-ACTIVE                       VALUE " " "A".
018800         88 LM-STAT-BANKRUPT                     VALUE "B".
018900         88 LM-STAT-FORECLOSE                    VALUE "F".
019000         88 LM-STAT-PAIDOFF                      VALUE "P".
019100     05 LM-INDEX-CODE            PIC X(03).
019200     05 LM-INDEX-VALUE           PIC S9(3)V9(4) COMP-3.
019300     05 LM-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
019400     05 LM-PERIODIC-CAP          PIC S9(3)V9(4) COMP-3.
019500     05 LM-LIFETIME-CAP          PIC S9(3)V9(4) COMP-3.
019600     05 LM-RATE-FLOOR            PIC S9(3)V9(4) COMP-3.
019700     05 LM-ACH-ROUTING           PIC X(09).
019800     05 LM-ACH-ACCOUNT           PIC X(17).
019900     05 LM-AUTOPAY-FLAG          PIC X(01).
020000         88 LM-AUTOPAY-OFF                       VALUE " " "N".
020100         88 LM-AUTOPAY-PRENOTE                   VALUE "P".
020200         88 LM-AUTOPAY-ON                        VALUE "Y".
020300     05 LM-ESCROW-INT-RATE       PIC S9(3)V9(4) COMP-3.
020400     05 LM-BUYDOWN-COUNT         PIC S9(4)      COMP.
020500     05 LM-BUYDOWN-STEPS OCCURS 3 TIMES.
020600         10 LM-BUYDOWN-MONTHS    PIC S9(4)      COMP.
020700         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
020800
020900*--------------------------------------------------------------*
021000* LOANCUST - CUSTOMER MASTER, KEYED ON CU-CUSTOMER-ID          *
021100*--------------------------------------------------------------*
021200 FD  LOANCUST
021300     RECORDING MODE IS F.
021400 01  LOANCUST-RECORD.
021500     05 CU-CUSTOMER-ID           PIC X(10).
021600     05 CU-NAME                  PIC X(30).
021700     05 CU-ADDR-1                PIC X(30).
021800     05 CU-ADDR-2                PIC X(30).
021900     05 CU-CITY                  PIC X(20).
022000     05 CU-STATE                 PIC X(02).
022100     05 CU-ZIP                   PIC X(09).
022200     05 CU-PHONE                 PIC X(15).
022201     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
022202         88 CU-ACTIVE-DUTY                      VALUE "Y".
022203     05 CU-SERVICE-START-DATE    PIC 9(08).
022204     05 CU-SERVICE-END-DATE      PIC 9(08).
022205     05 CU-TAX-ID                PIC X(09).
022206     05 CU-BIRTH-DATE            PIC 9(08).
022207     05 CU-EMAIL-ADDRESS         PIC X(40).
022208     05 CU-DELIVERY-PREF         PIC X(01).
022209         88 CU-DELIVER-PAPER                    VALUE " " "P".
022210         88 CU-DELIVER-ELECTRONIC               VALUE "E".
022300
022400*--------------------------------------------------------------*
022500* LOANCOLL - COLLATERAL AND HAZARD-POLICY RECORD, ONE PER      *
022600*    LOAN, KEYED ON LM-LOAN-NUMBER                             *
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
024400* LOANPHIST - POSTED-PAYMENT HISTORY SUBLEDGER, ONE ROW PER    *
024500*             LOAN AND SCHEDULE MONTH THAT HAS RECEIVED CASH   *
024600*--------------------------------------------------------------*
024700 FD  LOANPHIST
024800     RECORDING MODE IS F.
024900 01  LOANPHIST-RECORD.
025000     05 PH-KEY.
025100         10 PH-LOAN-NUMBER       PIC X(10).
025200         10 PH-SCHED-MONTH       PIC 9(04).
025300     05 PH-AMOUNT-RECEIVED       PIC S9(7)V99   COMP-3.
025400     05 PH-AMOUNT-SCHEDULED      PIC S9(7)V99   COMP-3.
025500     05 PH-LAST-DATE-RECEIVED    PIC 9(08).
025600     05 PH-PAY-COUNT             PIC 9(03).
025700     05 PH-STATUS                PIC X(01).
025800         88 PH-FULLY-APPLIED                     VALUE "A".
025900         88 PH-PARTIAL                           VALUE "P".
026000
026100*--------------------------------------------------------------*
026200* LOANSUSF - SUSPENSE FILE, ONE ROW PER LOAN WITH HELD CASH.   *
026300*    SU-SCHED-AMOUNT IS THE SCHEDULED PAYMENT PLUS ESCROW AND  *
026400*    LATE FEE FOR THE MONTH BEING FUNDED                       *
026500*--------------------------------------------------------------*
026600 FD  LOANSUSF
026700     RECORDING MODE IS F.
026800 01  LOANSUSF-RECORD.
026900     05 SU-LOAN-NUMBER           PIC X(10).
027000     05 SU-HELD-AMOUNT           PIC S9(7)V99   COMP-3.
027100     05 SU-SCHED-AMOUNT          PIC S9(7)V99   COMP-3.
027200     05 SU-SCHED-MONTH           PIC 9(04).
027300     05 SU-LAST-DATE             PIC 9(08).
027400     05 SU-ITEM-COUNT            PIC 9(03).
027500
027600*--------------------------------------------------------------*
027700* LOANRJCT - COMMON REJECT FILE SHARED BY EVERY BATCH PROGRAM  *
027800*--------------------------------------------------------------*
027900 FD  LOANRJCT
028000     RECORDING MODE IS F.
028100 01  LOANRJCT-RECORD.
028200     05 RJ-PROGRAM               PIC X(09).
028300     05 RJ-LOAN-NUMBER           PIC X(10).
028400     05 RJ-STATUS                PIC X(02).
028500     05 RJ-REASON                PIC X(30).
028600     05 RJ-RECORD-IMAGE          PIC X(400).
028700
028800*--------------------------------------------------------------*
028900* LOANBRDA - ONE RECORD PER LOAN BOARDED: THE HISTORY CASH AND *
029000*            SUSPENSE BALANCE IT WAS BOARDED WITH, FOR LOANCREC*
029100*--------------------------------------------------------------*
029200 FD  LOANBRDA
029300     RECORDING MODE IS F.
029400 01  LOANBRDA-RECORD.
029500     05 BA-LOAN-NUMBER           PIC X(10).
029600     05 BA-HIST-CHANGE           PIC S9(9)V99   COMP-3.
029700     05 BA-SUSP-CHANGE           PIC S9(7)V99   COMP-3.
029800
029900*--------------------------------------------------------------*
030000* LOANBDRP - PRINTED BOARDING RECONCILIATION                   *
030100*--------------------------------------------------------------*
030200 FD  LOANBDRP
030300     RECORDING MODE IS F.
030400 01  PRINT-LINE                  PIC X(80).
030500
030600*--------------------------------------------------------------*
030700* LOANHELO - TRANSFER NOTICES TO BORROWERS, ONE PER LOAN       *
030800*--------------------------------------------------------------*
030900 FD  LOANHELO
031000     RECORDING MODE IS F.
031100 01  NOTICE-LINE                 PIC X(80).
031200
031300 WORKING-STORAGE SECTION.
031400 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
031500 77  WS-XFER-STATUS              PIC X(02)      VALUE "00".
031600 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
031700 77  WS-CUST-STATUS              PIC X(02)      VALUE "00".
031800 77  WS-COLL-STATUS              PIC X(02)      VALUE "00".
031900 77  WS-PHST-STATUS              PIC X(02)      VALUE "00".
032000 77  WS-SUSF-STATUS              PIC X(02)      VALUE "00".
032100 77  WS-RJCT-STATUS              PIC X(02)      VALUE "00".
032200 77  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
032300 01  WS-CYCLE-REQUEST.
032400     03 WS-CY-FUNCTION           PIC X(01).
032500     03 WS-CY-PROGRAM            PIC X(09).
032600     03 WS-CY-BUSINESS-DATE      PIC 9(08).
032700     03 WS-CY-END-RETURN-CODE    PIC 9(04).
032800     03 WS-CY-RESULT             PIC X(01).
032900         88 WS-CY-OK                             VALUE "Y".
033000 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
033100     88 END-OF-LOANXFER                          VALUE "Y".
033200 77  WS-TRAILER-SW               PIC X(01)      VALUE "N".
033300     88 TRAILER-READ                             VALUE "Y".
033400 77  WS-CUST-FOUND-SW            PIC X(01)      VALUE "N".
033500     88 CUST-ON-FILE                             VALUE "Y".
033600 77  WS-REJECT-REASON            PIC X(25)      VALUE SPACES.
033700 77  WS-PRIOR-SERVICER           PIC X(30)      VALUE SPACES.
033800 77  WS-TRANSFER-DATE            PIC 9(08)      VALUE ZERO.
033900 77  WS-RECON-TOL                PIC S9(3)V99   COMP-3 VALUE ZERO.
034000 77  WS-MONTH-SUB                PIC S9(04)     COMP   VALUE ZERO.
034100 77  WS-NEXT-MONTH               PIC S9(04)     COMP   VALUE ZERO.
034200 77  WS-MONTH-SERIAL             PIC S9(06)     COMP   VALUE ZERO.
034300 77  WS-DUE-YEAR                 PIC 9(04)      VALUE ZERO.
034400 77  WS-DUE-MONTH                PIC 9(02)      VALUE ZERO.
034500 77  WS-DUE-DATE                 PIC 9(08)      VALUE ZERO.
034600 77  WS-NEXT-DUE-DATE            PIC 9(08)      VALUE ZERO.
034700 77  WS-NUM-PAYMENT              PIC S9(7)V99   VALUE ZERO.
034800 77  WS-NUM-ESCROW               PIC S9(7)V99   VALUE ZERO.
034900 77  WS-NUM-BALANCE              PIC S9(9)V99   VALUE ZERO.
035000 77  WS-SCHED-BALANCE            PIC S9(9)V99   COMP-3 VALUE ZERO.
035100 77  WS-NEXT-DUE-AMT             PIC S9(7)V99   COMP-3 VALUE ZERO.
035200 77  WS-DIFFERENCE               PIC S9(9)V99   COMP-3 VALUE ZERO.
035300 77  WS-LOAN-HIST-AMT            PIC S9(9)V99   COMP-3 VALUE ZERO.
035400 77  WS-READ-COUNT               PIC 9(07)      COMP   VALUE ZERO.
035500 77  WS-BOARD-COUNT              PIC 9(07)      COMP   VALUE ZERO.
035600 77  WS-REJECT-COUNT             PIC 9(07)      COMP   VALUE ZERO.
035700 77  WS-CUST-NEW-COUNT           PIC 9(07)      COMP   VALUE ZERO.
035800 77  WS-CUST-KEPT-COUNT          PIC 9(07)      COMP   VALUE ZERO.
035900 77  WS-HIST-COUNT               PIC 9(07)      COMP   VALUE ZERO.
036000 77  WS-SUSP-COUNT               PIC 9(07)      COMP   VALUE ZERO.
036100 77  WS-BAD-TYPE-COUNT           PIC 9(07)      COMP   VALUE ZERO.
036200 77  WS-NOTICE-COUNT             PIC 9(07)      COMP   VALUE ZERO.
036300 77  WS-READ-UPB                 PIC S9(11)V99  COMP-3 VALUE ZERO.
036400 77  WS-BOARD-UPB                PIC S9(11)V99  COMP-3 VALUE ZERO.
036500 77  WS-REJECT-UPB               PIC S9(11)V99  COMP-3 VALUE ZERO.
036600 77  WS-HIST-TOTAL               PIC S9(11)V99  COMP-3 VALUE ZERO.
036700 77  WS-SUSP-TOTAL               PIC S9(11)V99  COMP-3 VALUE ZERO.
036800
036900*--------------------------------------------------------------*
037000* LINKAGE WORK AREAS PASSED TO LOANAMORT                       *
037100*--------------------------------------------------------------*
037200 01  WS-LOANINFO.
037300     05 WS-PRINCIPAL             PIC S9(8)      COMP-3.
037400     05 WS-LOANTERM              PIC S9(8)      COMP-3.
037500     05 WS-RATE                  PIC S9(9)V9(9).
037600     05 WS-FIRST-PMT-YEAR        PIC 9(4).
037700     05 WS-FIRST-PMT-MONTH       PIC 9(2).
037800     05 WS-PAYMENT-FREQUENCY     PIC X(1).
037900     05 WS-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
038000     05 WS-DAY-COUNT-METHOD      PIC X(1).
038100     05 WS-ESCROW-AMT            PIC S9(7)V99   COMP-3.
038200     05 WS-BALLOON-TERM          PIC S9(8)      COMP-3.
038300     05 WS-IO-MONTHS             PIC S9(4)      COMP.
038400     05 WS-FORBEAR-START-MONTH   PIC S9(4)      COMP.
038500     05 WS-FORBEAR-MONTHS        PIC S9(4)      COMP.
038600     05 WS-ARM-INDEX-RATE        PIC S9(3)V9(4) COMP-3.
038700     05 WS-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
038800     05 WS-ARM-PERIODIC-CAP      PIC S9(3)V9(4) COMP-3.
038900     05 WS-ARM-LIFETIME-CAP      PIC S9(3)V9(4) COMP-3.
039000     05 WS-ARM-RATE-FLOOR        PIC S9(3)V9(4) COMP-3.
039100     05 WS-BUYDOWN-COUNT         PIC S9(4)      COMP.
039200     05 WS-BUYDOWN-STEPS OCCURS 3 TIMES.
039300         10 WS-BUYDOWN-MONTHS    PIC S9(4)      COMP.
039400         10 WS-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
039500     05 WS-RATE-RESET-COUNT      PIC S9(4)      COMP.
039600     05 WS-RATE-RESETS OCCURS 12 TIMES.
039700         10 WS-RESET-EFF-MONTH   PIC S9(4)      COMP.
039800         10 WS-RESET-RATE        PIC S9(9)V9(9).
039801     05 WS-SCRA-START-MONTH   PIC S9(4)      COMP.
039802     05 WS-SCRA-END-MONTH     PIC S9(4)      COMP.
039803     05 WS-SCRA-CAP-RATE      PIC S9(3)V9(4) COMP-3.
039900     05 WS-EXTRA-PRINCIPAL OCCURS 1 TO 480 TIMES
040000         DEPENDING ON WS-LOANTERM.
040100         10 WS-EXTRA-PRIN-AMT    PIC S9(8)V99   COMP-3.
040200
040300 01  WS-OUTDATA.
040400     05 WS-OUTTOTINTPAID         PIC $$,$$$.99.
040500     05 WS-ANNUAL-INT-COUNT      PIC S9(4)      COMP.
040600     05 WS-ANNUAL-INTEREST OCCURS 40 TIMES.
040700         10 WS-AI-YEAR           PIC 9(4).
040800         10 WS-AI-INTEREST       PIC S9(9)V99   COMP-3.
040900     05 WS-RECON-VARIANCE        PIC S9(8)V99   COMP-3.
041000     05 WS-RECON-FLAG            PIC X(1).
041100     05 WS-OUTTOTCAPINT          PIC S9(9)V99   COMP-3.
041200     05 WS-OUTTOTSUBSIDY         PIC S9(9)V99   COMP-3.
041201     05 WS-OUTTOTFORGIVEN        PIC S9(9)V99   COMP-3.
041300     05 WS-LOANAMORT-STATUS      PIC X(2).
041400     05 WS-PAYMENTS OCCURS 1 TO 480 TIMES
041500         DEPENDING ON WS-LOANTERM.
041600         10 WS-OUTINTPAID        PIC $$,$$$.99.
041700         10 WS-OUTPRINCPAID      PIC $$,$$$.99.
041800         10 WS-OUTPAYMENT        PIC $$,$$$.99.
041900         10 WS-OUTBALANCE        PIC $$$,$$$.99.
042000         10 WS-OUTESCROW         PIC $$,$$$.99.
042100         10 WS-OUTLATE-FLAG      PIC X(1).
042200         10 WS-OUTLATEFEE        PIC $,$$$.99.
042300
042400 01  WS-REPORT-HEADING.
042500     05 FILLER              PIC X(40)  VALUE
042600         "SERVICING TRANSFER BOARDING -           ".
042700     05 WH-BUSINESS-DATE    PIC 9(08).
042800     05 FILLER              PIC X(32)  VALUE SPACES.
042900
043000 01  WS-TAPE-HEADING.
043100     05 FILLER              PIC X(16)  VALUE "PRIOR SERVICER: ".
043200     05 WH-PRIOR-SERVICER   PIC X(30).
043300     05 FILLER              PIC X(16)  VALUE "  TRANSFERRED: ".
043400     05 WH-TRANSFER-DATE    PIC 9(08).
043500     05 FILLER              PIC X(10)  VALUE SPACES.
043600
043700 01  WS-COLUMN-HEADING.
043800     05 FILLER              PIC X(40)  VALUE
043900         "LOAN       PRIOR LOAN           TAPE UPB".
044000     05 FILLER              PIC X(40)  VALUE
044100         " SCHEDULED BAL DISPOSITION".
044200
044300 01  WS-DETAIL-LINE.
044400     05 WD-LOAN-NUMBER           PIC X(10).
044500     05 FILLER                   PIC X(01)      VALUE SPACES.
044600     05 WD-PRIOR-LOAN-NUMBER     PIC X(15).
044700     05 FILLER                   PIC X(01)      VALUE SPACES.
044800     05 WD-TAPE-UPB              PIC ZZ,ZZZ,ZZ9.99.
044900     05 FILLER                   PIC X(01)      VALUE SPACES.
045000     05 WD-SCHED-BALANCE         PIC ZZ,ZZZ,ZZ9.99.
045100     05 FILLER                   PIC X(01)      VALUE SPACES.
045200     05 WD-DISPOSITION           PIC X(25).
045300
045400 01  WS-SECTION-LINE.
045500     05 WS-SECTION-TEXT     PIC X(80).
045600
045700 01  WS-TOTAL-LINE.
045800     05 FILLER                   PIC X(02)      VALUE SPACES.
045900     05 WX-LABEL                 PIC X(32).
046000     05 WX-COUNT                 PIC ZZZ,ZZ9.
046100     05 FILLER                   PIC X(02)      VALUE SPACES.
046200     05 WX-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
046300
046400 01  WS-LETTER-HEADING.
046500     05 WL-TITLE            PIC X(26).
046600     05 FILLER              PIC X(07)  VALUE " LOAN: ".
046700     05 WL-LOAN-NUMBER      PIC X(10).
046800
046900 01  WS-LETTER-NAME-LINE.
047000     05 WN-TEXT                  PIC X(10).
047100     05 WN-VALUE                 PIC X(60).
047200
047300 01  WS-LETTER-INFO-LINE.
047400     05 WI-LABEL                 PIC X(30).
047500     05 WI-VALUE                 PIC X(30).
047600
047700 01  WS-LETTER-AMOUNT-LINE.
047800     05 WA-LABEL                 PIC X(30).
047900     05 WA-AMOUNT                PIC ZZZ,ZZ9.99-.
048000
048100 01  WS-LETTER-TEXT-1.
048200     05 FILLER              PIC X(56)  VALUE
048300         "SERVICING OF YOUR LOAN HAS BEEN TRANSFERRED TO US.".
048400 01  WS-LETTER-TEXT-2.
048500     05 FILLER              PIC X(56)  VALUE
048600         "ITS TERMS ARE NOT CHANGED. SEND EVERY PAYMENT DUE ON".
048700 01  WS-LETTER-TEXT-3.
048800     05 FILLER              PIC X(56)  VALUE
048900         "OR AFTER THE EFFECTIVE DATE TO US, QUOTING THE NEW".
049000 01  WS-LETTER-TEXT-4.
049100     05 FILLER              PIC X(56)  VALUE
049200         "LOAN NUMBER SHOWN ABOVE.".
049300 01  WS-LETTER-TEXT-5.
049400     05 FILLER              PIC X(56)  VALUE
049500         "A PAYMENT SENT ON TIME TO THE PRIOR SERVICER WITHIN 60".
049600 01  WS-LETTER-TEXT-6.
049700     05 FILLER              PIC X(56)  VALUE
049800         "DAYS OF THE EFFECTIVE DATE WILL NOT BE TREATED LATE.".
049900
050000 PROCEDURE DIVISION.
050100*--------------------------------------------------------------*
050200* 0000-MAINLINE                                                *
050300*--------------------------------------------------------------*
050400 0000-MAINLINE.
050500     PERFORM 1000-INITIALIZE
050600     PERFORM 2000-BOARD-LOANS THRU 2000-BOARD-LOANS-EXIT
050700         UNTIL END-OF-LOANXFER
050800     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
050900     PERFORM 9000-TERMINATE
051000     GOBACK.
051100
051200*--------------------------------------------------------------*
051300* 1000-INITIALIZE - THE TRANSFER FILE AND LOANMAST MUST BE     *
051400*    THERE; THE OTHER KEYED FILES ARE CREATED IF THIS IS THE   *
051500*    FIRST LOAN THEY WILL HOLD. THE FIRST RECORD MUST BE THE   *
051600*    HEADER.                                                   *
051700*--------------------------------------------------------------*
051800 1000-INITIALIZE.
051900     PERFORM 1100-READ-RUN-PARMS THRU 1100-READ-RUN-PARMS-EXIT
052000     OPEN INPUT LOANXFER
052100     IF WS-XFER-STATUS NOT = "00"
052200         DISPLAY "LOANBORD: TRANSFER FILE LOANXFER MISSING"
052300         MOVE 16 TO RETURN-CODE
052400         GOBACK
052500     END-IF
052600     OPEN I-O LOANMAST
052700     IF WS-MAST-STATUS NOT = "00"
052800         DISPLAY "LOANBORD: MASTER FILE LOANMAST MISSING"
052900         MOVE 16 TO RETURN-CODE
053000         GOBACK
053100     END-IF
053200     OPEN I-O LOANCUST
053300     IF WS-CUST-STATUS = "35"
053400*        FIRST-EVER RUN - NO CUSTOMER FILE YET, CREATE ONE
053500         OPEN OUTPUT LOANCUST
053600         CLOSE LOANCUST
053700         OPEN I-O LOANCUST
053800     END-IF
053900     IF WS-CUST-STATUS NOT = "00"
054000         DISPLAY "LOANBORD: CUSTOMER FILE LOANCUST NOT USABLE,"
054100             " STATUS=" WS-CUST-STATUS
054200         MOVE 16 TO RETURN-CODE
054300         GOBACK
054400     END-IF
054500     OPEN I-O LOANCOLL
054600     IF WS-COLL-STATUS = "35"
054700*        FIRST-EVER RUN - NO COLLATERAL FILE YET, CREATE ONE
054800         OPEN OUTPUT LOANCOLL
054900         CLOSE LOANCOLL
055000         OPEN I-O LOANCOLL
055100     END-IF
055200     IF WS-COLL-STATUS NOT = "00"
055300         DISPLAY "LOANBORD: COLLATERAL FILE LOANCOLL NOT USABLE,"
055400             " STATUS=" WS-COLL-STATUS
055500         MOVE 16 TO RETURN-CODE
055600         GOBACK
055700     END-IF
055800     OPEN I-O LOANPHIST
055900     IF WS-PHST-STATUS = "35"
056000*        FIRST-EVER RUN - NO HISTORY FILE YET, CREATE ONE
056100         OPEN OUTPUT LOANPHIST
056200         CLOSE LOANPHIST
056300         OPEN I-O LOANPHIST
056400     END-IF
056500     IF WS-PHST-STATUS NOT = "00"
056600         DISPLAY "LOANBORD: HISTORY FILE LOANPHIST NOT USABLE,"
056700             " STATUS=" WS-PHST-STATUS
056800         MOVE 16 TO RETURN-CODE
056900         GOBACK
057000     END-IF
057100     OPEN I-O LOANSUSF
057200     IF WS-SUSF-STATUS = "35"
057300*        FIRST-EVER RUN - NO SUSPENSE FILE YET, CREATE ONE
057400         OPEN OUTPUT LOANSUSF
057500         CLOSE LOANSUSF
057600         OPEN I-O LOANSUSF
057700     END-IF
057800     IF WS-SUSF-STATUS NOT = "00"
057900         DISPLAY "LOANBORD: SUSPENSE FILE LOANSUSF NOT USABLE,"
058000             " STATUS=" WS-SUSF-STATUS
058100         MOVE 16 TO RETURN-CODE
058200         GOBACK
058300     END-IF
058400     OPEN EXTEND LOANRJCT
058500     IF WS-RJCT-STATUS NOT = "00"
058600         OPEN OUTPUT LOANRJCT
058700     END-IF
058800     OPEN OUTPUT LOANBRDA
058900     OPEN OUTPUT LOANBDRP
059000     OPEN OUTPUT LOANHELO
059100
059200     READ LOANXFER
059300         AT END MOVE "Y" TO WS-EOF-SW
059400     END-READ
059500     IF END-OF-LOANXFER OR NOT XF-HEADER
059600         DISPLAY "LOANBORD: LOANXFER DOES NOT BEGIN WITH A HEADER"
059700         MOVE 16 TO RETURN-CODE
059800         GOBACK
059900     END-IF
060000     MOVE XH-PRIOR-SERVICER TO WS-PRIOR-SERVICER
060100     MOVE XH-TRANSFER-DATE  TO WS-TRANSFER-DATE
060200     MOVE WS-BUSINESS-DATE  TO WH-BUSINESS-DATE
060300     MOVE WS-PRIOR-SERVICER TO WH-PRIOR-SERVICER
060400     MOVE WS-TRANSFER-DATE  TO WH-TRANSFER-DATE
060500     WRITE PRINT-LINE FROM WS-REPORT-HEADING
060600     WRITE PRINT-LINE FROM WS-TAPE-HEADING
060700     WRITE PRINT-LINE FROM SPACES
060800     WRITE PRINT-LINE FROM WS-COLUMN-HEADING
060900     READ LOANXFER
061000         AT END MOVE "Y" TO WS-EOF-SW
061100     END-READ.
061200
061300*--------------------------------------------------------------*
061400* 1100-READ-RUN-PARMS - BUSINESS DATE AND TIE TOLERANCE FROM   *
061500*    LOANPARM, AND THIS STEP'S START ON THE CYCLE-CONTROL      *
061600*    FILE. BOARDING RUNS AHEAD OF LOANBATCH, SO THERE IS NO    *
061700*    PRODUCER TO VERIFY.                                       *
061800*--------------------------------------------------------------*
061900 1100-READ-RUN-PARMS.
062000     OPEN INPUT LOANPARM
062100     IF WS-PARM-STATUS NOT = "00"
062200         DISPLAY "LOANBORD: RUN-CONTROL FILE LOANPARM MISSING"
062300         MOVE 16 TO RETURN-CODE
062400         GOBACK
062500     END-IF
062600     READ LOANPARM
062700         AT END
062800             DISPLAY "LOANBORD: RUN-CONTROL RECORD MISSING"
062900             MOVE 16 TO RETURN-CODE
063000             GOBACK
063100     END-READ
063200     MOVE PR-BUSINESS-DATE   TO WS-BUSINESS-DATE
063300     MOVE PR-RECON-TOLERANCE TO WS-RECON-TOL
063400     CLOSE LOANPARM
063500     MOVE "S"              TO WS-CY-FUNCTION
063600     MOVE "LOANBORD "      TO WS-CY-PROGRAM
063700     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
063800     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
063900
064000 1100-READ-RUN-PARMS-EXIT.
064100     EXIT.
064200
064300*--------------------------------------------------------------*
064400* 2000-BOARD-LOANS - ONE TRANSFER RECORD PER ITERATION. A LOAN *
064500*    IS EDITED, SCHEDULED AND TIED BEFORE ANYTHING IS WRITTEN, *
064600*    SO A REJECTED LOAN LEAVES NO PARTIAL RECORDS BEHIND. THE  *
064700*    TRAILER ENDS THE FILE.                                    *
064800*--------------------------------------------------------------*
064900 2000-BOARD-LOANS.
065000     IF XF-TRAILER
065100         MOVE "Y" TO WS-TRAILER-SW
065200         MOVE "Y" TO WS-EOF-SW
065300         GO TO 2000-BOARD-LOANS-EXIT
065400     END-IF
065500     IF NOT XF-DETAIL
065600         DISPLAY "LOANBORD: UNKNOWN RECORD TYPE " XF-RECORD-TYPE
065700             " SKIPPED"
065800         ADD 1 TO WS-BAD-TYPE-COUNT
065900         GO TO 2000-BOARD-LOANS-NEXT
066000     END-IF
066100     ADD 1 TO WS-READ-COUNT
066200     ADD XD-CURRENT-UPB TO WS-READ-UPB
066300     MOVE SPACES TO WS-REJECT-REASON
066400     MOVE ZERO   TO WS-SCHED-BALANCE
066500     PERFORM 2100-EDIT-LOAN THRU 2100-EDIT-LOAN-EXIT
066600     IF WS-REJECT-REASON = SPACES
066700         PERFORM 2200-BUILD-SCHEDULE THRU 2200-BUILD-SCHEDULE-EXIT
066800     END-IF
066900     IF WS-REJECT-REASON = SPACES
067000         PERFORM 2300-TIE-LOAN THRU 2300-TIE-LOAN-EXIT
067100     END-IF
067200     IF WS-REJECT-REASON NOT = SPACES
067300         PERFORM 5900-REJECT-LOAN THRU 5900-REJECT-LOAN-EXIT
067400         GO TO 2000-BOARD-LOANS-NEXT
067500     END-IF
067600
067700     PERFORM 3000-WRITE-MASTER THRU 3000-WRITE-MASTER-EXIT
067800     PERFORM 3100-WRITE-CUSTOMER THRU 3100-WRITE-CUSTOMER-EXIT
067900     PERFORM 3200-WRITE-COLLATERAL THRU 3200-WRITE-COLLATERAL-EXIT
068000     MOVE ZERO TO WS-LOAN-HIST-AMT
068100     PERFORM 3300-WRITE-HISTORY THRU 3300-WRITE-HISTORY-EXIT
068200         VARYING WS-MONTH-SUB FROM 1 BY 1
068300         UNTIL WS-MONTH-SUB > XD-PAID-INSTALLMENTS
068400     PERFORM 3400-SEED-SUSPENSE THRU 3400-SEED-SUSPENSE-EXIT
068500     MOVE XD-LOAN-NUMBER   TO BA-LOAN-NUMBER
068600     MOVE WS-LOAN-HIST-AMT TO BA-HIST-CHANGE
068700     MOVE XD-SUSPENSE-BAL  TO BA-SUSP-CHANGE
068800     WRITE LOANBRDA-RECORD
068900     PERFORM 4000-PRINT-NOTICE THRU 4000-PRINT-NOTICE-EXIT
069000     ADD 1 TO WS-BOARD-COUNT
069100     ADD XD-CURRENT-UPB TO WS-BOARD-UPB
069200     IF CUST-ON-FILE
069300         MOVE "BOARDED, CUSTOMER ON FILE" TO WD-DISPOSITION
069400     ELSE
069500         MOVE "BOARDED"                   TO WD-DISPOSITION
069600     END-IF
069700     PERFORM 4900-PRINT-DETAIL THRU 4900-PRINT-DETAIL-EXIT.
069800
069900 2000-BOARD-LOANS-NEXT.
070000     READ LOANXFER
070100         AT END MOVE "Y" TO WS-EOF-SW
070200     END-READ.
070300
070400 2000-BOARD-LOANS-EXIT.
070500     EXIT.
070600
070700*--------------------------------------------------------------*
070800* 2100-EDIT-LOAN - THE NOTE TERMS MUST BE USABLE AND THE LOAN  *
070900*    MUST BE NEW TO EVERY FILE IT WILL BE WRITTEN TO. AN       *
071000*    EXISTING CUSTOMER IS NOT AN ERROR - THE BORROWER MAY      *
071100*    ALREADY HAVE A LOAN WITH US - AND IS LEFT AS IT IS.       *
071200*--------------------------------------------------------------*
071300 2100-EDIT-LOAN.
071400     IF XD-LOAN-NUMBER = SPACES
071500         MOVE "LOAN NUMBER MISSING" TO WS-REJECT-REASON
071600         GO TO 2100-EDIT-LOAN-EXIT
071700     END-IF
071800     IF XD-CUSTOMER-ID = SPACES
071900         MOVE "CUSTOMER ID MISSING" TO WS-REJECT-REASON
072000         GO TO 2100-EDIT-LOAN-EXIT
072100     END-IF
072200     IF XD-ORIG-PRINCIPAL NOT > ZERO
072300             OR XD-ORIG-TERM < 1 OR XD-ORIG-TERM > 480
072400             OR XD-NOTE-RATE < ZERO
072500             OR XD-FIRST-PMT-MONTH < 1 OR XD-FIRST-PMT-MONTH > 12
072600         MOVE "NOTE TERMS NOT VALID" TO WS-REJECT-REASON
072700         GO TO 2100-EDIT-LOAN-EXIT
072800     END-IF
072900     IF XD-PAID-INSTALLMENTS NOT < XD-ORIG-TERM
073000         MOVE "PAID INSTALLMENTS >= TERM" TO WS-REJECT-REASON
073100         GO TO 2100-EDIT-LOAN-EXIT
073200     END-IF
073300     IF XD-LOAN-STATUS NOT = " " AND XD-LOAN-STATUS NOT = "A"
073400             AND XD-LOAN-STATUS NOT = "B"
073500             AND XD-LOAN-STATUS NOT = "F"
073600         MOVE "STATUS NOT BOARDABLE" TO WS-REJECT-REASON
073700         GO TO 2100-EDIT-LOAN-EXIT
073800     END-IF
073900     IF XD-SUSPENSE-BAL < ZERO
074000         MOVE "SUSPENSE BALANCE NEGATIVE" TO WS-REJECT-REASON
074100         GO TO 2100-EDIT-LOAN-EXIT
074200     END-IF
074300     MOVE XD-LOAN-NUMBER TO LM-LOAN-NUMBER
074400     READ LOANMAST
074500     IF WS-MAST-STATUS = "00"
074600         MOVE "ALREADY ON LOANMAST" TO WS-REJECT-REASON
074700         GO TO 2100-EDIT-LOAN-EXIT
074800     END-IF
074900     MOVE XD-LOAN-NUMBER TO CO-LOAN-NUMBER
075000     READ LOANCOLL
075100     IF WS-COLL-STATUS = "00"
075200         MOVE "ALREADY ON LOANCOLL" TO WS-REJECT-REASON
075300         GO TO 2100-EDIT-LOAN-EXIT
075400     END-IF
075500     MOVE XD-LOAN-NUMBER TO PH-LOAN-NUMBER
075600     MOVE 1              TO PH-SCHED-MONTH
075700     READ LOANPHIST
075800     IF WS-PHST-STATUS = "00"
075900         MOVE "ALREADY ON LOANPHIST" TO WS-REJECT-REASON
076000         GO TO 2100-EDIT-LOAN-EXIT
076100     END-IF
076200     MOVE XD-LOAN-NUMBER TO SU-LOAN-NUMBER
076300     READ LOANSUSF
076400     IF WS-SUSF-STATUS = "00"
076500         MOVE "ALREADY ON LOANSUSF" TO WS-REJECT-REASON
076600         GO TO 2100-EDIT-LOAN-EXIT
076700     END-IF
076800     MOVE XD-CUSTOMER-ID TO CU-CUSTOMER-ID
076900     READ LOANCUST
077000     IF WS-CUST-STATUS = "00"
077100         MOVE "Y" TO WS-CUST-FOUND-SW
077200     ELSE
077300         MOVE "N" TO WS-CUST-FOUND-SW
077400     END-IF.
077500
077600 2100-EDIT-LOAN-EXIT.
077700     EXIT.
077800
077900*--------------------------------------------------------------*
078000* 2200-BUILD-SCHEDULE - THE SCHEDULE LOANBATCH WILL BUILD FOR  *
078100*    THE LOAN ONCE BOARDED: ORIGINAL NOTE TERMS, MONTHLY, NO   *
078200*    ARM, BUYDOWN, FORBEARANCE OR EXTRA PRINCIPAL              *
078300*--------------------------------------------------------------*
078400 2200-BUILD-SCHEDULE.
078500     INITIALIZE WS-LOANINFO
078600     MOVE XD-ORIG-PRINCIPAL  TO WS-PRINCIPAL
078700     MOVE XD-ORIG-TERM       TO WS-LOANTERM
078800     MOVE XD-NOTE-RATE       TO WS-RATE
078900     MOVE "M"                TO WS-PAYMENT-FREQUENCY
079000     MOVE XD-ESCROW-AMT      TO WS-ESCROW-AMT
079100     MOVE XD-FIRST-PMT-YEAR  TO WS-FIRST-PMT-YEAR
079200     MOVE XD-FIRST-PMT-MONTH TO WS-FIRST-PMT-MONTH
079300     PERFORM 2210-CLEAR-EXTRA-PRINCIPAL
079400         VARYING WS-MONTH-SUB FROM 1 BY 1
079500         UNTIL WS-MONTH-SUB > WS-LOANTERM
079600
079700     CALL "LOANAMORT" USING
079800         BY REFERENCE WS-LOANINFO
079900         BY REFERENCE WS-OUTDATA
080000
080100     IF WS-LOANAMORT-STATUS NOT = "00"
080200         STRING "SCHEDULE REJECTED, STS=" DELIMITED BY SIZE
080300                WS-LOANAMORT-STATUS DELIMITED BY SIZE
080400             INTO WS-REJECT-REASON
080500         END-STRING
080600     END-IF.
080700
080800 2200-BUILD-SCHEDULE-EXIT.
080900     EXIT.
081000
081100 2210-CLEAR-EXTRA-PRINCIPAL.
081200     MOVE ZERO TO WS-EXTRA-PRIN-AMT(WS-MONTH-SUB).
081300
081400 2210-CLEAR-EXTRA-PRINCIPAL-EXIT.
081500     EXIT.
081600
081700*--------------------------------------------------------------*
081800* 2300-TIE-LOAN - THE SCHEDULED BALANCE AFTER THE INSTALLMENTS *
081900*    ALREADY PAID MUST AGREE WITH THE PRIOR SERVICER'S UNPAID  *
082000*    BALANCE, AND THE NEXT SCHEDULED PAYMENT WITH THEIRS,      *
082100*    BOTH WITHIN THE LOANPARM TOLERANCE. A LOAN THAT WAS       *
082200*    CURTAILED OR MODIFIED WILL NOT TIE AND IS BOARDED BY HAND.*
082300*--------------------------------------------------------------*
082400 2300-TIE-LOAN.
082500     IF XD-PAID-INSTALLMENTS = ZERO
082600         MOVE XD-ORIG-PRINCIPAL TO WS-SCHED-BALANCE
082700     ELSE
082800         MOVE WS-OUTBALANCE(XD-PAID-INSTALLMENTS)
082900             TO WS-NUM-BALANCE
083000         MOVE WS-NUM-BALANCE TO WS-SCHED-BALANCE
083100     END-IF
083200     COMPUTE WS-DIFFERENCE = XD-CURRENT-UPB - WS-SCHED-BALANCE
083300     IF WS-DIFFERENCE > WS-RECON-TOL
083400             OR WS-DIFFERENCE < ZERO - WS-RECON-TOL
083500         MOVE "BALANCE DOES NOT TIE" TO WS-REJECT-REASON
083600         GO TO 2300-TIE-LOAN-EXIT
083700     END-IF
083800     COMPUTE WS-NEXT-MONTH = XD-PAID-INSTALLMENTS + 1
083900     MOVE WS-OUTPAYMENT(WS-NEXT-MONTH) TO WS-NUM-PAYMENT
084000     MOVE WS-OUTESCROW(WS-NEXT-MONTH)  TO WS-NUM-ESCROW
084100     COMPUTE WS-DIFFERENCE = XD-PI-PAYMENT - WS-NUM-PAYMENT
084200     IF WS-DIFFERENCE > WS-RECON-TOL
084300             OR WS-DIFFERENCE < ZERO - WS-RECON-TOL
084400         MOVE "PAYMENT DOES NOT TIE" TO WS-REJECT-REASON
084500         GO TO 2300-TIE-LOAN-EXIT
084600     END-IF
084700     COMPUTE WS-NEXT-DUE-AMT = WS-NUM-PAYMENT + WS-NUM-ESCROW
084800     MOVE WS-NEXT-MONTH TO WS-MONTH-SUB
084900     PERFORM 3900-DUE-DATE THRU 3900-DUE-DATE-EXIT
085000     MOVE WS-DUE-DATE TO WS-NEXT-DUE-DATE.
085100
085200 2300-TIE-LOAN-EXIT.
085300     EXIT.
085400
085500*--------------------------------------------------------------*
085600* 3000-WRITE-MASTER - THE LOAN ON ITS ORIGINAL NOTE TERMS. A   *
085700*    BANK ACCOUNT ON THE TAPE IS CARRIED BUT MUST PRENOTE      *
085800*    BEFORE WE DRAFT IT.                                       *
085900*--------------------------------------------------------------*
086000 3000-WRITE-MASTER.
086100     INITIALIZE LOANMAST-RECORD
086200     MOVE XD-LOAN-NUMBER     TO LM-LOAN-NUMBER
086300     MOVE XD-CUSTOMER-ID     TO LM-CUSTOMER-ID
086400     MOVE XD-ORIG-PRINCIPAL  TO LM-PRINCIPAL
086500     MOVE XD-ORIG-TERM       TO LM-LOANTERM
086600     MOVE XD-NOTE-RATE       TO LM-RATE
086700     MOVE "M"                TO LM-PAYMENT-FREQUENCY
086800     MOVE XD-ESCROW-AMT      TO LM-ESCROW-AMT
086900     MOVE XD-FIRST-PMT-YEAR  TO LM-FIRST-PMT-YEAR
087000     MOVE XD-FIRST-PMT-MONTH TO LM-FIRST-PMT-MONTH
087100     MOVE XD-INVESTOR-CODE   TO LM-INVESTOR-CODE
087200     MOVE XD-LOAN-STATUS     TO LM-STATUS-CODE
087300     IF XD-ACH-ROUTING NOT = SPACES
087400         MOVE XD-ACH-ROUTING TO LM-ACH-ROUTING
087500         MOVE XD-ACH-ACCOUNT TO LM-ACH-ACCOUNT
087600         MOVE "P"            TO LM-AUTOPAY-FLAG
087700     ELSE
087800         MOVE "N"            TO LM-AUTOPAY-FLAG
087900     END-IF
088000     WRITE LOANMAST-RECORD
088100         INVALID KEY
088200             DISPLAY "LOANBORD: LOANMAST WRITE FAILED, LOAN "
088300                 LM-LOAN-NUMBER
088400     END-WRITE.
088500
088600 3000-WRITE-MASTER-EXIT.
088700     EXIT.
088800
088900 3100-WRITE-CUSTOMER.
089000     IF CUST-ON-FILE
089100         ADD 1 TO WS-CUST-KEPT-COUNT
089200         GO TO 3100-WRITE-CUSTOMER-EXIT
089300     END-IF
089400     MOVE XD-CUSTOMER-ID TO CU-CUSTOMER-ID
089500     MOVE XD-NAME        TO CU-NAME
089600     MOVE XD-ADDR-1      TO CU-ADDR-1
089700     MOVE XD-ADDR-2      TO CU-ADDR-2
089800     MOVE XD-CITY        TO CU-CITY
089900     MOVE XD-STATE       TO CU-STATE
090000     MOVE XD-ZIP         TO CU-ZIP
090100     MOVE XD-PHONE       TO CU-PHONE
090101     MOVE "N"            TO CU-ACTIVE-DUTY-FLAG
090102     MOVE ZERO           TO CU-SERVICE-START-DATE
090103     MOVE ZERO           TO CU-SERVICE-END-DATE
090104     MOVE SPACES         TO CU-TAX-ID
090105     MOVE ZERO           TO CU-BIRTH-DATE
090106     MOVE SPACES         TO CU-EMAIL-ADDRESS
090107     MOVE "P"            TO CU-DELIVERY-PREF
090200     WRITE LOANCUST-RECORD
090300         INVALID KEY
090400             DISPLAY "LOANBORD: LOANCUST WRITE FAILED, CUSTOMER "
090500                 CU-CUSTOMER-ID
090600     END-WRITE
090700     ADD 1 TO WS-CUST-NEW-COUNT.
090800
090900 3100-WRITE-CUSTOMER-EXIT.
091000     EXIT.
091100
091200 3200-WRITE-COLLATERAL.
091300     MOVE XD-LOAN-NUMBER     TO CO-LOAN-NUMBER
091400     MOVE XD-PROP-ADDR-1     TO CO-PROP-ADDR-1
091500     MOVE XD-PROP-CITY       TO CO-PROP-CITY
091600     MOVE XD-PROP-STATE      TO CO-PROP-STATE
091700     MOVE XD-PROP-ZIP        TO CO-PROP-ZIP
091800     MOVE XD-TAX-PARCEL      TO CO-TAX-PARCEL
091900     MOVE XD-INS-CARRIER     TO CO-INS-CARRIER
092000     MOVE XD-POLICY-NUMBER   TO CO-POLICY-NUMBER
092100     MOVE XD-POLICY-EXP-DATE TO CO-POLICY-EXP-DATE
092200     MOVE XD-INS-PREMIUM     TO CO-INS-PREMIUM
092300     MOVE XD-INS-DUE-MONTH   TO CO-INS-DUE-MONTH
092400     WRITE LOANCOLL-RECORD
092500         INVALID KEY
092600             DISPLAY "LOANBORD: LOANCOLL WRITE FAILED, LOAN "
092700                 CO-LOAN-NUMBER
092800     END-WRITE.
092900
093000 3200-WRITE-COLLATERAL-EXIT.
093100     EXIT.
093200
093300*--------------------------------------------------------------*
093400* 3300-WRITE-HISTORY - ONE FULLY-APPLIED ROW FOR A PAID        *
093500*    INSTALLMENT, AT THE SCHEDULED PAYMENT PLUS ESCROW. THE    *
093600*    TAPE CARRIES ONLY THE LAST PAID DATE, SO EARLIER MONTHS   *
093700*    ARE DATED ON THEIR DUE DATE.                              *
093800*--------------------------------------------------------------*
093900 3300-WRITE-HISTORY.
094000     PERFORM 3900-DUE-DATE THRU 3900-DUE-DATE-EXIT
094100     MOVE WS-OUTPAYMENT(WS-MONTH-SUB) TO WS-NUM-PAYMENT
094200     MOVE WS-OUTESCROW(WS-MONTH-SUB)  TO WS-NUM-ESCROW
094300     MOVE XD-LOAN-NUMBER TO PH-LOAN-NUMBER
094400     MOVE WS-MONTH-SUB   TO PH-SCHED-MONTH
094500     COMPUTE PH-AMOUNT-SCHEDULED = WS-NUM-PAYMENT + WS-NUM-ESCROW
094600     MOVE PH-AMOUNT-SCHEDULED TO PH-AMOUNT-RECEIVED
094700     IF WS-MONTH-SUB = XD-PAID-INSTALLMENTS
094800             AND XD-LAST-PAID-DATE > ZERO
094900         MOVE XD-LAST-PAID-DATE TO PH-LAST-DATE-RECEIVED
095000     ELSE
095100         MOVE WS-DUE-DATE       TO PH-LAST-DATE-RECEIVED
095200     END-IF
095300     MOVE 1   TO PH-PAY-COUNT
095400     MOVE "A" TO PH-STATUS
095500     WRITE LOANPHIST-RECORD
095600         INVALID KEY
095700             DISPLAY "LOANBORD: LOANPHIST WRITE FAILED, LOAN "
095800                 PH-LOAN-NUMBER " MONTH " PH-SCHED-MONTH
095900             GO TO 3300-WRITE-HISTORY-EXIT
096000     END-WRITE
096100     ADD 1 TO WS-HIST-COUNT
096200     ADD PH-AMOUNT-RECEIVED TO WS-LOAN-HIST-AMT
096300     ADD PH-AMOUNT-RECEIVED TO WS-HIST-TOTAL.
096400
096500 3300-WRITE-HISTORY-EXIT.
096600     EXIT.
096700
096800*--------------------------------------------------------------*
096900* 3400-SEED-SUSPENSE - FUNDS THE PRIOR SERVICER HELD UNAPPLIED *
097000*    ARE HELD HERE AGAINST THE NEXT MONTH DUE, SO LOANSUSP     *
097100*    RELEASES THEM ONCE THEY COVER IT                          *
097200*--------------------------------------------------------------*
097300 3400-SEED-SUSPENSE.
097400     IF XD-SUSPENSE-BAL NOT > ZERO
097500         GO TO 3400-SEED-SUSPENSE-EXIT
097600     END-IF
097700     MOVE XD-LOAN-NUMBER   TO SU-LOAN-NUMBER
097800     MOVE XD-SUSPENSE-BAL  TO SU-HELD-AMOUNT
097900     MOVE WS-NEXT-DUE-AMT  TO SU-SCHED-AMOUNT
098000     MOVE WS-NEXT-MONTH    TO SU-SCHED-MONTH
098100     MOVE WS-TRANSFER-DATE TO SU-LAST-DATE
098200     MOVE 1                TO SU-ITEM-COUNT
098300     WRITE LOANSUSF-RECORD
098400         INVALID KEY
098500             DISPLAY "LOANBORD: LOANSUSF WRITE FAILED "
098600                 SU-LOAN-NUMBER
098700             GO TO 3400-SEED-SUSPENSE-EXIT
098800     END-WRITE
098900     ADD 1 TO WS-SUSP-COUNT
099000     ADD XD-SUSPENSE-BAL TO WS-SUSP-TOTAL.
099100
099200 3400-SEED-SUSPENSE-EXIT.
099300     EXIT.
099400
099500*--------------------------------------------------------------*
099600* 3900-DUE-DATE - THE FIRST OF THE MONTH SCHEDULE MONTH        *
099700*    WS-MONTH-SUB FALLS DUE, COUNTED FROM THE FIRST PAYMENT    *
099800*--------------------------------------------------------------*
099900 3900-DUE-DATE.
100000     COMPUTE WS-MONTH-SERIAL = (XD-FIRST-PMT-YEAR * 12)
100100         + XD-FIRST-PMT-MONTH - 1 + WS-MONTH-SUB - 1
100200     DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-DUE-YEAR
100300         REMAINDER WS-DUE-MONTH
100400     ADD 1 TO WS-DUE-MONTH
100500     COMPUTE WS-DUE-DATE = (WS-DUE-YEAR * 10000)
100600         + (WS-DUE-MONTH * 100) + 1.
100700
100800 3900-DUE-DATE-EXIT.
100900     EXIT.
101000
101100*--------------------------------------------------------------*
101200* 4000-PRINT-NOTICE - THE TRANSFER ("HELLO") NOTICE FOR ONE    *
101300*    BOARDED LOAN: WHO SERVICED IT, WHEN IT MOVED, THE NEW     *
101400*    LOAN NUMBER AND WHAT IS DUE NEXT                          *
101500*--------------------------------------------------------------*
101600 4000-PRINT-NOTICE.
101700     MOVE "TRANSFER OF SERVICING -   " TO WL-TITLE
101800     MOVE XD-LOAN-NUMBER               TO WL-LOAN-NUMBER
101900     WRITE NOTICE-LINE FROM WS-LETTER-HEADING
102000
102100     MOVE "BORROWER: " TO WN-TEXT
102200     MOVE XD-NAME      TO WN-VALUE
102300     WRITE NOTICE-LINE FROM WS-LETTER-NAME-LINE
102400     MOVE SPACES       TO WN-TEXT
102500     MOVE XD-ADDR-1    TO WN-VALUE
102600     WRITE NOTICE-LINE FROM WS-LETTER-NAME-LINE
102700     IF XD-ADDR-2 NOT = SPACES
102800         MOVE XD-ADDR-2 TO WN-VALUE
102900         WRITE NOTICE-LINE FROM WS-LETTER-NAME-LINE
103000     END-IF
103100     MOVE SPACES TO WN-VALUE
103200     STRING XD-CITY DELIMITED BY "  "
103300            ", " DELIMITED BY SIZE
103400            XD-STATE DELIMITED BY SIZE
103500            " " DELIMITED BY SIZE
103600            XD-ZIP DELIMITED BY SIZE
103700         INTO WN-VALUE
103800     END-STRING
103900     WRITE NOTICE-LINE FROM WS-LETTER-NAME-LINE
104000     WRITE NOTICE-LINE FROM SPACES
104100
104200     WRITE NOTICE-LINE FROM WS-LETTER-TEXT-1
104300     WRITE NOTICE-LINE FROM WS-LETTER-TEXT-2
104400     WRITE NOTICE-LINE FROM WS-LETTER-TEXT-3
104500     WRITE NOTICE-LINE FROM WS-LETTER-TEXT-4
104600     WRITE NOTICE-LINE FROM SPACES
104700     MOVE "PRIOR SERVICER  . . . . . . . " TO WI-LABEL
104800     MOVE WS-PRIOR-SERVICER                TO WI-VALUE
104900     WRITE NOTICE-LINE FROM WS-LETTER-INFO-LINE
105000     MOVE "PRIOR LOAN NUMBER . . . . . . " TO WI-LABEL
105100     MOVE XD-PRIOR-LOAN-NUMBER             TO WI-VALUE
105200     WRITE NOTICE-LINE FROM WS-LETTER-INFO-LINE
105300     MOVE "EFFECTIVE DATE  . . . . . . . " TO WI-LABEL
105400     MOVE WS-TRANSFER-DATE                 TO WI-VALUE
105500     WRITE NOTICE-LINE FROM WS-LETTER-INFO-LINE
105600     MOVE "NEXT PAYMENT DUE  . . . . . . " TO WI-LABEL
105700     MOVE WS-NEXT-DUE-DATE                 TO WI-VALUE
105800     WRITE NOTICE-LINE FROM WS-LETTER-INFO-LINE
105900     MOVE "PAYMENT AMOUNT  . . . . . . . " TO WA-LABEL
106000     MOVE WS-NEXT-DUE-AMT                  TO WA-AMOUNT
106100     WRITE NOTICE-LINE FROM WS-LETTER-AMOUNT-LINE
106200     MOVE "PRINCIPAL BALANCE . . . . . . " TO WA-LABEL
106300     MOVE XD-CURRENT-UPB                   TO WA-AMOUNT
106400     WRITE NOTICE-LINE FROM WS-LETTER-AMOUNT-LINE
106500     IF XD-SUSPENSE-BAL > ZERO
106600         MOVE "UNAPPLIED FUNDS HELD  . . . . " TO WA-LABEL
106700         MOVE XD-SUSPENSE-BAL                  TO WA-AMOUNT
106800         WRITE NOTICE-LINE FROM WS-LETTER-AMOUNT-LINE
106900     END-IF
107000     WRITE NOTICE-LINE FROM SPACES
107100     WRITE NOTICE-LINE FROM WS-LETTER-TEXT-5
107200     WRITE NOTICE-LINE FROM WS-LETTER-TEXT-6
107300     WRITE NOTICE-LINE FROM SPACES
107400     ADD 1 TO WS-NOTICE-COUNT.
107500
107600 4000-PRINT-NOTICE-EXIT.
107700     EXIT.
107800
107900*--------------------------------------------------------------*
108000* 4900-PRINT-DETAIL - ONE RECONCILIATION LINE PER TAPE LOAN,   *
108100*    WITH THE DISPOSITION ALREADY IN WD-DISPOSITION            *
108200*--------------------------------------------------------------*
108300 4900-PRINT-DETAIL.
108400     MOVE XD-LOAN-NUMBER       TO WD-LOAN-NUMBER
108500     MOVE XD-PRIOR-LOAN-NUMBER TO WD-PRIOR-LOAN-NUMBER
108600     MOVE XD-CURRENT-UPB       TO WD-TAPE-UPB
108700     MOVE WS-SCHED-BALANCE     TO WD-SCHED-BALANCE
108800     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
108900
109000 4900-PRINT-DETAIL-EXIT.
109100     EXIT.
109200
109300*--------------------------------------------------------------*
109400* 5900-REJECT-LOAN - THE WHOLE TRANSFER RECORD GOES TO LOANRJCT*
109500*    WITH THE REASON ALREADY IN WS-REJECT-REASON; NOTHING IS   *
109600*    BOARDED FOR THE LOAN                                      *
109700*--------------------------------------------------------------*
109800 5900-REJECT-LOAN.
109900     MOVE SPACES           TO LOANRJCT-RECORD
110000     MOVE "LOANBORD"       TO RJ-PROGRAM
110100     MOVE XD-LOAN-NUMBER   TO RJ-LOAN-NUMBER
110200     MOVE "90"             TO RJ-STATUS
110300     MOVE WS-REJECT-REASON TO RJ-REASON
110400     MOVE XF-DETAIL-DATA   TO RJ-RECORD-IMAGE
110500     WRITE LOANRJCT-RECORD
110600     ADD 1 TO WS-REJECT-COUNT
110700     ADD XD-CURRENT-UPB TO WS-REJECT-UPB
110800     MOVE WS-REJECT-REASON TO WD-DISPOSITION
110900     PERFORM 4900-PRINT-DETAIL THRU 4900-PRINT-DETAIL-EXIT.
111000
111100 5900-REJECT-LOAN-EXIT.
111200     EXIT.
111300
111400*--------------------------------------------------------------*
111500* 8000-PRINT-TOTALS - LOANS AND BALANCES ON THE TAPE, BOARDED  *
111600*    AND REJECTED, THE BALANCES SEEDED, AND THE PROOF OF THE   *
111700*    TAPE AGAINST ITS OWN TRAILER. A MISSING TRAILER OR A      *
111800*    TRAILER THAT DOES NOT AGREE ENDS THE STEP WITH RETURN     *
111900*    CODE 8.                                                   *
112000*--------------------------------------------------------------*
112100 8000-PRINT-TOTALS.
112200     WRITE PRINT-LINE FROM SPACES
112300     MOVE "LOANS ON TAPE"           TO WX-LABEL
112400     MOVE WS-READ-COUNT             TO WX-COUNT
112500     MOVE WS-READ-UPB               TO WX-AMOUNT
112600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
112700     MOVE "LOANS BOARDED"           TO WX-LABEL
112800     MOVE WS-BOARD-COUNT            TO WX-COUNT
112900     MOVE WS-BOARD-UPB              TO WX-AMOUNT
113000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
113100     MOVE "LOANS REJECTED TO LOANRJCT" TO WX-LABEL
113200     MOVE WS-REJECT-COUNT           TO WX-COUNT
113300     MOVE WS-REJECT-UPB             TO WX-AMOUNT
113400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
113500     WRITE PRINT-LINE FROM SPACES
113600     MOVE ZERO                      TO WX-AMOUNT
113700     MOVE "CUSTOMERS ADDED"         TO WX-LABEL
113800     MOVE WS-CUST-NEW-COUNT         TO WX-COUNT
113900     WRITE PRINT-LINE FROM WS-TOTAL-LINE
114000     MOVE "CUSTOMERS ALREADY ON FILE" TO WX-LABEL
114100     MOVE WS-CUST-KEPT-COUNT        TO WX-COUNT
114200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
114300     MOVE "PAID MONTHS SEEDED (LOANPHIST)" TO WX-LABEL
114400     MOVE WS-HIST-COUNT             TO WX-COUNT
114500     MOVE WS-HIST-TOTAL             TO WX-AMOUNT
114600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
114700     MOVE "UNAPPLIED SEEDED (LOANSUSF)" TO WX-LABEL
114800     MOVE WS-SUSP-COUNT             TO WX-COUNT
114900     MOVE WS-SUSP-TOTAL             TO WX-AMOUNT
115000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
115100     MOVE "TRANSFER NOTICES"        TO WX-LABEL
115200     MOVE WS-NOTICE-COUNT           TO WX-COUNT
115300     MOVE ZERO                      TO WX-AMOUNT
115400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
115500     IF WS-BAD-TYPE-COUNT > ZERO
115600         MOVE "UNKNOWN RECORDS SKIPPED" TO WX-LABEL
115700         MOVE WS-BAD-TYPE-COUNT     TO WX-COUNT
115800         WRITE PRINT-LINE FROM WS-TOTAL-LINE
115900     END-IF
116000     WRITE PRINT-LINE FROM SPACES
116100
116200     IF NOT TRAILER-READ
116300         MOVE "NO TRAILER RECORD - TRANSFER FILE INCOMPLETE"
116400             TO WS-SECTION-TEXT
116500         WRITE PRINT-LINE FROM WS-SECTION-LINE
116600         MOVE 8 TO RETURN-CODE
116700         GO TO 8000-PRINT-TOTALS-EXIT
116800     END-IF
116900     MOVE "TRAILER CONTROL TOTALS"  TO WX-LABEL
117000     MOVE XT-LOAN-COUNT             TO WX-COUNT
117100     MOVE XT-UPB-TOTAL              TO WX-AMOUNT
117200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
117300     IF XT-LOAN-COUNT = WS-READ-COUNT
117400             AND XT-UPB-TOTAL = WS-READ-UPB
117500         MOVE "TRANSFER FILE AGREES WITH ITS TRAILER"
117600             TO WS-SECTION-TEXT
117700         WRITE PRINT-LINE FROM WS-SECTION-LINE
117800     ELSE
117900         MOVE "TRANSFER FILE DOES NOT AGREE WITH ITS TRAILER"
118000             TO WS-SECTION-TEXT
118100         WRITE PRINT-LINE FROM WS-SECTION-LINE
118200         MOVE 8 TO RETURN-CODE
118300     END-IF.
118400
118500 8000-PRINT-TOTALS-EXIT.
118600     EXIT.
118700
118800*--------------------------------------------------------------*
118900* 9000-TERMINATE                                               *
119000*--------------------------------------------------------------*
119100 9000-TERMINATE.
119200     CLOSE LOANXFER
119300     CLOSE LOANMAST
119400     CLOSE LOANCUST
119500     CLOSE LOANCOLL
119600     CLOSE LOANPHIST
119700     CLOSE LOANSUSF
119800     CLOSE LOANRJCT
119900     CLOSE LOANBRDA
120000     CLOSE LOANBDRP
120100     CLOSE LOANHELO
120200     DISPLAY "LOANBORD: READ=" WS-READ-COUNT
120300         " BOARDED=" WS-BOARD-COUNT
120400         " REJECTED=" WS-REJECT-COUNT
120500     MOVE "E"              TO WS-CY-FUNCTION
120600     MOVE "LOANBORD "      TO WS-CY-PROGRAM
120700     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
120800     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
120900     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
121000
121100 END PROGRAM LOANBORD.
