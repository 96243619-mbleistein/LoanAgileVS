000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANDSFB.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-20.
000600 DATE-COMPILED. 2026-09-20.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-20  LSG  Initial version. Disaster-area bulk        *
001000*               forbearance, run ahead of LOANBATCH. LOANDSDC  *
001100*               carries one declaration per disaster - its     *
001200*               relief start month and number of months - each *
001300*               followed by the declared areas as state and    *
001400*               zip code; a declared county is entered as the  *
001500*               zip codes it covers. Every loan whose LOANCOLL *
001600*               property lies in a declared area is granted    *
001700*               forbearance for the relief window, converted   *
001800*               to the loan's own month numbers and cut back   *
001900*               to its maturity. Paid-off and bankrupt loans,  *
002000*               loans already in forbearance and loans with a  *
002100*               hand-built grant on LOANFORB are passed over.  *
002200*               LOANFORB is rewritten to LOANFORBN with the    *
002300*               new grants merged in for LOANBATCH. Each       *
002400*               enrolled borrower gets a relief letter, and    *
002500*               every matched loan prints on the LOANDSRG      *
002600*               register under its disaster.                   *
002601*  2026-09-22  LSG  Servicemember active-duty flag, service    *
002602*               dates, tax id and birth date appended to the   *
002603*               customer record layout.                        *
002604*  2026-09-30  LSG  Email address and paper or electronic      *
002605*               delivery preference appended to the customer   *
002606*               record layout.                                 *
002700*--------------------------------------------------------------*
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LOANPARM ASSIGN TO "LOANPARM"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-PARM-STATUS.
003800     SELECT LOANDSDC ASSIGN TO "LOANDSDC"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-DSDC-STATUS.
004100     SELECT LOANMAST ASSIGN TO "LOANMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS LM-LOAN-NUMBER
004500         FILE STATUS IS WS-MAST-STATUS.
004600     SELECT LOANCOLL ASSIGN TO "LOANCOLL"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CO-LOAN-NUMBER
005000         FILE STATUS IS WS-COLL-STATUS.
005100     SELECT LOANCUST ASSIGN TO "LOANCUST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CU-CUSTOMER-ID
005500         FILE STATUS IS WS-CUST-STATUS.
005600     SELECT LOANFORB ASSIGN TO "LOANFORB"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-FORB-STATUS.
005900     SELECT LOANFORBN ASSIGN TO "LOANFORBN"
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT LOANDSWK ASSIGN TO "LOANDSWK"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-DSWK-STATUS.
006400     SELECT LOANDSRG ASSIGN TO "LOANDSRG"
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT LOANDSLT ASSIGN TO "LOANDSLT"
006700         ORGANIZATION IS SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100*--------------------------------------------------------------*
007200* LOANPARM - THE RUN-CONTROL RECORD FOR TONIGHT'S CYCLE        *
007300*--------------------------------------------------------------*
007400 FD  LOANPARM
007500     RECORDING MODE IS F.
007600 01  LOANPARM-RECORD.
007700     05 PR-BUSINESS-DATE         PIC 9(08).
007800     05 PR-RUN-ID                PIC X(08).
007900     05 PR-OPT-SKED-ONLY         PIC X(01).
008000     05 PR-OPT-SKIP-DELQ         PIC X(01).
008100     05 PR-OPT-FULL-RUN          PIC X(01).
008200     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
008300     05 PR-GENERATIONS-KEPT      PIC 9(02).
008400
008500*--------------------------------------------------------------*
008600* LOANDSDC - DISASTER DECLARATIONS. A "D" RECORD OPENS EACH    *
008700*    DISASTER WITH ITS RELIEF WINDOW; THE "A" RECORDS THAT     *
008800*    FOLLOW IT ARE ITS DECLARED AREAS.                         *
008900*--------------------------------------------------------------*
009000 FD  LOANDSDC
009100     RECORDING MODE IS F.
009200 01  LOANDSDC-RECORD.
009300     05 DC-RECORD-TYPE           PIC X(01).
009400         88 DC-DECLARATION                       VALUE "D".
009500         88 DC-AREA                              VALUE "A".
009600     05 DC-DECLARATION-DATA.
009700         10 DC-DISASTER-ID       PIC X(08).
009800         10 DC-DISASTER-NAME     PIC X(30).
009900         10 DC-START-YYYYMM      PIC 9(06).
010000         10 DC-START-R REDEFINES DC-START-YYYYMM.
010100             15 DC-START-YEAR    PIC 9(04).
010200             15 DC-START-MONTH   PIC 9(02).
010300         10 DC-MONTHS            PIC 9(02).
010400         10 FILLER               PIC X(33).
010500     05 DC-AREA-DATA REDEFINES DC-DECLARATION-DATA.
010600         10 DC-AREA-STATE        PIC X(02).
010700         10 DC-AREA-ZIP          PIC X(05).
010800         10 DC-AREA-COUNTY       PIC X(20).
010900         10 FILLER               PIC X(52).
011000
011100*--------------------------------------------------------------*
011200* LOANMAST - ONE RECORD PER LOAN, KEYED ON LM-LOAN-NUMBER      *
011300*--------------------------------------------------------------*
011400 FD  LOANMAST
011500     RECORDING MODE IS F.
011600 01  LOANMAST-RECORD.
011700     05 LM-LOAN-NUMBER           PIC X(10).
011800     05 LM-CUSTOMER-ID           PIC X(10).
011900     05 LM-PRINCIPAL             PIC S9(8)      COMP-3.
012000     05 LM-LOANTERM              PIC S9(8)      COMP-3.
012100     05 LM-RATE                  PIC S9(9)V9(9).
012200     05 LM-PAYMENT-FREQUENCY     PIC X(01).
012300     05 LM-ESCROW-AMT            PIC S9(7)V99   COMP-3.
012400     05 LM-BALLOON-TERM          PIC S9(8)      COMP-3.
012500     05 LM-RATE-RESET-COUNT      PIC S9(4)      COMP.
012600     05 LM-RATE-RESETS OCCURS 3 TIMES.
012700         10 LM-RESET-EFF-MONTH   PIC S9(4)      COMP.
012800         10 LM-RESET-RATE        PIC S9(9)V9(9).
012900     05 LM-FIRST-PMT-YEAR        PIC 9(04).
013000     05 LM-FIRST-PMT-MONTH       PIC 9(02).
013100     05 LM-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
013200     05 LM-DAY-COUNT-METHOD      PIC X(01).
013300     05 LM-EXTRA-PRINCIPAL-AMT   PIC S9(7)V99   COMP-3.
013400     05 LM-INVESTOR-CODE         PIC X(03).
013500     05 LM-IO-MONTHS             PIC S9(4)      COMP.
013600     05 LM-FORBEAR-START-MONTH   PIC S9(4)      COMP.
013700     05 LM-FORBEAR-MONTHS        PIC S9(4)      COMP.
013800     05 LM-STATUS-CODE           PIC X(01).
013900         88 LM-STAT-ACTIVE                       VALUE " " "A".
014000         88 LM-STAT-BANKRUPT                     VALUE "B".
014100         88 LM-STAT-FORECLOSE                    VALUE "F".
014200         88 LM-STAT-PAIDOFF                      VALUE "P".
014300     05 LM-INDEX-CODE            PIC X(03).
014400     05 LM-INDEX-VALUE           PIC S9(3)V9(4) COMP-3.
014500     05 LM-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
014600     05 LM-PERIODIC-CAP          PIC S9(3)V9(4) COMP-3.
014700     05 LM-LIFETIME-CAP          PIC S9(3)V9(4) COMP-3.
014800     05 LM-RATE-FLOOR            PIC S9(3)V9(4) COMP-3.
014900     05 LM-ACH-ROUTING           PIC X(09).
015000     05 LM-ACH-ACCOUNT           PIC X(17).
015100     05 LM-AUTOPAY-FLAG          PIC X(01).
015200         88 LM-AUTOPAY-OFF                       VALUE " " "N".
015300         88 LM-AUTOPAY-PRENOTE                   VALUE "P".
015400         88 LM-AUTOPAY-ON                        VALUE "Y".
015500     05 LM-ESCROW-INT-RATE       PIC S9(3)V9(4) COMP-3.
015600     05 LM-BUYDOWN-COUNT         PIC S9(4)      COMP.
015700     05 LM-BUYDOWN-STEPS OCCURS 3 TIMES.
015800         10 LM-BUYDOWN-MONTHS    PIC S9(4)      COMP.
015900         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
016000
016100*--------------------------------------------------------------*
016200* LOANCOLL - COLLATERAL (PROPERTY) RECORD, ONE PER LOAN,       *
016300*    KEYED ON LM-LOAN-NUMBER                                   *
016400*--------------------------------------------------------------*
016500 FD  LOANCOLL
016600     RECORDING MODE IS F.
016700 01  LOANCOLL-RECORD.
016800     05 CO-LOAN-NUMBER           PIC X(10).
016900     05 CO-PROP-ADDR-1           PIC X(30).
017000     05 CO-PROP-CITY             PIC X(20).
017100     05 CO-PROP-STATE            PIC X(02).
017200     05 CO-PROP-ZIP              PIC X(09).
017300     05 CO-PROP-ZIP-R REDEFINES CO-PROP-ZIP.
017400         10 CO-PROP-ZIP5         PIC X(05).
017500         10 FILLER               PIC X(04).
017600     05 CO-TAX-PARCEL            PIC X(15).
017700     05 CO-INS-CARRIER           PIC X(30).
017800     05 CO-POLICY-NUMBER         PIC X(15).
017900     05 CO-POLICY-EXP-DATE       PIC 9(08).
018000     05 CO-INS-PREMIUM           PIC S9(7)V99   COMP-3.
018100     05 CO-INS-DUE-MONTH         PIC 9(02).
018200
018300*--------------------------------------------------------------*
018400* LOANCUST - CUSTOMER NAME AND MAILING ADDRESS                 *
018500*--------------------------------------------------------------*
018600 FD  LOANCUST
018700     RECORDING MODE IS F.
018800 01  LOANCUST-RECORD.
018900     05 CU-CUSTOMER-ID           PIC X(10).
019000     05 CU-NAME                  PIC X(30).
019100     05 CU-ADDR-1                PIC X(30).
019200     05 CU-ADDR-2                PIC X(30).
019300     05 CU-CITY                  PIC X(20).
019400     05 CU-STATE                 PIC X(02).
019500     05 CU-ZIP                   PIC X(09).
019600     05 CU-PHONE                 PIC X(15).
019601     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
019602         88 CU-ACTIVE-DUTY                      VALUE "Y".
019603     05 CU-SERVICE-START-DATE    PIC 9(08).
019604     05 CU-SERVICE-END-DATE      PIC 9(08).
019605     05 CU-TAX-ID                PIC X(09).
019606     05 CU-BIRTH-DATE            PIC 9(08).
019607     05 CU-EMAIL-ADDRESS         PIC X(40).
019608     05 CU-DELIVERY-PREF         PIC X(01).
019609         88 CU-DELIVER-PAPER                    VALUE " " "P".
019610         88 CU-DELIVER-ELECTRONIC               VALUE "E".
019700
019800*--------------------------------------------------------------*
019900* LOANFORB - HAND-BUILT FORBEARANCE GRANTS, SORTED BY LOAN     *
020000*    NUMBER, ONE PER LOAN. OPTIONAL.                           *
020100*--------------------------------------------------------------*
020200 FD  LOANFORB
020300     RECORDING MODE IS F.
020400 01  LOANFORB-RECORD.
020500     05 FB-LOAN-NUMBER           PIC X(10).
020600     05 FB-START-MONTH           PIC 9(04).
020700     05 FB-MONTHS                PIC 9(04).
020800
020900*--------------------------------------------------------------*
021000* LOANFORBN - THE NEW GENERATION OF LOANFORB: EVERY HAND-BUILT *
021100*    GRANT PLUS TONIGHT'S DISASTER GRANTS, IN LOAN ORDER, READ *
021200*    BY LOANBATCH AS ITS LOANFORB                              *
021300*--------------------------------------------------------------*
021400 FD  LOANFORBN
021500     RECORDING MODE IS F.
021600 01  LOANFORBN-RECORD.
021700     05 FN-LOAN-NUMBER           PIC X(10).
021800     05 FN-START-MONTH           PIC 9(04).
021900     05 FN-MONTHS                PIC 9(04).
022000
022100*--------------------------------------------------------------*
022200* LOANDSWK - ONE ROW PER LOAN MATCHED TO A DISASTER, HELD FOR  *
022300*    THE REGISTER, WHICH PRINTS ONE DISASTER AT A TIME         *
022400*--------------------------------------------------------------*
022500 FD  LOANDSWK
022600     RECORDING MODE IS F.
022700 01  LOANDSWK-RECORD.
022800     05 WK-DISASTER-ID           PIC X(08).
022900     05 WK-LOAN-NUMBER           PIC X(10).
023000     05 WK-STATE                 PIC X(02).
023100     05 WK-ZIP                   PIC X(05).
023200     05 WK-COUNTY                PIC X(20).
023300     05 WK-START-MONTH           PIC 9(04).
023400     05 WK-MONTHS                PIC 9(04).
023500     05 WK-ENROLLED-SW           PIC X(01).
023600         88 WK-ENROLLED                          VALUE "Y".
023700     05 WK-DISPOSITION           PIC X(24).
023800
023900*--------------------------------------------------------------*
024000* LOANDSRG - PRINTED DISASTER FORBEARANCE REGISTER             *
024100*--------------------------------------------------------------*
024200 FD  LOANDSRG
024300     RECORDING MODE IS F.
024400 01  PRINT-LINE                  PIC X(80).
024500
024600*--------------------------------------------------------------*
024700* LOANDSLT - BORROWER DISASTER RELIEF LETTERS                  *
024800*--------------------------------------------------------------*
024900 FD  LOANDSLT
025000     RECORDING MODE IS F.
025100 01  LETTER-LINE                 PIC X(80).
025200
025300 WORKING-STORAGE SECTION.
025400 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
025500 77  WS-DSDC-STATUS              PIC X(02)      VALUE "00".
025600 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
025700 77  WS-COLL-STATUS              PIC X(02)      VALUE "00".
025800 77  WS-CUST-STATUS              PIC X(02)      VALUE "00".
025900 77  WS-FORB-STATUS              PIC X(02)      VALUE "00".
026000 77  WS-DSWK-STATUS              PIC X(02)      VALUE "00".
026100 01  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
026200 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
026300     05 WS-BUS-YEAR              PIC 9(04).
026400     05 WS-BUS-MONTH             PIC 9(02).
026500     05 WS-BUS-DAY               PIC 9(02).
026600 01  WS-CYCLE-REQUEST.
026700     03 WS-CY-FUNCTION           PIC X(01).
026800     03 WS-CY-PROGRAM            PIC X(09).
026900     03 WS-CY-BUSINESS-DATE      PIC 9(08).
027000     03 WS-CY-END-RETURN-CODE    PIC 9(04).
027100     03 WS-CY-RESULT             PIC X(01).
027200         88 WS-CY-OK                             VALUE "Y".
027300 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
027400     88 END-OF-LOANMAST                          VALUE "Y".
027500 77  WS-DSDC-EOF-SW              PIC X(01)      VALUE "N".
027600     88 END-OF-LOANDSDC                          VALUE "Y".
027700 77  WS-FORB-EOF-SW              PIC X(01)      VALUE "N".
027800     88 END-OF-LOANFORB                          VALUE "Y".
027900 77  WS-DSWK-EOF-SW              PIC X(01)      VALUE "N".
028000     88 END-OF-LOANDSWK                          VALUE "Y".
028100 77  WS-DECL-OK-SW               PIC X(01)      VALUE "N".
028200     88 DECLARATION-OK                           VALUE "Y".
028300 77  WS-MANUAL-SW                PIC X(01)      VALUE "N".
028400     88 MANUAL-GRANT-ON-FILE                     VALUE "Y".
028500 77  WS-GRANTED-SW               PIC X(01)      VALUE "N".
028600     88 LOAN-GRANTED                             VALUE "Y".
028700 77  WS-DS-COUNT                 PIC S9(04)     COMP   VALUE ZERO.
028800 77  WS-DS-SUB                   PIC S9(04)     COMP   VALUE ZERO.
028900 77  WS-AR-COUNT                 PIC S9(04)     COMP   VALUE ZERO.
029000 77  WS-AR-SUB                   PIC S9(04)     COMP   VALUE ZERO.
029100 77  WS-LAST-DS-SUB              PIC S9(04)     COMP   VALUE ZERO.
029200 77  WS-GRANT-DS-SUB             PIC S9(04)     COMP   VALUE ZERO.
029300 77  WS-CUR-MONTH-NO             PIC S9(06)     COMP-3 VALUE ZERO.
029400 77  WS-START-MONTH-NO           PIC S9(06)     COMP-3 VALUE ZERO.
029500 77  WS-RELIEF-MONTHS            PIC S9(06)     COMP-3 VALUE ZERO.
029600 77  WS-GRANT-START-MONTH        PIC S9(06)     COMP-3 VALUE ZERO.
029700 77  WS-GRANT-MONTHS             PIC S9(06)     COMP-3 VALUE ZERO.
029800 77  WS-LAST-TERM                PIC S9(08)     COMP-3 VALUE ZERO.
029900 77  WS-MONTH-TOTAL              PIC S9(08)     COMP-3 VALUE ZERO.
030000 77  WS-CAL-YEAR                 PIC 9(04)      VALUE ZERO.
030100 77  WS-CAL-MONTH                PIC 9(02)      VALUE ZERO.
030200 77  WS-DECL-READ-COUNT          PIC 9(07)      COMP   VALUE ZERO.
030300 77  WS-DECL-REJECT-COUNT        PIC 9(07)      COMP   VALUE ZERO.
030400 77  WS-MATCHED-COUNT            PIC 9(07)      COMP   VALUE ZERO.
030500 77  WS-ENROLLED-COUNT           PIC 9(07)      COMP   VALUE ZERO.
030600 77  WS-SKIPPED-COUNT            PIC 9(07)      COMP   VALUE ZERO.
030700 77  WS-MANUAL-COUNT             PIC 9(07)      COMP   VALUE ZERO.
030800 77  WS-SECTION-ENROLLED         PIC 9(07)      COMP   VALUE ZERO.
030900 77  WS-SECTION-SKIPPED          PIC 9(07)      COMP   VALUE ZERO.
031000
031100*--------------------------------------------------------------*
031200* WS-DISASTER-TABLE - ONE ENTRY PER ACCEPTED DECLARATION, IN   *
031300*    LOANDSDC ORDER. A LOAN IN THE AREAS OF TWO DISASTERS IS   *
031400*    ENROLLED UNDER THE FIRST.                                 *
031500*--------------------------------------------------------------*
031600 01  WS-DISASTER-TABLE.
031700     05 WS-DS-ENTRY OCCURS 20 TIMES.
031800         10 WS-DS-ID             PIC X(08).
031900         10 WS-DS-NAME           PIC X(30).
032000         10 WS-DS-START-YYYYMM   PIC 9(06).
032100         10 WS-DS-START-R REDEFINES WS-DS-START-YYYYMM.
032200             15 WS-DS-START-YEAR PIC 9(04).
032300             15 WS-DS-START-MONTH
032400                                 PIC 9(02).
032500         10 WS-DS-MONTHS         PIC 9(02).
032600
032700*--------------------------------------------------------------*
032800* WS-AREA-TABLE - ONE ENTRY PER DECLARED AREA, POINTING BACK   *
032900*    TO ITS DISASTER. AREAS OF ONE DISASTER ARE CONTIGUOUS.    *
033000*--------------------------------------------------------------*
033100 01  WS-AREA-TABLE.
033200     05 WS-AR-ENTRY OCCURS 1000 TIMES.
033300         10 WS-AR-DS-SUB         PIC S9(04)     COMP.
033400         10 WS-AR-STATE          PIC X(02).
033500         10 WS-AR-ZIP            PIC X(05).
033600         10 WS-AR-COUNTY         PIC X(20).
033700
033800 01  WS-REPORT-HEADING.
033900     05 FILLER              PIC X(40)  VALUE
034000         "DISASTER FORBEARANCE REGISTER -         ".
034100     05 WH-BUSINESS-DATE    PIC 9(08).
034200
034300 01  WS-DISASTER-HEADING.
034400     05 FILLER              PIC X(10)  VALUE "DISASTER: ".
034500     05 WG-DISASTER-ID      PIC X(08).
034600     05 FILLER              PIC X(02)  VALUE SPACES.
034700     05 WG-DISASTER-NAME    PIC X(30).
034800     05 FILLER              PIC X(08)  VALUE "  FROM: ".
034900     05 WG-START-YYYYMM     PIC 9(06).
035000     05 FILLER              PIC X(08)  VALUE "  MONTHS".
035100     05 WG-MONTHS           PIC ZZ9.
035200
035300 01  WS-COLUMN-HEADING.
035400     05 FILLER              PIC X(40)  VALUE
035500         "LOAN       ST ZIP   COUNTY           STA".
035600     05 FILLER              PIC X(40)  VALUE
035700         "RT MOS  DISPOSITION".
035800
035900 01  WS-DETAIL-LINE.
036000     05 WD-LOAN-NUMBER           PIC X(10).
036100     05 FILLER                   PIC X(01)      VALUE SPACE.
036200     05 WD-STATE                 PIC X(02).
036300     05 FILLER                   PIC X(01)      VALUE SPACE.
036400     05 WD-ZIP                   PIC X(05).
036500     05 FILLER                   PIC X(01)      VALUE SPACE.
036600     05 WD-COUNTY                PIC X(16).
036700     05 FILLER                   PIC X(01)      VALUE SPACE.
036800     05 WD-START-MONTH           PIC ZZZ9.
036900     05 FILLER                   PIC X(01)      VALUE SPACE.
037000     05 WD-MONTHS                PIC ZZ9.
037100     05 FILLER                   PIC X(02)      VALUE SPACES.
037200     05 WD-DISPOSITION           PIC X(24).
037300
037400 01  WS-ERROR-LINE.
037500     05 FILLER                   PIC X(22)      VALUE
037600         "DECLARATION REJECTED: ".
037700     05 WE-DISASTER-ID           PIC X(08).
037800     05 FILLER                   PIC X(02)      VALUE SPACES.
037900     05 WE-REASON                PIC X(30).
038000
038100 01  WS-TOTAL-LINE.
038200     05 WX-LABEL                 PIC X(30).
038300     05 WX-COUNT                 PIC ZZZ,ZZ9.
038400
038500 01  WS-LETTER-HEADING.
038600     05 WL-TITLE            PIC X(26).
038700     05 FILLER              PIC X(07)  VALUE " LOAN: ".
038800     05 WL-LOAN-NUMBER      PIC X(10).
038900
039000 01  WS-LETTER-NAME-LINE.
039100     05 WN-TEXT                  PIC X(10).
039200     05 WN-VALUE                 PIC X(60).
039300
039400 01  WS-LETTER-INFO-LINE.
039500     05 WI-LABEL                 PIC X(30).
039600     05 WI-VALUE                 PIC X(30).
039700
039800 01  WS-MONTH-TEXT.
039900     05 WT-MONTH                 PIC 9(02).
040000     05 FILLER                   PIC X(01)      VALUE "/".
040100     05 WT-YEAR                  PIC 9(04).
040200
040300 01  WS-RELIEF-TEXT-1.
040400     05 FILLER              PIC X(56)  VALUE
040500         "YOUR PROPERTY IS IN AN AREA DECLARED A DISASTER AREA.".
040600 01  WS-RELIEF-TEXT-2.
040700     05 FILLER              PIC X(56)  VALUE
040800         "WE HAVE PLACED YOUR LOAN IN FORBEARANCE: NO PAYMENT".
040900 01  WS-RELIEF-TEXT-3.
041000     05 FILLER              PIC X(56)  VALUE
041100         "IS DUE FOR THE MONTHS SHOWN BELOW, AND NO LATE FEE".
041200 01  WS-RELIEF-TEXT-4.
041300     05 FILLER              PIC X(56)  VALUE
041400         "WILL BE CHARGED FOR THEM. INTEREST CONTINUES TO".
041500 01  WS-RELIEF-TEXT-5.
041600     05 FILLER              PIC X(56)  VALUE
041700         "ACCRUE AND IS ADDED TO YOUR BALANCE WHEN THE".
041800 01  WS-RELIEF-TEXT-6.
041900     05 FILLER              PIC X(56)  VALUE
042000         "FORBEARANCE ENDS. PAYMENTS RESUME THE MONTH AFTER.".
042100
042200 PROCEDURE DIVISION.
042300*--------------------------------------------------------------*
042400* 0000-MAINLINE                                                *
042500*--------------------------------------------------------------*
042600 0000-MAINLINE.
042700     PERFORM 1000-INITIALIZE
042800     PERFORM 2000-PROCESS-LOANS THRU 2000-PROCESS-LOANS-EXIT
042900         UNTIL END-OF-LOANMAST
043000     PERFORM 2100-COPY-GRANT THRU 2100-COPY-GRANT-EXIT
043100         UNTIL END-OF-LOANFORB
043200     CLOSE LOANDSWK
043300     PERFORM 5000-PRINT-DISASTER THRU 5000-PRINT-DISASTER-EXIT
043400         VARYING WS-DS-SUB FROM 1 BY 1
043500         UNTIL WS-DS-SUB > WS-DS-COUNT
043600     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
043700     PERFORM 9000-TERMINATE
043800     GOBACK.
043900
044000*--------------------------------------------------------------*
044100* 1000-INITIALIZE - LOAD THE DECLARATIONS, THEN OPEN THE       *
044200*    MASTER AND THE HAND-BUILT GRANTS FOR THE MERGE            *
044300*--------------------------------------------------------------*
044400 1000-INITIALIZE.
044500     PERFORM 1100-READ-RUN-PARMS THRU 1100-READ-RUN-PARMS-EXIT
044600     OPEN OUTPUT LOANDSRG
044700     OPEN OUTPUT LOANDSLT
044800     MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE
044900     WRITE PRINT-LINE FROM WS-REPORT-HEADING
045000     WRITE PRINT-LINE FROM SPACES
045100     OPEN INPUT LOANDSDC
045200     IF WS-DSDC-STATUS NOT = "00"
045300         MOVE "Y" TO WS-DSDC-EOF-SW
045400     ELSE
045500         READ LOANDSDC
045600             AT END MOVE "Y" TO WS-DSDC-EOF-SW
045700         END-READ
045800     END-IF
045900     PERFORM 1200-LOAD-DECLARATION THRU 1200-LOAD-DECLARATION-EXIT
046000         UNTIL END-OF-LOANDSDC
046100     IF WS-DSDC-STATUS = "00" OR "10"
046200         CLOSE LOANDSDC
046300     END-IF
046400     IF WS-DS-COUNT = ZERO
046500         DISPLAY "LOANDSFB: NO DISASTER DECLARATIONS TONIGHT"
046600     END-IF
046700
046800     OPEN INPUT LOANMAST
046900     IF WS-MAST-STATUS NOT = "00"
047000         DISPLAY "LOANDSFB: MASTER FILE LOANMAST NOT USABLE,"
047100             " STATUS=" WS-MAST-STATUS
047200         MOVE 16 TO RETURN-CODE
047300         GOBACK
047400     END-IF
047500     OPEN INPUT LOANCOLL
047600     IF WS-COLL-STATUS NOT = "00"
047700         DISPLAY "LOANDSFB: COLLATERAL FILE LOANCOLL NOT USABLE,"
047800             " STATUS=" WS-COLL-STATUS
047900         MOVE 16 TO RETURN-CODE
048000         GOBACK
048100     END-IF
048200     OPEN INPUT LOANCUST
048300     OPEN INPUT LOANFORB
048400     IF WS-FORB-STATUS NOT = "00"
048500         MOVE "Y" TO WS-FORB-EOF-SW
048600     ELSE
048700         READ LOANFORB
048800             AT END MOVE "Y" TO WS-FORB-EOF-SW
048900         END-READ
049000     END-IF
049100     OPEN OUTPUT LOANFORBN
049200     OPEN OUTPUT LOANDSWK
049300     READ LOANMAST
049400         AT END MOVE "Y" TO WS-EOF-SW
049500     END-READ.
049600
049700*--------------------------------------------------------------*
049800* 1100-READ-RUN-PARMS - BUSINESS DATE FROM LOANPARM, AND THIS  *
049900*    STEP'S START ON THE CYCLE-CONTROL FILE. THE GRANTS ARE    *
050000*    FOR TONIGHT'S LOANBATCH, SO THERE IS NO PRODUCER TO       *
050100*    VERIFY.                                                   *
050200*--------------------------------------------------------------*
050300 1100-READ-RUN-PARMS.
050400     OPEN INPUT LOANPARM
050500     IF WS-PARM-STATUS NOT = "00"
050600         DISPLAY "LOANDSFB: RUN-CONTROL FILE LOANPARM MISSING"
050700         MOVE 16 TO RETURN-CODE
050800         GOBACK
050900     END-IF
051000     READ LOANPARM
051100         AT END
051200             DISPLAY "LOANDSFB: RUN-CONTROL RECORD MISSING"
051300             MOVE 16 TO RETURN-CODE
051400             GOBACK
051500     END-READ
051600     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
051700     CLOSE LOANPARM
051800     MOVE "S"              TO WS-CY-FUNCTION
051900     MOVE "LOANDSFB "      TO WS-CY-PROGRAM
052000     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
052100     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
052200
052300 1100-READ-RUN-PARMS-EXIT.
052400     EXIT.
052500
052600*--------------------------------------------------------------*
052700* 1200-LOAD-DECLARATION - ONE LOANDSDC RECORD. A DECLARATION   *
052800*    THAT FAILS ITS EDITS IS PRINTED AND ITS AREAS ARE         *
052900*    IGNORED; NO LOAN IS GRANTED RELIEF UNDER IT.              *
053000*--------------------------------------------------------------*
053100 1200-LOAD-DECLARATION.
053200     ADD 1 TO WS-DECL-READ-COUNT
053300     IF DC-DECLARATION
053400         PERFORM 1210-EDIT-DECLARATION
053500             THRU 1210-EDIT-DECLARATION-EXIT
053600         GO TO 1200-LOAD-DECLARATION-NEXT
053700     END-IF
053800     IF NOT DC-AREA
053900         DISPLAY "LOANDSFB: UNKNOWN RECORD TYPE " DC-RECORD-TYPE
054000             " ON LOANDSDC IGNORED"
054100         MOVE 8 TO RETURN-CODE
054200         GO TO 1200-LOAD-DECLARATION-NEXT
054300     END-IF
054400     IF NOT DECLARATION-OK
054500         GO TO 1200-LOAD-DECLARATION-NEXT
054600     END-IF
054700     IF WS-AR-COUNT >= 1000
054800         DISPLAY "LOANDSFB: AREA TABLE FULL, ZIP " DC-AREA-ZIP
054900             " NOT DECLARED"
055000         MOVE 8 TO RETURN-CODE
055100         GO TO 1200-LOAD-DECLARATION-NEXT
055200     END-IF
055300     ADD 1 TO WS-AR-COUNT
055400     MOVE WS-DS-COUNT    TO WS-AR-DS-SUB(WS-AR-COUNT)
055500     MOVE DC-AREA-STATE  TO WS-AR-STATE(WS-AR-COUNT)
055600     MOVE DC-AREA-ZIP    TO WS-AR-ZIP(WS-AR-COUNT)
055700     MOVE DC-AREA-COUNTY TO WS-AR-COUNTY(WS-AR-COUNT).
055800
055900 1200-LOAD-DECLARATION-NEXT.
056000     READ LOANDSDC
056100         AT END MOVE "Y" TO WS-DSDC-EOF-SW
056200     END-READ.
056300
056400 1200-LOAD-DECLARATION-EXIT.
056500     EXIT.
056600
056700*--------------------------------------------------------------*
056800* 1210-EDIT-DECLARATION - A DISASTER NEEDS AN ID, A VALID      *
056900*    START MONTH AND AT LEAST ONE MONTH OF RELIEF              *
057000*--------------------------------------------------------------*
057100 1210-EDIT-DECLARATION.
057200     MOVE "N"            TO WS-DECL-OK-SW
057300     MOVE DC-DISASTER-ID TO WE-DISASTER-ID
057400     MOVE SPACES         TO WE-REASON
057500     EVALUATE TRUE
057600         WHEN DC-DISASTER-ID = SPACES
057700             MOVE "DISASTER ID MISSING" TO WE-REASON
057800         WHEN DC-START-YYYYMM NOT NUMERIC
057900                 OR DC-START-MONTH < 1
058000                 OR DC-START-MONTH > 12
058100             MOVE "START MONTH INVALID" TO WE-REASON
058200         WHEN DC-MONTHS NOT NUMERIC
058300                 OR DC-MONTHS = ZERO
058400             MOVE "RELIEF MONTHS INVALID" TO WE-REASON
058500         WHEN WS-DS-COUNT >= 20
058600             MOVE "DISASTER TABLE FULL" TO WE-REASON
058700     END-EVALUATE
058800     IF WE-REASON NOT = SPACES
058900         ADD 1 TO WS-DECL-REJECT-COUNT
059000         WRITE PRINT-LINE FROM WS-ERROR-LINE
059100         DISPLAY "LOANDSFB: DECLARATION " DC-DISASTER-ID
059200             " REJECTED - " WE-REASON
059300         MOVE 8 TO RETURN-CODE
059400         GO TO 1210-EDIT-DECLARATION-EXIT
059500     END-IF
059600     MOVE "Y" TO WS-DECL-OK-SW
059700     ADD 1 TO WS-DS-COUNT
059800     MOVE DC-DISASTER-ID   TO WS-DS-ID(WS-DS-COUNT)
059900     MOVE DC-DISASTER-NAME TO WS-DS-NAME(WS-DS-COUNT)
060000     MOVE DC-START-YYYYMM  TO WS-DS-START-YYYYMM(WS-DS-COUNT)
060100     MOVE DC-MONTHS        TO WS-DS-MONTHS(WS-DS-COUNT).
060200
060300 1210-EDIT-DECLARATION-EXIT.
060400     EXIT.
060500
060600*--------------------------------------------------------------*
060700* 2000-PROCESS-LOANS - ONE LOAN PER ITERATION: CARRY FORWARD   *
060800*    THE HAND-BUILT GRANTS AHEAD OF IT, THEN TEST ITS PROPERTY *
060900*    AGAINST EVERY DECLARED AREA                               *
061000*--------------------------------------------------------------*
061100 2000-PROCESS-LOANS.
061200     PERFORM 2100-COPY-GRANT THRU 2100-COPY-GRANT-EXIT
061300         UNTIL END-OF-LOANFORB
061400             OR FB-LOAN-NUMBER >= LM-LOAN-NUMBER
061500     MOVE "N" TO WS-MANUAL-SW
061600     IF NOT END-OF-LOANFORB
061700             AND FB-LOAN-NUMBER = LM-LOAN-NUMBER
061800         MOVE "Y" TO WS-MANUAL-SW
061900     END-IF
062000     MOVE "N"  TO WS-GRANTED-SW
062100     MOVE ZERO TO WS-LAST-DS-SUB
062200     IF WS-AR-COUNT = ZERO
062300         GO TO 2000-PROCESS-LOANS-NEXT
062400     END-IF
062500     MOVE LM-LOAN-NUMBER TO CO-LOAN-NUMBER
062600     READ LOANCOLL
062700         INVALID KEY
062800             GO TO 2000-PROCESS-LOANS-NEXT
062900     END-READ
063000     COMPUTE WS-CUR-MONTH-NO =
063100         ((WS-BUS-YEAR * 12) + WS-BUS-MONTH)
063200         - ((LM-FIRST-PMT-YEAR * 12) + LM-FIRST-PMT-MONTH)
063300         + 1
063400     PERFORM 2200-MATCH-AREA THRU 2200-MATCH-AREA-EXIT
063500         VARYING WS-AR-SUB FROM 1 BY 1
063600         UNTIL WS-AR-SUB > WS-AR-COUNT
063700     IF LOAN-GRANTED
063800         MOVE LM-LOAN-NUMBER    TO FN-LOAN-NUMBER
063900         MOVE WS-GRANT-START-MONTH TO FN-START-MONTH
064000         MOVE WS-GRANT-MONTHS      TO FN-MONTHS
064100         WRITE LOANFORBN-RECORD
064200     END-IF.
064300
064400 2000-PROCESS-LOANS-NEXT.
064500     READ LOANMAST
064600         AT END MOVE "Y" TO WS-EOF-SW
064700     END-READ.
064800
064900 2000-PROCESS-LOANS-EXIT.
065000     EXIT.
065100
065200*--------------------------------------------------------------*
065300* 2100-COPY-GRANT - CARRY ONE HAND-BUILT GRANT INTO LOANFORBN  *
065400*    UNCHANGED                                                 *
065500*--------------------------------------------------------------*
065600 2100-COPY-GRANT.
065700     WRITE LOANFORBN-RECORD FROM LOANFORB-RECORD
065800     ADD 1 TO WS-MANUAL-COUNT
065900     READ LOANFORB
066000         AT END MOVE "Y" TO WS-FORB-EOF-SW
066100     END-READ.
066200
066300 2100-COPY-GRANT-EXIT.
066400     EXIT.
066500
066600*--------------------------------------------------------------*
066700* 2200-MATCH-AREA - THE PROPERTY IS IN THIS AREA WHEN STATE    *
066800*    AND FIVE-DIGIT ZIP AGREE. A DISASTER IS TAKEN ONCE PER    *
066900*    LOAN HOWEVER MANY OF ITS AREAS MATCH.                     *
067000*--------------------------------------------------------------*
067100 2200-MATCH-AREA.
067200     IF WS-AR-STATE(WS-AR-SUB) NOT = CO-PROP-STATE
067300             OR WS-AR-ZIP(WS-AR-SUB) NOT = CO-PROP-ZIP5
067400         GO TO 2200-MATCH-AREA-EXIT
067500     END-IF
067600     IF WS-AR-DS-SUB(WS-AR-SUB) = WS-LAST-DS-SUB
067700         GO TO 2200-MATCH-AREA-EXIT
067800     END-IF
067900     MOVE WS-AR-DS-SUB(WS-AR-SUB) TO WS-LAST-DS-SUB
068000     PERFORM 3000-ENROLL-LOAN THRU 3000-ENROLL-LOAN-EXIT.
068100
068200 2200-MATCH-AREA-EXIT.
068300     EXIT.
068400
068500*--------------------------------------------------------------*
068600* 3000-ENROLL-LOAN - THE LOAN'S PROPERTY IS IN AN AREA OF      *
068700*    DISASTER WS-LAST-DS-SUB. GRANT THE RELIEF WINDOW, OR      *
068800*    RECORD WHY IT WAS PASSED OVER.                            *
068900*--------------------------------------------------------------*
069000 3000-ENROLL-LOAN.
069100     ADD 1 TO WS-MATCHED-COUNT
069200     MOVE WS-DS-ID(WS-LAST-DS-SUB)     TO WK-DISASTER-ID
069300     MOVE LM-LOAN-NUMBER               TO WK-LOAN-NUMBER
069400     MOVE WS-AR-STATE(WS-AR-SUB)       TO WK-STATE
069500     MOVE WS-AR-ZIP(WS-AR-SUB)         TO WK-ZIP
069600     MOVE WS-AR-COUNTY(WS-AR-SUB)      TO WK-COUNTY
069700     MOVE ZERO                         TO WK-START-MONTH
069800     MOVE ZERO                         TO WK-MONTHS
069900     MOVE "N"                          TO WK-ENROLLED-SW
070000     MOVE SPACES                       TO WK-DISPOSITION
070100
070200*    THE RELIEF WINDOW IN THE LOAN'S OWN MONTH NUMBERS. A LOAN
070300*    WHOSE FIRST PAYMENT FALLS INSIDE THE WINDOW STARTS AT ITS
070400*    FIRST MONTH; THE WINDOW NEVER RUNS PAST MATURITY.
070500     COMPUTE WS-START-MONTH-NO =
070600         ((WS-DS-START-YEAR(WS-LAST-DS-SUB) * 12)
070700             + WS-DS-START-MONTH(WS-LAST-DS-SUB))
070800         - ((LM-FIRST-PMT-YEAR * 12) + LM-FIRST-PMT-MONTH)
070900         + 1
071000     MOVE WS-DS-MONTHS(WS-LAST-DS-SUB) TO WS-RELIEF-MONTHS
071100     IF WS-START-MONTH-NO < 1
071200         COMPUTE WS-RELIEF-MONTHS =
071300             WS-RELIEF-MONTHS + WS-START-MONTH-NO - 1
071400         MOVE 1 TO WS-START-MONTH-NO
071500     END-IF
071600     MOVE LM-LOANTERM TO WS-LAST-TERM
071700     IF LM-BALLOON-TERM > ZERO AND LM-BALLOON-TERM < LM-LOANTERM
071800         MOVE LM-BALLOON-TERM TO WS-LAST-TERM
071900     END-IF
072000     IF WS-START-MONTH-NO + WS-RELIEF-MONTHS > WS-LAST-TERM
072100         COMPUTE WS-RELIEF-MONTHS =
072200             WS-LAST-TERM - WS-START-MONTH-NO
072300     END-IF
072400
072500     EVALUATE TRUE
072600         WHEN LOAN-GRANTED
072700             MOVE WS-DS-ID(WS-GRANT-DS-SUB) TO WE-DISASTER-ID
072800             STRING "ENROLLED UNDER " DELIMITED BY SIZE
072900                    WE-DISASTER-ID DELIMITED BY SIZE
073000                 INTO WK-DISPOSITION
073100             END-STRING
073200         WHEN LM-STAT-PAIDOFF
073300             MOVE "SKIPPED - PAID OFF" TO WK-DISPOSITION
073400         WHEN LM-STAT-BANKRUPT
073500             MOVE "SKIPPED - BANKRUPT" TO WK-DISPOSITION
073600         WHEN MANUAL-GRANT-ON-FILE
073700             MOVE "SKIPPED - GRANT ON FILE" TO WK-DISPOSITION
073800         WHEN LM-FORBEAR-MONTHS > ZERO
073900                 AND WS-CUR-MONTH-NO <
074000                     LM-FORBEAR-START-MONTH + LM-FORBEAR-MONTHS
074100             MOVE "SKIPPED - IN FORBEARANCE" TO WK-DISPOSITION
074200         WHEN WS-RELIEF-MONTHS < 1
074300             MOVE "SKIPPED - OUTSIDE TERM" TO WK-DISPOSITION
074400     END-EVALUATE
074500     IF WK-DISPOSITION NOT = SPACES
074600         ADD 1 TO WS-SKIPPED-COUNT
074700         WRITE LOANDSWK-RECORD
074800         GO TO 3000-ENROLL-LOAN-EXIT
074900     END-IF
075000
075100     MOVE "Y"               TO WS-GRANTED-SW
075200     MOVE WS-LAST-DS-SUB    TO WS-GRANT-DS-SUB
075300     MOVE WS-START-MONTH-NO TO WS-GRANT-START-MONTH
075400     MOVE WS-RELIEF-MONTHS  TO WS-GRANT-MONTHS
075500     ADD 1 TO WS-ENROLLED-COUNT
075600     MOVE WS-START-MONTH-NO TO WK-START-MONTH
075700     MOVE WS-RELIEF-MONTHS  TO WK-MONTHS
075800     MOVE "Y"               TO WK-ENROLLED-SW
075900     MOVE "ENROLLED"        TO WK-DISPOSITION
076000     WRITE LOANDSWK-RECORD
076100     PERFORM 4000-PRINT-LETTER THRU 4000-PRINT-LETTER-EXIT.
076200
076300 3000-ENROLL-LOAN-EXIT.
076400     EXIT.
076500
076600*--------------------------------------------------------------*
076700* 4000-PRINT-LETTER - RELIEF LETTER TO THE BORROWER, WITH THE  *
076800*    FIRST AND LAST MONTH OF THE FORBEARANCE                   *
076900*--------------------------------------------------------------*
077000 4000-PRINT-LETTER.
077100     MOVE "DISASTER RELIEF -         " TO WL-TITLE
077200     MOVE LM-LOAN-NUMBER TO WL-LOAN-NUMBER
077300     WRITE LETTER-LINE FROM WS-LETTER-HEADING
077400     MOVE LM-CUSTOMER-ID TO CU-CUSTOMER-ID
077500     READ LOANCUST
077600         INVALID KEY
077700             MOVE SPACES TO LOANCUST-RECORD
077800     END-READ
077900     MOVE "BORROWER: " TO WN-TEXT
078000     MOVE CU-NAME      TO WN-VALUE
078100     WRITE LETTER-LINE FROM WS-LETTER-NAME-LINE
078200     MOVE SPACES       TO WN-TEXT
078300     MOVE CU-ADDR-1    TO WN-VALUE
078400     WRITE LETTER-LINE FROM WS-LETTER-NAME-LINE
078500     IF CU-ADDR-2 NOT = SPACES
078600         MOVE CU-ADDR-2 TO WN-VALUE
078700         WRITE LETTER-LINE FROM WS-LETTER-NAME-LINE
078800     END-IF
078900     MOVE SPACES TO WN-VALUE
079000     STRING CU-CITY DELIMITED BY "  "
079100            ", " DELIMITED BY SIZE
079200            CU-STATE DELIMITED BY SIZE
079300            " " DELIMITED BY SIZE
079400            CU-ZIP DELIMITED BY SIZE
079500         INTO WN-VALUE
079600     END-STRING
079700     WRITE LETTER-LINE FROM WS-LETTER-NAME-LINE
079800     WRITE LETTER-LINE FROM SPACES
079900     WRITE LETTER-LINE FROM WS-RELIEF-TEXT-1
080000     WRITE LETTER-LINE FROM WS-RELIEF-TEXT-2
080100     WRITE LETTER-LINE FROM WS-RELIEF-TEXT-3
080200     WRITE LETTER-LINE FROM WS-RELIEF-TEXT-4
080300     WRITE LETTER-LINE FROM WS-RELIEF-TEXT-5
080400     WRITE LETTER-LINE FROM WS-RELIEF-TEXT-6
080500     WRITE LETTER-LINE FROM SPACES
080600     MOVE "DISASTER  . . . . . . . . . . " TO WI-LABEL
080700     MOVE WS-DS-NAME(WS-LAST-DS-SUB)       TO WI-VALUE
080800     WRITE LETTER-LINE FROM WS-LETTER-INFO-LINE
080900     MOVE "PROPERTY  . . . . . . . . . . " TO WI-LABEL
081000     MOVE CO-PROP-ADDR-1                   TO WI-VALUE
081100     WRITE LETTER-LINE FROM WS-LETTER-INFO-LINE
081200     COMPUTE WS-MONTH-TOTAL =
081300         (LM-FIRST-PMT-YEAR * 12) + LM-FIRST-PMT-MONTH - 1
081400         + WS-START-MONTH-NO - 1
081500     PERFORM 4100-FORMAT-MONTH THRU 4100-FORMAT-MONTH-EXIT
081600     MOVE "FIRST MONTH WITH NO PAYMENT . " TO WI-LABEL
081700     MOVE WS-MONTH-TEXT                    TO WI-VALUE
081800     WRITE LETTER-LINE FROM WS-LETTER-INFO-LINE
081900     COMPUTE WS-MONTH-TOTAL =
082000         WS-MONTH-TOTAL + WS-RELIEF-MONTHS - 1
082100     PERFORM 4100-FORMAT-MONTH THRU 4100-FORMAT-MONTH-EXIT
082200     MOVE "LAST MONTH WITH NO PAYMENT  . " TO WI-LABEL
082300     MOVE WS-MONTH-TEXT                    TO WI-VALUE
082400     WRITE LETTER-LINE FROM WS-LETTER-INFO-LINE
082500     WRITE LETTER-LINE FROM SPACES.
082600
082700 4000-PRINT-LETTER-EXIT.
082800     EXIT.
082900
083000*--------------------------------------------------------------*
083100* 4100-FORMAT-MONTH - WS-MONTH-TOTAL IS YEAR * 12 + MONTH - 1; *
083200*    EDIT IT AS MM/YYYY                                        *
083300*--------------------------------------------------------------*
083400 4100-FORMAT-MONTH.
083500     DIVIDE WS-MONTH-TOTAL BY 12
083600         GIVING WS-CAL-YEAR REMAINDER WS-CAL-MONTH
083700     ADD 1 TO WS-CAL-MONTH
083800     MOVE WS-CAL-YEAR  TO WT-YEAR
083900     MOVE WS-CAL-MONTH TO WT-MONTH.
084000
084100 4100-FORMAT-MONTH-EXIT.
084200     EXIT.
084300
084400*--------------------------------------------------------------*
084500* 5000-PRINT-DISASTER - ONE REGISTER SECTION: EVERY LOAN       *
084600*    MATCHED TO DISASTER WS-DS-SUB, FROM ONE PASS OF LOANDSWK  *
084700*--------------------------------------------------------------*
084800 5000-PRINT-DISASTER.
084900     MOVE ZERO TO WS-SECTION-ENROLLED
085000     MOVE ZERO TO WS-SECTION-SKIPPED
085100     MOVE WS-DS-ID(WS-DS-SUB)           TO WG-DISASTER-ID
085200     MOVE WS-DS-NAME(WS-DS-SUB)         TO WG-DISASTER-NAME
085300     MOVE WS-DS-START-YYYYMM(WS-DS-SUB) TO WG-START-YYYYMM
085400     MOVE WS-DS-MONTHS(WS-DS-SUB)       TO WG-MONTHS
085500     WRITE PRINT-LINE FROM SPACES
085600     WRITE PRINT-LINE FROM WS-DISASTER-HEADING
085700     WRITE PRINT-LINE FROM WS-COLUMN-HEADING
085800     MOVE "N" TO WS-DSWK-EOF-SW
085900     OPEN INPUT LOANDSWK
086000     IF WS-DSWK-STATUS NOT = "00"
086100         MOVE "Y" TO WS-DSWK-EOF-SW
086200     ELSE
086300         READ LOANDSWK
086400             AT END MOVE "Y" TO WS-DSWK-EOF-SW
086500         END-READ
086600     END-IF
086700     PERFORM 5100-PRINT-LOAN THRU 5100-PRINT-LOAN-EXIT
086800         UNTIL END-OF-LOANDSWK
086900     IF WS-DSWK-STATUS = "00" OR "10"
087000         CLOSE LOANDSWK
087100     END-IF
087200     MOVE "LOANS ENROLLED  . . . . . . . " TO WX-LABEL
087300     MOVE WS-SECTION-ENROLLED              TO WX-COUNT
087400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
087500     MOVE "LOANS PASSED OVER . . . . . . " TO WX-LABEL
087600     MOVE WS-SECTION-SKIPPED               TO WX-COUNT
087700     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
087800
087900 5000-PRINT-DISASTER-EXIT.
088000     EXIT.
088100
088200 5100-PRINT-LOAN.
088300     IF WK-DISASTER-ID NOT = WS-DS-ID(WS-DS-SUB)
088400         GO TO 5100-PRINT-LOAN-NEXT
088500     END-IF
088600     IF WK-ENROLLED
088700         ADD 1 TO WS-SECTION-ENROLLED
088800     ELSE
088900         ADD 1 TO WS-SECTION-SKIPPED
089000     END-IF
089100     MOVE WK-LOAN-NUMBER TO WD-LOAN-NUMBER
089200     MOVE WK-STATE       TO WD-STATE
089300     MOVE WK-ZIP         TO WD-ZIP
089400     MOVE WK-COUNTY      TO WD-COUNTY
089500     MOVE WK-START-MONTH TO WD-START-MONTH
089600     MOVE WK-MONTHS      TO WD-MONTHS
089700     MOVE WK-DISPOSITION TO WD-DISPOSITION
089800     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
089900
090000 5100-PRINT-LOAN-NEXT.
090100     READ LOANDSWK
090200         AT END MOVE "Y" TO WS-DSWK-EOF-SW
090300     END-READ.
090400
090500 5100-PRINT-LOAN-EXIT.
090600     EXIT.
090700
090800*--------------------------------------------------------------*
090900* 8000-PRINT-TOTALS - RUN TOTALS ACROSS ALL DISASTERS          *
091000*--------------------------------------------------------------*
091100 8000-PRINT-TOTALS.
091200     WRITE PRINT-LINE FROM SPACES
091300     MOVE "DECLARATION RECORDS READ  . . " TO WX-LABEL
091400     MOVE WS-DECL-READ-COUNT               TO WX-COUNT
091500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
091600     MOVE "DECLARATIONS REJECTED . . . . " TO WX-LABEL
091700     MOVE WS-DECL-REJECT-COUNT             TO WX-COUNT
091800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
091900     MOVE "LOANS MATCHED TO AN AREA  . . " TO WX-LABEL
092000     MOVE WS-MATCHED-COUNT                 TO WX-COUNT
092100     WRITE PRINT-LINE FROM WS-TOTAL-LINE
092200     MOVE "LOANS ENROLLED  . . . . . . . " TO WX-LABEL
092300     MOVE WS-ENROLLED-COUNT                TO WX-COUNT
092400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
092500     MOVE "LOANS PASSED OVER . . . . . . " TO WX-LABEL
092600     MOVE WS-SKIPPED-COUNT                 TO WX-COUNT
092700     WRITE PRINT-LINE FROM WS-TOTAL-LINE
092800     MOVE "HAND-BUILT GRANTS CARRIED . . " TO WX-LABEL
092900     MOVE WS-MANUAL-COUNT                  TO WX-COUNT
093000     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
093100
093200 8000-PRINT-TOTALS-EXIT.
093300     EXIT.
093400
093500*--------------------------------------------------------------*
093600* 9000-TERMINATE                                               *
093700*--------------------------------------------------------------*
093800 9000-TERMINATE.
093900     CLOSE LOANMAST
094000     CLOSE LOANCOLL
094100     CLOSE LOANCUST
094200     IF WS-FORB-STATUS = "00" OR "10"
094300         CLOSE LOANFORB
094400     END-IF
094500     CLOSE LOANFORBN
094600     CLOSE LOANDSRG
094700     CLOSE LOANDSLT
094800     DISPLAY "LOANDSFB: MATCHED=" WS-MATCHED-COUNT
094900         " ENROLLED=" WS-ENROLLED-COUNT
095000         " SKIPPED=" WS-SKIPPED-COUNT
095100         " CARRIED=" WS-MANUAL-COUNT
095200     MOVE "E"              TO WS-CY-FUNCTION
095300     MOVE "LOANDSFB "      TO WS-CY-PROGRAM
095400     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
095500     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
095600     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
095700
095800 END PROGRAM LOANDSFB.
