000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANPMIC.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-16.
000600 DATE-COMPILED. 2026-09-16.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-16  LSG  Initial version. Monthly mortgage          *
001000*               insurance review, run after LOANBATCH. Each    *
001100*               loan carrying PMI on LOANMINS has its loan-to- *
001200*               value taken from the LOANSKED scheduled        *
001300*               balance for the current month over the         *
001400*               original property value. At 80 percent the     *
001500*               borrower is told PMI may be cancelled on       *
001600*               request. At 78 percent, or past the midpoint   *
001700*               of the loan term, a loan whose LOANPHIST shows *
001800*               every past month fully paid has its PMI        *
001900*               terminated and the premium taken out of the    *
002000*               escrow payment on LOANMAST. A loan that        *
002100*               qualifies but is not current is held and       *
002200*               listed. Midpoint terminations and holds also   *
002300*               print on their own report.                     *
002301*  2026-09-22  LSG  Servicemember active-duty flag, service    *
002302*               dates, tax id and birth date appended to the   *
002303*               customer record layout.                        *
002304*  2026-09-27  LSG  The current month balance is read directly *
002305*               from the keyed numeric schedule LOANSKIX       *
002306*               instead of passing LOANSKED and de-editing it. *
002307*               A missing schedule now aborts the step.        *
002308*  2026-09-30  LSG  Email address and paper or electronic      *
002309*               delivery preference appended to the customer   *
002310*               record layout.                                 *
002320*  2026-10-05  LSG  A loan with no schedule row for the        *
002330*               current month is listed as NO SCHEDULE ROW and *
002340*               left alone, with return code 4, instead of     *
002350*               being measured at a zero balance; only a loan  *
002360*               past its term or balloon term is taken as paid *
002370*               down. A failed LOANMINS rewrite now sets       *
002380*               return code 8.                                 *
002400*--------------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT LOANPARM ASSIGN TO "LOANPARM"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-RUNC-STATUS.
003500     SELECT LOANMAST ASSIGN TO "LOANMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS LM-LOAN-NUMBER
003900         FILE STATUS IS WS-MAST-STATUS.
004000     SELECT LOANCUST ASSIGN TO "LOANCUST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS CU-CUSTOMER-ID
004400         FILE STATUS IS WS-CUST-STATUS.
004401     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
004402         ORGANIZATION IS INDEXED
004403         ACCESS MODE IS RANDOM
004404         RECORD KEY IS SX-KEY
004405         FILE STATUS IS WS-SKED-STATUS.
004700     SELECT LOANPHIST ASSIGN TO "LOANPHIST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS PH-KEY
005100         FILE STATUS IS WS-PHST-STATUS.
005200     SELECT LOANMINS ASSIGN TO "LOANMINS"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS MI-LOAN-NUMBER
005600         FILE STATUS IS WS-MINS-STATUS.
005700     SELECT LOANPMRP ASSIGN TO "LOANPMRP"
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT LOANPMMP ASSIGN TO "LOANPMMP"
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT LOANPMLT ASSIGN TO "LOANPMLT"
006200         ORGANIZATION IS SEQUENTIAL.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600*--------------------------------------------------------------*
006700* LOANPARM - THE RUN-CONTROL RECORD LOANBATCH RAN UNDER; THE   *
006800*    BUSINESS DATE IS WHAT THE CYCLE VERIFY PROVES AGAINST     *
006900*--------------------------------------------------------------*
007000 FD  LOANPARM
007100     RECORDING MODE IS F.
007200 01  LOANPARM-RECORD.
007300     05 PR-BUSINESS-DATE         PIC 9(08).
007400     05 PR-RUN-ID                PIC X(08).
007500     05 PR-OPT-SKED-ONLY         PIC X(01).
007600     05 PR-OPT-SKIP-DELQ         PIC X(01).
007700     05 PR-OPT-FULL-RUN          PIC X(01).
007800     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
007900     05 PR-GENERATIONS-KEPT      PIC 9(02).
008000
008100*--------------------------------------------------------------*
008200* LOANMAST - ONE RECORD PER LOAN, KEYED ON LM-LOAN-NUMBER      *
008300*--------------------------------------------------------------*
008400 FD  LOANMAST
008500     RECORDING MODE IS F.
008600 01  LOANMAST-RECORD.
008700     05 LM-LOAN-NUMBER           PIC X(10).
008800     05 LM-CUSTOMER-ID           PIC X(10).
008900     05 LM-PRINCIPAL             PIC S9(8)      COMP-3.
009000     05 LM-LOANTERM              PIC S9(8)      COMP-3.
009100     05 LM-RATE                  PIC S9(9)V9(9).
009200     05 LM-PAYMENT-FREQUENCY     PIC X(01).
009300     05 LM-ESCROW-AMT            PIC S9(7)V99   COMP-3.
009400     05 LM-BALLOON-TERM          PIC S9(8)      COMP-3.
009500     05 LM-RATE-RESET-COUNT      PIC S9(4)      COMP.
009600     05 LM-RATE-RESETS OCCURS 3 TIMES.
009700         10 LM-RESET-EFF-MONTH   PIC S9(4)      COMP.
009800         10 LM-RESET-RATE        PIC S9(9)V9(9).
009900     05 LM-FIRST-PMT-YEAR        PIC 9(04).
010000     05 LM-FIRST-PMT-MONTH       PIC 9(02).
010100     05 LM-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
010200     05 LM-DAY-COUNT-METHOD      PIC X(01).
010300     05 LM-EXTRA-PRINCIPAL-AMT   PIC S9(7)V99   COMP-3.
010400     05 LM-INVESTOR-CODE         PIC X(03).
010500     05 LM-IO-MONTHS             PIC S9(4)      COMP.
010600     05 LM-FORBEAR-START-MONTH   PIC S9(4)      COMP.
010700     05 LM-FORBEAR-MONTHS        PIC S9(4)      COMP.
010800     05 LM-STATUS-CODE           PIC X(01).
010900         88 LM-STAT-ACTIVE                       VALUE " " "A".
011000         88 LM-STAT-BANKRUPT                     VALUE "B".
011100         88 LM-STAT-FORECLOSE                    VALUE "F".
011200         88 LM-STAT-PAIDOFF                      VALUE "P".
011300     05 LM-INDEX-CODE            PIC X(03).
011400     05 LM-INDEX-VALUE           PIC S9(3)V9(4) COMP-3.
011500     05 LM-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
011600     05 LM-PERIODIC-CAP          PIC S9(3)V9(4) COMP-3.
011700     05 LM-LIFETIME-CAP          PIC S9(3)V9(4) COMP-3.
011800     05 LM-RATE-FLOOR            PIC S9(3)V9(4) COMP-3.
011900     05 LM-ACH-ROUTING           PIC X(09).
012000     05 LM-ACH-ACCOUNT           PIC X(17).
012100     05 LM-AUTOPAY-FLAG          PIC X(01).
012200         88 LM-AUTOPAY-OFF                       VALUE " " "N".
012300         88 LM-AUTOPAY-PRENOTE                   VALUE "P".
012400         88 LM-AUTOPAY-ON                        VALUE "Y".
012500     05 LM-ESCROW-INT-RATE       PIC S9(3)V9(4) COMP-3.
012600     05 LM-BUYDOWN-COUNT         PIC S9(4)      COMP.
012700     05 LM-BUYDOWN-STEPS OCCURS 3 TIMES.
012800         10 LM-BUYDOWN-MONTHS    PIC S9(4)      COMP.
012900         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
013000
013100*--------------------------------------------------------------*
013200* LOANCUST - CUSTOMER NAME AND MAILING ADDRESS                 *
013300*--------------------------------------------------------------*
013400 FD  LOANCUST
013500     RECORDING MODE IS F.
013600 01  LOANCUST-RECORD.
013700     05 CU-CUSTOMER-ID           PIC X(10).
013800     05 CU-NAME                  PIC X(30).
013900     05 CU-ADDR-1                PIC X(30).
014000     05 CU-ADDR-2                PIC X(30).
014100     05 CU-CITY                  PIC X(20).
014200     05 CU-STATE                 PIC X(02).
014300     05 CU-ZIP                   PIC X(09).
014400     05 CU-PHONE                 PIC X(15).
014401     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
014402         88 CU-ACTIVE-DUTY                      VALUE "Y".
014403     05 CU-SERVICE-START-DATE    PIC 9(08).
014404     05 CU-SERVICE-END-DATE      PIC 9(08).
014405     05 CU-TAX-ID                PIC X(09).
014406     05 CU-BIRTH-DATE            PIC 9(08).
014407     05 CU-EMAIL-ADDRESS         PIC X(40).
014408     05 CU-DELIVERY-PREF         PIC X(01).
014409         88 CU-DELIVER-PAPER                    VALUE " " "P".
014410         88 CU-DELIVER-ELECTRONIC               VALUE "E".
014500
014600*--------------------------------------------------------------*
014601* LOANSKIX - THE NIGHTLY SCHEDULE KEYED ON LOAN NUMBER AND     *
014602*    MONTH, AMOUNTS IN SIGNED NUMERIC FIELDS, READ DIRECTLY    *
014603*    FOR THE MONTH WANTED                                      *
014800*--------------------------------------------------------------*
014801 FD  LOANSKIX
015000     RECORDING MODE IS F.
015001 01  LOANSKIX-RECORD.
015002     05 SX-KEY.
015003         10 SX-LOAN-NUMBER       PIC X(10).
015004         10 SX-MONTH             PIC 9(04).
015005     05 SX-INTPAID               PIC S9(9)V99   COMP-3.
015006     05 SX-PRINCPAID             PIC S9(9)V99   COMP-3.
015007     05 SX-PAYMENT               PIC S9(9)V99   COMP-3.
015008     05 SX-BALANCE               PIC S9(11)V99  COMP-3.
015009     05 SX-LATE-FLAG             PIC X(01).
015010     05 SX-LATEFEE               PIC S9(7)V99   COMP-3.
015011     05 SX-ESCROW                PIC S9(9)V99   COMP-3.
015012     05 FILLER                   PIC X(10).
016100
016200*--------------------------------------------------------------*
016300* LOANPHIST - POSTED-PAYMENT HISTORY SUBLEDGER, ONE ROW PER    *
016400*    LOAN PER SCHEDULED MONTH THAT HAS RECEIVED CASH           *
016500*--------------------------------------------------------------*
016600 FD  LOANPHIST
016700     RECORDING MODE IS F.
016800 01  LOANPHIST-RECORD.
016900     05 PH-KEY.
017000         10 PH-LOAN-NUMBER       PIC X(10).
017100         10 PH-SCHED-MONTH       PIC 9(04).
017200     05 PH-AMOUNT-RECEIVED       PIC S9(7)V99   COMP-3.
017300     05 PH-AMOUNT-SCHEDULED      PIC S9(7)V99   COMP-3.
017400     05 PH-LAST-DATE-RECEIVED    PIC 9(08).
017500     05 PH-PAY-COUNT             PIC 9(03).
017600     05 PH-STATUS                PIC X(01).
017700         88 PH-FULLY-APPLIED                     VALUE "A".
017800         88 PH-PARTIAL                           VALUE "P".
017900
018000*--------------------------------------------------------------*
018100* LOANMINS - MORTGAGE INSURANCE RECORD, ONE PER LOAN, KEYED ON *
018200*    LM-LOAN-NUMBER. THE ORIGINAL PROPERTY VALUE IS THE LTV    *
018300*    DENOMINATOR; THE PREMIUM IS THE MONTHLY AMOUNT CARRIED IN *
018400*    LM-ESCROW-AMT. STATUS AND DATES ARE SET HERE.             *
018500*--------------------------------------------------------------*
018600 FD  LOANMINS
018700     RECORDING MODE IS F.
018800 01  LOANMINS-RECORD.
018900     05 MI-LOAN-NUMBER           PIC X(10).
019000     05 MI-ORIG-VALUE            PIC S9(9)V99   COMP-3.
019100     05 MI-CARRIER               PIC X(30).
019200     05 MI-CERT-NUMBER           PIC X(15).
019300     05 MI-PREMIUM               PIC S9(5)V99   COMP-3.
019400     05 MI-STATUS                PIC X(01).
019500         88 MI-NONE                              VALUE "N".
019600         88 MI-ACTIVE                            VALUE "A".
019700         88 MI-NOTICE-SENT                       VALUE "R".
019800         88 MI-TERMINATED-LTV                    VALUE "T".
019900         88 MI-TERMINATED-MIDPOINT               VALUE "M".
020000     05 MI-NOTICE-DATE           PIC 9(08).
020100     05 MI-TERM-DATE             PIC 9(08).
020200     05 MI-TERM-LTV              PIC S9(3)V99   COMP-3.
020300     05 FILLER                   PIC X(10).
020400
020500*--------------------------------------------------------------*
020600* LOANPMRP - PRINTED MORTGAGE INSURANCE REVIEW REGISTER        *
020700*--------------------------------------------------------------*
020800 FD  LOANPMRP
020900     RECORDING MODE IS F.
021000 01  PRINT-LINE                  PIC X(80).
021100
021200*--------------------------------------------------------------*
021300* LOANPMMP - PRINTED MIDPOINT-OF-TERM TERMINATION REPORT       *
021400*--------------------------------------------------------------*
021500 FD  LOANPMMP
021600     RECORDING MODE IS F.
021700 01  MIDPOINT-LINE               PIC X(80).
021800
021900*--------------------------------------------------------------*
022000* LOANPMLT - BORROWER NOTICES: 80 PERCENT CANCELLATION RIGHT   *
022100*    AND PMI TERMINATION                                       *
022200*--------------------------------------------------------------*
022300 FD  LOANPMLT
022400     RECORDING MODE IS F.
022500 01  NOTICE-LINE                 PIC X(80).
022600
022700 WORKING-STORAGE SECTION.
022800 77  WS-RUNC-STATUS              PIC X(02)      VALUE "00".
022900 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
023000 77  WS-CUST-STATUS              PIC X(02)      VALUE "00".
023100 77  WS-PHST-STATUS              PIC X(02)      VALUE "00".
023200 77  WS-MINS-STATUS              PIC X(02)      VALUE "00".
023300 01  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
023400 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
023500     05 WS-BUS-YEAR              PIC 9(04).
023600     05 WS-BUS-MONTH             PIC 9(02).
023700     05 WS-BUS-DAY               PIC 9(02).
023800 01  WS-CYCLE-REQUEST.
023900     03 WS-CY-FUNCTION           PIC X(01).
024000     03 WS-CY-PROGRAM            PIC X(09).
024100     03 WS-CY-BUSINESS-DATE      PIC 9(08).
024200     03 WS-CY-END-RETURN-CODE    PIC 9(04).
024300     03 WS-CY-RESULT             PIC X(01).
024400         88 WS-CY-OK                             VALUE "Y".
024500 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
024600     88 END-OF-LOANMAST                          VALUE "Y".
024601 77  WS-SKED-STATUS              PIC X(02)      VALUE "00".
024602 77  WS-SKED-ROW-SW              PIC X(01)      VALUE "Y".
024603     88 SCHEDULE-ROW-MISSING                     VALUE "N".
024604 77  WS-LAST-SKED-MONTH          PIC S9(08)     COMP-3 VALUE ZERO.
024900 77  WS-CURRENT-SW               PIC X(01)      VALUE "Y".
025000     88 LOAN-IS-CURRENT                          VALUE "Y".
025100 77  WS-CUR-MONTH-NO             PIC S9(06)     COMP-3 VALUE ZERO.
025200 77  WS-MIDPOINT-MONTH           PIC S9(06)     COMP-3 VALUE ZERO.
025300 77  WS-PH-MONTH                 PIC S9(06)     COMP-3 VALUE ZERO.
025500 77  WS-CUR-BALANCE              PIC S9(8)V99   COMP-3 VALUE ZERO.
025600 77  WS-LTV                      PIC S9(5)V99   COMP-3 VALUE ZERO.
025700 77  WS-PREMIUM-REMOVED          PIC S9(5)V99   COMP-3 VALUE ZERO.
025800 77  WS-REVIEW-COUNT             PIC 9(07)      COMP   VALUE ZERO.
025900 77  WS-NOTICE-COUNT             PIC 9(07)      COMP   VALUE ZERO.
026000 77  WS-TERM-LTV-COUNT           PIC 9(07)      COMP   VALUE ZERO.
026100 77  WS-TERM-MID-COUNT           PIC 9(07)      COMP   VALUE ZERO.
026200 77  WS-HELD-COUNT               PIC 9(07)      COMP   VALUE ZERO.
026300 77  WS-MID-HELD-COUNT           PIC 9(07)      COMP   VALUE ZERO.
026310 77  WS-NO-ROW-COUNT             PIC 9(07)      COMP   VALUE ZERO.
026400 77  WS-PREMIUM-TOTAL            PIC S9(7)V99   COMP-3 VALUE ZERO.
026500
026600 01  WS-REPORT-HEADING.
026700     05 FILLER              PIC X(40)  VALUE
026800         "MORTGAGE INSURANCE LTV REVIEW -         ".
026900     05 WH-BUSINESS-DATE    PIC 9(08).
027000
027100 01  WS-MIDPOINT-HEADING.
027200     05 FILLER              PIC X(40)  VALUE
027300         "PMI MIDPOINT-OF-TERM TERMINATIONS -     ".
027400     05 WM-BUSINESS-DATE    PIC 9(08).
027500
027600 01  WS-COLUMN-HEADING.
027700     05 FILLER              PIC X(40)  VALUE
027800         "LOAN        ACTION                    MO".
027900     05 FILLER              PIC X(40)  VALUE
028000         "NTH    LTV  SCHEDULED BAL".
028100
028200 01  WS-MIDPOINT-COLUMNS.
028300     05 FILLER              PIC X(40)  VALUE
028400         "LOAN        TERM  MIDPOINT  MONTH    LTV".
028500     05 FILLER              PIC X(40)  VALUE
028600         "  DISPOSITION".
028700
028800 01  WS-DETAIL-LINE.
028900     05 WD-LOAN-NUMBER           PIC X(10).
029000     05 FILLER                   PIC X(02)      VALUE SPACES.
029100     05 WD-ACTION                PIC X(24).
029200     05 FILLER                   PIC X(02)      VALUE SPACES.
029300     05 WD-MONTH                 PIC ZZZ9.
029400     05 FILLER                   PIC X(02)      VALUE SPACES.
029500     05 WD-LTV                   PIC ZZ9.99.
029600     05 FILLER                   PIC X(02)      VALUE SPACES.
029700     05 WD-BALANCE               PIC ZZ,ZZZ,ZZ9.99.
029800
029900 01  WS-MIDPOINT-DETAIL.
030000     05 WP-LOAN-NUMBER           PIC X(10).
030100     05 FILLER                   PIC X(02)      VALUE SPACES.
030200     05 WP-TERM                  PIC ZZZ9.
030300     05 FILLER                   PIC X(04)      VALUE SPACES.
030400     05 WP-MIDPOINT              PIC ZZZ9.
030500     05 FILLER                   PIC X(03)      VALUE SPACES.
030600     05 WP-MONTH                 PIC ZZZ9.
030700     05 FILLER                   PIC X(03)      VALUE SPACES.
030800     05 WP-LTV                   PIC ZZ9.99.
030900     05 FILLER                   PIC X(02)      VALUE SPACES.
031000     05 WP-DISPOSITION           PIC X(24).
031100
031200 01  WS-TOTAL-LINE.
031300     05 WX-LABEL                 PIC X(30).
031400     05 WX-COUNT                 PIC ZZZ,ZZ9.
031500     05 FILLER                   PIC X(02)      VALUE SPACES.
031600     05 WX-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
031700
031800 01  WS-LETTER-HEADING.
031900     05 WL-TITLE            PIC X(26).
032000     05 FILLER              PIC X(07)  VALUE " LOAN: ".
032100     05 WL-LOAN-NUMBER      PIC X(10).
032200
032300 01  WS-LETTER-NAME-LINE.
032400     05 WN-TEXT                  PIC X(10).
032500     05 WN-VALUE                 PIC X(60).
032600
032700 01  WS-LETTER-INFO-LINE.
032800     05 WI-LABEL                 PIC X(30).
032900     05 WI-VALUE                 PIC X(30).
033000
033100 01  WS-LETTER-AMOUNT-LINE.
033200     05 WA-LABEL                 PIC X(30).
033300     05 WA-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
033400
033500 01  WS-NOTICE-TEXT-1.
033600     05 FILLER              PIC X(56)  VALUE
033700         "THE SCHEDULED PRINCIPAL BALANCE OF YOUR LOAN HAS".
033800 01  WS-NOTICE-TEXT-2.
033900     05 FILLER              PIC X(56)  VALUE
034000         "REACHED 80 PERCENT OF THE ORIGINAL VALUE OF YOUR".
034100 01  WS-NOTICE-TEXT-3.
034200     05 FILLER              PIC X(56)  VALUE
034300         "HOME. YOU MAY ASK US IN WRITING TO CANCEL YOUR".
034400 01  WS-NOTICE-TEXT-4.
034500     05 FILLER              PIC X(56)  VALUE
034600         "PRIVATE MORTGAGE INSURANCE IF YOUR PAYMENTS ARE".
034700 01  WS-NOTICE-TEXT-5.
034800     05 FILLER              PIC X(56)  VALUE
034900         "CURRENT AND THE VALUE OF THE HOME HAS NOT DECLINED.".
035000
035100 01  WS-TERM-TEXT-1.
035200     05 FILLER              PIC X(56)  VALUE
035300         "YOUR PRIVATE MORTGAGE INSURANCE HAS BEEN CANCELLED".
035400 01  WS-TERM-TEXT-2.
035500     05 FILLER              PIC X(56)  VALUE
035600         "AUTOMATICALLY. NO FURTHER PREMIUM WILL BE CHARGED,".
035700 01  WS-TERM-TEXT-3.
035800     05 FILLER              PIC X(56)  VALUE
035900         "AND YOUR MONTHLY ESCROW PAYMENT IS REDUCED BY THE".
036000 01  WS-TERM-TEXT-4.
036100     05 FILLER              PIC X(56)  VALUE
036200         "PREMIUM AMOUNT SHOWN BELOW.".
036300
036400 PROCEDURE DIVISION.
036500*--------------------------------------------------------------*
036600* 0000-MAINLINE                                                *
036700*--------------------------------------------------------------*
036800 0000-MAINLINE.
036900     PERFORM 1000-INITIALIZE
037000     PERFORM 2000-REVIEW-LOANS THRU 2000-REVIEW-LOANS-EXIT
037100         UNTIL END-OF-LOANMAST
037200     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
037300     PERFORM 9000-TERMINATE
037400     GOBACK.
037500
037600*--------------------------------------------------------------*
037700* 1000-INITIALIZE                                              *
037800*--------------------------------------------------------------*
037900 1000-INITIALIZE.
038000     PERFORM 1100-VERIFY-CYCLE THRU 1100-VERIFY-CYCLE-EXIT
038100     OPEN I-O LOANMAST
038200     IF WS-MAST-STATUS NOT = "00"
038300         DISPLAY "LOANPMIC: MASTER FILE LOANMAST NOT USABLE,"
038400             " STATUS=" WS-MAST-STATUS
038500         MOVE 16 TO RETURN-CODE
038600         GOBACK
038700     END-IF
038800     OPEN I-O LOANMINS
038900     IF WS-MINS-STATUS = "35"
039000*        FIRST-EVER RUN - NO INSURANCE FILE YET, CREATE ONE
039100         OPEN OUTPUT LOANMINS
039200         CLOSE LOANMINS
039300         OPEN I-O LOANMINS
039400     END-IF
039500     IF WS-MINS-STATUS NOT = "00"
039600         DISPLAY "LOANPMIC: INSURANCE FILE LOANMINS NOT USABLE,"
039700             " STATUS=" WS-MINS-STATUS
039800         MOVE 16 TO RETURN-CODE
039900         GOBACK
040000     END-IF
040100     OPEN INPUT LOANPHIST
040200     IF WS-PHST-STATUS NOT = "00"
040300         DISPLAY "LOANPMIC: HISTORY FILE LOANPHIST NOT USABLE,"
040400             " STATUS=" WS-PHST-STATUS
040500         MOVE 16 TO RETURN-CODE
040600         GOBACK
040700     END-IF
040800     OPEN INPUT LOANCUST
040801     OPEN INPUT LOANSKIX
040802     IF WS-SKED-STATUS NOT = "00"
040803         DISPLAY "LOANPMIC: SCHEDULE FILE LOANSKIX MISSING"
040804         MOVE 16 TO RETURN-CODE
040805         GOBACK
040806     END-IF
041000     OPEN OUTPUT LOANPMRP
041100     OPEN OUTPUT LOANPMMP
041200     OPEN OUTPUT LOANPMLT
041300     MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE
041400     MOVE WS-BUSINESS-DATE TO WM-BUSINESS-DATE
041500     WRITE PRINT-LINE FROM WS-REPORT-HEADING
041600     WRITE PRINT-LINE FROM SPACES
041700     WRITE PRINT-LINE FROM WS-COLUMN-HEADING
041800     WRITE MIDPOINT-LINE FROM WS-MIDPOINT-HEADING
041900     WRITE MIDPOINT-LINE FROM SPACES
042000     WRITE MIDPOINT-LINE FROM WS-MIDPOINT-COLUMNS
042800     READ LOANMAST
042900         AT END MOVE "Y" TO WS-EOF-SW
043000     END-READ.
043100
043200*--------------------------------------------------------------*
043300* 1100-VERIFY-CYCLE - READ THE BUSINESS DATE FROM LOANPARM,    *
043400*    PROVE THE LOANBATCH STEP THAT PRODUCED TONIGHT'S LOANSKED *
043500*    ENDED CLEAN FOR THAT SAME DATE, AND RECORD THIS STEP'S    *
043600*    OWN START ON THE CYCLE-CONTROL FILE                       *
043700*--------------------------------------------------------------*
043800 1100-VERIFY-CYCLE.
043900     OPEN INPUT LOANPARM
044000     IF WS-RUNC-STATUS NOT = "00"
044100         DISPLAY "LOANPMIC: RUN-CONTROL FILE LOANPARM MISSING"
044200         MOVE 16 TO RETURN-CODE
044300         GOBACK
044400     END-IF
044500     READ LOANPARM
044600         AT END
044700             DISPLAY "LOANPMIC: RUN-CONTROL RECORD MISSING"
044800             MOVE 16 TO RETURN-CODE
044900             GOBACK
045000     END-READ
045100     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
045200     CLOSE LOANPARM
045300     MOVE "V"              TO WS-CY-FUNCTION
045400     MOVE "LOANBATCH"      TO WS-CY-PROGRAM
045500     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
045600     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST
045700     IF NOT WS-CY-OK
045800         DISPLAY "LOANPMIC: LOANSKED NOT PRODUCED CLEAN FOR "
045900             WS-BUSINESS-DATE " - STEP ABORTED"
046000         MOVE 16 TO RETURN-CODE
046100         GOBACK
046200     END-IF
046300     MOVE "S"              TO WS-CY-FUNCTION
046400     MOVE "LOANPMIC "      TO WS-CY-PROGRAM
046500     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
046600
046700 1100-VERIFY-CYCLE-EXIT.
046800     EXIT.
046900
047000*--------------------------------------------------------------*
047100* 2000-REVIEW-LOANS - ONE LOAN PER ITERATION: TAKE ITS         *
047200*    SCHEDULED BALANCE FOR THE CURRENT MONTH, AND IF IT STILL  *
047300*    CARRIES PMI MEASURE THE LTV AND ACT ON IT                 *
047400*--------------------------------------------------------------*
047500 2000-REVIEW-LOANS.
047600     COMPUTE WS-CUR-MONTH-NO =
047700         ((WS-BUS-YEAR * 12) + WS-BUS-MONTH)
047800         - ((LM-FIRST-PMT-YEAR * 12) + LM-FIRST-PMT-MONTH)
047900         + 1
048400     IF LM-STAT-PAIDOFF OR WS-CUR-MONTH-NO < 1
048500         GO TO 2000-REVIEW-LOANS-NEXT
048600     END-IF
048700
048800     MOVE LM-LOAN-NUMBER TO MI-LOAN-NUMBER
048900     READ LOANMINS
049000         INVALID KEY
049100             GO TO 2000-REVIEW-LOANS-NEXT
049200     END-READ
049300     IF NOT (MI-ACTIVE OR MI-NOTICE-SENT)
049400             OR MI-ORIG-VALUE NOT > ZERO
049500         GO TO 2000-REVIEW-LOANS-NEXT
049600     END-IF
049700     ADD 1 TO WS-REVIEW-COUNT
049701     PERFORM 2100-READ-SCHEDULE THRU 2100-READ-SCHEDULE-EXIT
049702     IF SCHEDULE-ROW-MISSING
049703*        NO BALANCE TO MEASURE - THE LOAN IS LEFT AS IT STANDS
049704         ADD 1 TO WS-NO-ROW-COUNT
049705         MOVE ZERO TO WS-LTV
049706         MOVE "NO SCHEDULE ROW         " TO WD-ACTION
049707         PERFORM 4900-PRINT-DETAIL THRU 4900-PRINT-DETAIL-EXIT
049708         GO TO 2000-REVIEW-LOANS-NEXT
049709     END-IF
049800     COMPUTE WS-LTV ROUNDED =
049900         (WS-CUR-BALANCE * 100) / MI-ORIG-VALUE
050000*    TERMINATION FALLS DUE ON THE FIRST MONTH AFTER THE
050100*    MIDPOINT OF THE AMORTIZATION PERIOD
050200     COMPUTE WS-MIDPOINT-MONTH = (LM-LOANTERM / 2) + 1
050300
050400     IF WS-LTV NOT > 78
050500             OR WS-CUR-MONTH-NO NOT < WS-MIDPOINT-MONTH
050600         PERFORM 2200-CHECK-CURRENT THRU 2200-CHECK-CURRENT-EXIT
050700         IF LOAN-IS-CURRENT
050800             PERFORM 3100-TERMINATE-PMI
050900                 THRU 3100-TERMINATE-PMI-EXIT
051000             GO TO 2000-REVIEW-LOANS-NEXT
051100         END-IF
051200         PERFORM 3200-HOLD-TERMINATION
051300             THRU 3200-HOLD-TERMINATION-EXIT
051400     END-IF
051500     IF MI-ACTIVE AND WS-LTV NOT > 80
051600         PERFORM 3000-SEND-NOTICE THRU 3000-SEND-NOTICE-EXIT
051700     END-IF.
051800
051900 2000-REVIEW-LOANS-NEXT.
052000     READ LOANMAST
052100         AT END MOVE "Y" TO WS-EOF-SW
052200     END-READ.
052300
052400 2000-REVIEW-LOANS-EXIT.
052500     EXIT.
052600
052700*--------------------------------------------------------------*
052701* 2100-READ-SCHEDULE - THE CURRENT MONTH'S ROW, READ DIRECTLY  *
052702*    FROM THE KEYED SCHEDULE, GIVES THE SCHEDULED BALANCE.     *
052703*    ONLY A LOAN PAST THE END OF ITS TERM (OR OF A SHORTER     *
052704*    BALLOON TERM) CARRIES A ZERO BALANCE WITHOUT A ROW; ANY   *
052705*    OTHER MISSING ROW LEAVES THE BALANCE UNKNOWN              *
053100*--------------------------------------------------------------*
053101 2100-READ-SCHEDULE.
053102     MOVE "Y"             TO WS-SKED-ROW-SW
053103     MOVE ZERO            TO WS-CUR-BALANCE
053104     MOVE LM-LOAN-NUMBER  TO SX-LOAN-NUMBER
053105     MOVE WS-CUR-MONTH-NO TO SX-MONTH
053106     READ LOANSKIX
053107         INVALID KEY
053108             GO TO 2100-READ-SCHEDULE-NONE
053109     END-READ
053110     MOVE SX-BALANCE      TO WS-CUR-BALANCE
053120     GO TO 2100-READ-SCHEDULE-EXIT.
053130
053140 2100-READ-SCHEDULE-NONE.
053150     MOVE LM-LOANTERM TO WS-LAST-SKED-MONTH
053160     IF LM-BALLOON-TERM > ZERO AND LM-BALLOON-TERM < LM-LOANTERM
053170         MOVE LM-BALLOON-TERM TO WS-LAST-SKED-MONTH
053180     END-IF
053190     IF WS-CUR-MONTH-NO NOT > WS-LAST-SKED-MONTH
053200         MOVE "N" TO WS-SKED-ROW-SW
053210     END-IF.
054500
054501 2100-READ-SCHEDULE-EXIT.
054700     EXIT.
054800
054900*--------------------------------------------------------------*
055000* 2200-CHECK-CURRENT - THE LOAN IS CURRENT WHEN EVERY MONTH    *
055100*    BEFORE THIS ONE HAS A FULLY APPLIED LOANPHIST ROW         *
055200*--------------------------------------------------------------*
055300 2200-CHECK-CURRENT.
055400     MOVE "Y" TO WS-CURRENT-SW
055500     MOVE 1   TO WS-PH-MONTH
055600     PERFORM 2210-CHECK-MONTH THRU 2210-CHECK-MONTH-EXIT
055700         UNTIL WS-PH-MONTH NOT < WS-CUR-MONTH-NO
055800             OR NOT LOAN-IS-CURRENT.
055900
056000 2200-CHECK-CURRENT-EXIT.
056100     EXIT.
056200
056300 2210-CHECK-MONTH.
056400     MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER
056500     MOVE WS-PH-MONTH    TO PH-SCHED-MONTH
056600     READ LOANPHIST
056700         INVALID KEY
056800             MOVE "N" TO WS-CURRENT-SW
056900     END-READ
057000     IF WS-PHST-STATUS = "00" AND NOT PH-FULLY-APPLIED
057100         MOVE "N" TO WS-CURRENT-SW
057200     END-IF
057300     ADD 1 TO WS-PH-MONTH.
057400
057500 2210-CHECK-MONTH-EXIT.
057600     EXIT.
057700
057800*--------------------------------------------------------------*
057900* 3000-SEND-NOTICE - 80 PERCENT REACHED: TELL THE BORROWER     *
058000*    PMI MAY BE CANCELLED ON REQUEST. SENT ONCE PER LOAN.      *
058100*--------------------------------------------------------------*
058200 3000-SEND-NOTICE.
058300     MOVE "R"              TO MI-STATUS
058400     MOVE WS-BUSINESS-DATE TO MI-NOTICE-DATE
058500     PERFORM 3900-STORE-MI THRU 3900-STORE-MI-EXIT
058600     ADD 1 TO WS-NOTICE-COUNT
058700     MOVE "80 PCT NOTICE SENT      " TO WD-ACTION
058800     PERFORM 4900-PRINT-DETAIL THRU 4900-PRINT-DETAIL-EXIT
058900
059000     MOVE "PMI CANCELLATION RIGHT -  " TO WL-TITLE
059100     PERFORM 4000-PRINT-ADDRESS THRU 4000-PRINT-ADDRESS-EXIT
059200     WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-1
059300     WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-2
059400     WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-3
059500     WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-4
059600     WRITE NOTICE-LINE FROM WS-NOTICE-TEXT-5
059700     WRITE NOTICE-LINE FROM SPACES
059800     PERFORM 4100-PRINT-FIGURES THRU 4100-PRINT-FIGURES-EXIT
059900     WRITE NOTICE-LINE FROM SPACES.
060000
060100 3000-SEND-NOTICE-EXIT.
060200     EXIT.
060300
060400*--------------------------------------------------------------*
060500* 3100-TERMINATE-PMI - 78 PERCENT OR THE MIDPOINT, AND THE     *
060600*    LOAN IS CURRENT: END THE COVERAGE AND TAKE THE PREMIUM    *
060700*    OUT OF THE ESCROW PAYMENT SO LOANBATCH SCHEDULES AND      *
060800*    LOANBILL BILLS THE LOWER AMOUNT FROM NEXT CYCLE           *
060900*--------------------------------------------------------------*
061000 3100-TERMINATE-PMI.
061100     MOVE MI-PREMIUM TO WS-PREMIUM-REMOVED
061200     IF WS-PREMIUM-REMOVED > LM-ESCROW-AMT
061300         MOVE LM-ESCROW-AMT TO WS-PREMIUM-REMOVED
061400     END-IF
061500     SUBTRACT WS-PREMIUM-REMOVED FROM LM-ESCROW-AMT
061600     REWRITE LOANMAST-RECORD
061700     IF WS-MAST-STATUS NOT = "00"
061800         DISPLAY "LOANPMIC: LOANMAST REWRITE FAILED "
061900             LM-LOAN-NUMBER " STATUS=" WS-MAST-STATUS
062000         MOVE 8 TO RETURN-CODE
062100         GO TO 3100-TERMINATE-PMI-EXIT
062200     END-IF
062300     ADD WS-PREMIUM-REMOVED TO WS-PREMIUM-TOTAL
062400
062500     IF WS-LTV NOT > 78
062600         MOVE "T" TO MI-STATUS
062700         ADD 1 TO WS-TERM-LTV-COUNT
062800         MOVE "TERMINATED AT 78 PCT    " TO WD-ACTION
062900     ELSE
063000         MOVE "M" TO MI-STATUS
063100         ADD 1 TO WS-TERM-MID-COUNT
063200         MOVE "TERMINATED AT MIDPOINT  " TO WD-ACTION
063300         MOVE "TERMINATED              " TO WP-DISPOSITION
063400         PERFORM 4800-PRINT-MIDPOINT
063500             THRU 4800-PRINT-MIDPOINT-EXIT
063600     END-IF
063700     MOVE WS-BUSINESS-DATE TO MI-TERM-DATE
063800     MOVE WS-LTV           TO MI-TERM-LTV
063900     PERFORM 3900-STORE-MI THRU 3900-STORE-MI-EXIT
064000     PERFORM 4900-PRINT-DETAIL THRU 4900-PRINT-DETAIL-EXIT
064100
064200     MOVE "PMI TERMINATION -         " TO WL-TITLE
064300     PERFORM 4000-PRINT-ADDRESS THRU 4000-PRINT-ADDRESS-EXIT
064400     WRITE NOTICE-LINE FROM WS-TERM-TEXT-1
064500     WRITE NOTICE-LINE FROM WS-TERM-TEXT-2
064600     WRITE NOTICE-LINE FROM WS-TERM-TEXT-3
064700     WRITE NOTICE-LINE FROM WS-TERM-TEXT-4
064800     WRITE NOTICE-LINE FROM SPACES
064900     PERFORM 4100-PRINT-FIGURES THRU 4100-PRINT-FIGURES-EXIT
065000     MOVE "PREMIUM REMOVED . . . . . . . " TO WA-LABEL
065100     MOVE WS-PREMIUM-REMOVED               TO WA-AMOUNT
065200     WRITE NOTICE-LINE FROM WS-LETTER-AMOUNT-LINE
065300     MOVE "NEW MONTHLY ESCROW  . . . . . " TO WA-LABEL
065400     MOVE LM-ESCROW-AMT                    TO WA-AMOUNT
065500     WRITE NOTICE-LINE FROM WS-LETTER-AMOUNT-LINE
065600     WRITE NOTICE-LINE FROM SPACES.
065700
065800 3100-TERMINATE-PMI-EXIT.
065900     EXIT.
066000
066100*--------------------------------------------------------------*
066200* 3200-HOLD-TERMINATION - THE LOAN HAS REACHED A TERMINATION   *
066300*    POINT BUT IS NOT CURRENT; COVERAGE ENDS THE FIRST MONTH   *
066400*    IT IS BROUGHT CURRENT                                     *
066500*--------------------------------------------------------------*
066600 3200-HOLD-TERMINATION.
066700     ADD 1 TO WS-HELD-COUNT
066800     MOVE "HELD - NOT CURRENT      " TO WD-ACTION
066900     PERFORM 4900-PRINT-DETAIL THRU 4900-PRINT-DETAIL-EXIT
067000     IF WS-LTV > 78
067100         ADD 1 TO WS-MID-HELD-COUNT
067200         MOVE "HELD - NOT CURRENT      " TO WP-DISPOSITION
067300         PERFORM 4800-PRINT-MIDPOINT
067400             THRU 4800-PRINT-MIDPOINT-EXIT
067500     END-IF.
067600
067700 3200-HOLD-TERMINATION-EXIT.
067800     EXIT.
067900
068000*--------------------------------------------------------------*
068100* 3900-STORE-MI - REWRITE THE LOAN'S INSURANCE RECORD          *
068200*--------------------------------------------------------------*
068300 3900-STORE-MI.
068400     REWRITE LOANMINS-RECORD
068500         INVALID KEY
068600             DISPLAY "LOANPMIC: LOANMINS REWRITE FAILED "
068700                 MI-LOAN-NUMBER
068710             MOVE 8 TO RETURN-CODE
068800     END-REWRITE.
068900
069000 3900-STORE-MI-EXIT.
069100     EXIT.
069200
069300*--------------------------------------------------------------*
069400* 4000-PRINT-ADDRESS - NOTICE HEADING AND BORROWER ADDRESS     *
069500*    BLOCK; WL-TITLE IS SET BY THE CALLER                      *
069600*--------------------------------------------------------------*
069700 4000-PRINT-ADDRESS.
069800     MOVE LM-LOAN-NUMBER TO WL-LOAN-NUMBER
069900     WRITE NOTICE-LINE FROM WS-LETTER-HEADING
070000     MOVE LM-CUSTOMER-ID TO CU-CUSTOMER-ID
070100     READ LOANCUST
070200         INVALID KEY
070300             MOVE SPACES TO LOANCUST-RECORD
070400     END-READ
070500     MOVE "BORROWER: " TO WN-TEXT
070600     MOVE CU-NAME      TO WN-VALUE
070700     WRITE NOTICE-LINE FROM WS-LETTER-NAME-LINE
070800     MOVE SPACES       TO WN-TEXT
070900     MOVE CU-ADDR-1    TO WN-VALUE
071000     WRITE NOTICE-LINE FROM WS-LETTER-NAME-LINE
071100     IF CU-ADDR-2 NOT = SPACES
071200         MOVE CU-ADDR-2 TO WN-VALUE
071300         WRITE NOTICE-LINE FROM WS-LETTER-NAME-LINE
071400     END-IF
071500     MOVE SPACES TO WN-VALUE
071600     STRING CU-CITY DELIMITED BY "  "
071700            ", " DELIMITED BY SIZE
071800            CU-STATE DELIMITED BY SIZE
071900            " " DELIMITED BY SIZE
072000            CU-ZIP DELIMITED BY SIZE
072100         INTO WN-VALUE
072200     END-STRING
072300     WRITE NOTICE-LINE FROM WS-LETTER-NAME-LINE
072400     WRITE NOTICE-LINE FROM SPACES.
072500
072600 4000-PRINT-ADDRESS-EXIT.
072700     EXIT.
072800
072900*--------------------------------------------------------------*
073000* 4100-PRINT-FIGURES - THE VALUES THE LTV WAS MEASURED ON      *
073100*--------------------------------------------------------------*
073200 4100-PRINT-FIGURES.
073300     MOVE "INSURANCE CARRIER . . . . . . " TO WI-LABEL
073400     MOVE MI-CARRIER                       TO WI-VALUE
073500     WRITE NOTICE-LINE FROM WS-LETTER-INFO-LINE
073600     MOVE "CERTIFICATE NUMBER  . . . . . " TO WI-LABEL
073700     MOVE MI-CERT-NUMBER                   TO WI-VALUE
073800     WRITE NOTICE-LINE FROM WS-LETTER-INFO-LINE
073900     MOVE "ORIGINAL PROPERTY VALUE . . . " TO WA-LABEL
074000     MOVE MI-ORIG-VALUE                    TO WA-AMOUNT
074100     WRITE NOTICE-LINE FROM WS-LETTER-AMOUNT-LINE
074200     MOVE "SCHEDULED PRINCIPAL BALANCE . " TO WA-LABEL
074300     MOVE WS-CUR-BALANCE                   TO WA-AMOUNT
074400     WRITE NOTICE-LINE FROM WS-LETTER-AMOUNT-LINE
074500     MOVE "LOAN-TO-VALUE PERCENT . . . . " TO WA-LABEL
074600     MOVE WS-LTV                           TO WA-AMOUNT
074700     WRITE NOTICE-LINE FROM WS-LETTER-AMOUNT-LINE.
074800
074900 4100-PRINT-FIGURES-EXIT.
075000     EXIT.
075100
075200*--------------------------------------------------------------*
075300* 4800-PRINT-MIDPOINT - ONE LINE ON THE MIDPOINT REPORT;       *
075400*    WP-DISPOSITION IS SET BY THE CALLER                       *
075500*--------------------------------------------------------------*
075600 4800-PRINT-MIDPOINT.
075700     MOVE LM-LOAN-NUMBER    TO WP-LOAN-NUMBER
075800     MOVE LM-LOANTERM       TO WP-TERM
075900     MOVE WS-MIDPOINT-MONTH TO WP-MIDPOINT
076000     MOVE WS-CUR-MONTH-NO   TO WP-MONTH
076100     MOVE WS-LTV            TO WP-LTV
076200     WRITE MIDPOINT-LINE FROM WS-MIDPOINT-DETAIL.
076300
076400 4800-PRINT-MIDPOINT-EXIT.
076500     EXIT.
076600
076700*--------------------------------------------------------------*
076800* 4900-PRINT-DETAIL - ONE REGISTER LINE; WD-ACTION IS SET BY   *
076900*    THE CALLER                                                *
077000*--------------------------------------------------------------*
077100 4900-PRINT-DETAIL.
077200     MOVE LM-LOAN-NUMBER    TO WD-LOAN-NUMBER
077300     MOVE WS-CUR-MONTH-NO   TO WD-MONTH
077400     MOVE WS-LTV            TO WD-LTV
077500     MOVE WS-CUR-BALANCE    TO WD-BALANCE
077600     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
077700
077800 4900-PRINT-DETAIL-EXIT.
077900     EXIT.
078000
078100*--------------------------------------------------------------*
078200* 8000-PRINT-TOTALS - COUNTS BY ACTION AND THE MONTHLY ESCROW  *
078300*    REDUCTION THE TERMINATIONS CARRY                          *
078400*--------------------------------------------------------------*
078500 8000-PRINT-TOTALS.
078600     WRITE PRINT-LINE FROM SPACES
078700     MOVE "LOANS CARRYING PMI REVIEWED . " TO WX-LABEL
078800     MOVE WS-REVIEW-COUNT                  TO WX-COUNT
078900     MOVE ZERO                             TO WX-AMOUNT
079000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
079100     MOVE "80 PCT NOTICES SENT . . . . . " TO WX-LABEL
079200     MOVE WS-NOTICE-COUNT                  TO WX-COUNT
079300     WRITE PRINT-LINE FROM WS-TOTAL-LINE
079400     MOVE "TERMINATED AT 78 PCT  . . . . " TO WX-LABEL
079500     MOVE WS-TERM-LTV-COUNT                TO WX-COUNT
079600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
079700     MOVE "TERMINATED AT MIDPOINT  . . . " TO WX-LABEL
079800     MOVE WS-TERM-MID-COUNT                TO WX-COUNT
079900     WRITE PRINT-LINE FROM WS-TOTAL-LINE
080000     MOVE "HELD - NOT CURRENT  . . . . . " TO WX-LABEL
080100     MOVE WS-HELD-COUNT                    TO WX-COUNT
080200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
080210     MOVE "NO SCHEDULE ROW - SKIPPED . . " TO WX-LABEL
080220     MOVE WS-NO-ROW-COUNT                  TO WX-COUNT
080230     WRITE PRINT-LINE FROM WS-TOTAL-LINE
080240     IF WS-NO-ROW-COUNT > ZERO AND RETURN-CODE < 4
080250         MOVE 4 TO RETURN-CODE
080260     END-IF
080300     MOVE "MONTHLY ESCROW REDUCED BY . . " TO WX-LABEL
080400     MOVE ZERO                             TO WX-COUNT
080500     MOVE WS-PREMIUM-TOTAL                 TO WX-AMOUNT
080600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
080700     WRITE MIDPOINT-LINE FROM SPACES
080800     MOVE "MIDPOINT TERMINATIONS . . . . " TO WX-LABEL
080900     MOVE WS-TERM-MID-COUNT                TO WX-COUNT
081000     MOVE ZERO                             TO WX-AMOUNT
081100     WRITE MIDPOINT-LINE FROM WS-TOTAL-LINE
081200     MOVE "MIDPOINT HELD - NOT CURRENT . " TO WX-LABEL
081300     MOVE WS-MID-HELD-COUNT                TO WX-COUNT
081400     WRITE MIDPOINT-LINE FROM WS-TOTAL-LINE.
081500
081600 8000-PRINT-TOTALS-EXIT.
081700     EXIT.
081800
081900*--------------------------------------------------------------*
082000* 9000-TERMINATE                                               *
082100*--------------------------------------------------------------*
082200 9000-TERMINATE.
082300     CLOSE LOANMAST
082400     CLOSE LOANMINS
082500     CLOSE LOANPHIST
082600     CLOSE LOANCUST
082601     CLOSE LOANSKIX
082800     CLOSE LOANPMRP
082900     CLOSE LOANPMMP
083000     CLOSE LOANPMLT
083100     DISPLAY "LOANPMIC: REVIEWED=" WS-REVIEW-COUNT
083200         " NOTICES=" WS-NOTICE-COUNT
083300         " TERMINATED=" WS-TERM-LTV-COUNT
083400         " MIDPOINT=" WS-TERM-MID-COUNT
083500         " HELD=" WS-HELD-COUNT
083600     MOVE "E"              TO WS-CY-FUNCTION
083700     MOVE "LOANPMIC "      TO WS-CY-PROGRAM
083800     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
083900     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
084000     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
084100
084200 END PROGRAM LOANPMIC.
