000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANTXSV.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-26.
000600 DATE-COMPILED. 2026-09-26.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-26  LSG  Initial version. Tax service bureau        *
001000*               interface, run ahead of LOANESDB under the     *
001100*               same LOANESDBIN disbursement month. The        *
001200*               vendor's property-tax bill file LOANTXBL is    *
001300*               matched to loans on the LOANCOLL tax parcel,   *
001400*               and each bill is tied to the loan's LOANPAYE   *
001500*               tax row carrying the vendor's taxing authority *
001600*               id. A matched bill becomes a pending tax       *
001700*               disbursement request on LOANTXRQ, which        *
001800*               LOANESDB issues in the month the bill falls    *
001900*               due. Bills with no parcel match, no payee for  *
002000*               the authority, a loan paid off or not          *
002100*               escrowed, or one already requested are         *
002200*               reported and not paid; a bill larger than the  *
002300*               escrow collected this year less the year's     *
002400*               disbursements and open requests is requested   *
002500*               and reported as an escrow advance. The full    *
002600*               parcel list of open loans is written to        *
002700*               LOANTXPO for the vendor, so newly boarded      *
002800*               loans are picked up. Every bill prints on the  *
002900*               LOANTXRG register.                             *
002901*  2026-09-30  LSG  Email address and paper or electronic      *
002902*               delivery preference appended to the customer   *
002903*               record layout.                                 *
002904*  2026-10-05  LSG  A paid-off loan no longer claims a tax     *
002905*               bill for its parcel, so the open loan now      *
002906*               pledging the same parcel is requested against. *
002907*  2026-10-15  LSG  A bill already reported against a paid-off *
002908*               loan is no longer also reported as having no   *
002909*               parcel match.                                  *
003000*--------------------------------------------------------------*
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT LOANESDBIN ASSIGN TO "LOANESDBIN"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-PARM-STATUS.
004100     SELECT LOANTXBL ASSIGN TO "LOANTXBL"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-TXBL-STATUS.
004400     SELECT LOANCOLL ASSIGN TO "LOANCOLL"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS CO-LOAN-NUMBER
004800         FILE STATUS IS WS-COLL-STATUS.
004900     SELECT LOANMAST ASSIGN TO "LOANMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS LM-LOAN-NUMBER
005300         FILE STATUS IS WS-MAST-STATUS.
005400     SELECT LOANCUST ASSIGN TO "LOANCUST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS CU-CUSTOMER-ID
005800         FILE STATUS IS WS-CUST-STATUS.
005900     SELECT LOANPAYE ASSIGN TO "LOANPAYE"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS PE-KEY
006300         FILE STATUS IS WS-PAYE-STATUS.
006400     SELECT LOANTXRQ ASSIGN TO "LOANTXRQ"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS RQ-KEY
006800         FILE STATUS IS WS-TXRQ-STATUS.
006900     SELECT LOANESDSB ASSIGN TO "LOANESDSB"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-DSB-STATUS.
007200     SELECT LOANTXPO ASSIGN TO "LOANTXPO"
007300         ORGANIZATION IS SEQUENTIAL.
007400     SELECT LOANTXRG ASSIGN TO "LOANTXRG"
007500         ORGANIZATION IS SEQUENTIAL.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900*--------------------------------------------------------------*
008000* LOANESDBIN - THE LOANESDB PARAMETER RECORD: THE DISBURSEMENT *
008100*    MONTH THIS RUN BUILDS REQUESTS AHEAD OF                   *
008200*--------------------------------------------------------------*
008300 FD  LOANESDBIN
008400     RECORDING MODE IS F.
008500 01  LOANESDBIN-RECORD.
008600     05 DB-DISB-YEAR             PIC 9(04).
008700     05 DB-DISB-MONTH            PIC 9(02).
008800     05 DB-CHECK-START           PIC 9(06).
008900
009000*--------------------------------------------------------------*
009100* LOANTXBL - PROPERTY-TAX BILLS FROM THE TAX SERVICE VENDOR,   *
009200*            ONE RECORD PER PARCEL, TAXING AUTHORITY AND       *
009300*            INSTALLMENT                                       *
009400*--------------------------------------------------------------*
009500 FD  LOANTXBL
009600     RECORDING MODE IS F.
009700 01  LOANTXBL-RECORD.
009800     05 TB-TAX-PARCEL            PIC X(15).
009900     05 TB-AUTHORITY-ID          PIC X(10).
010000     05 TB-AUTHORITY-NAME        PIC X(30).
010100     05 TB-TAX-YEAR              PIC 9(04).
010200     05 TB-INSTALLMENT           PIC 9(01).
010300     05 TB-DUE-DATE              PIC 9(08).
010400     05 TB-AMOUNT                PIC S9(7)V99   COMP-3.
010500
010600*--------------------------------------------------------------*
010700* LOANCOLL - COLLATERAL RECORDS LOANCLUP MAINTAINS, READ IN    *
010800*    LOAN ORDER; CO-TAX-PARCEL IS THE VENDOR'S MATCH KEY       *
010900*--------------------------------------------------------------*
011000 FD  LOANCOLL
011100     RECORDING MODE IS F.
011200 01  LOANCOLL-RECORD.
011300     05 CO-LOAN-NUMBER           PIC X(10).
011400     05 CO-PROP-ADDR-1           PIC X(30).
011500     05 CO-PROP-CITY             PIC X(20).
011600     05 CO-PROP-STATE            PIC X(02).
011700     05 CO-PROP-ZIP              PIC X(09).
011800     05 CO-TAX-PARCEL            PIC X(15).
011900     05 CO-INS-CARRIER           PIC X(30).
012000     05 CO-POLICY-NUMBER         PIC X(15).
012100     05 CO-POLICY-EXP-DATE       PIC 9(08).
012200     05 CO-INS-PREMIUM           PIC S9(7)V99   COMP-3.
012300     05 CO-INS-DUE-MONTH         PIC 9(02).
012400
012500*--------------------------------------------------------------*
012600* LOANMAST - ONE RECORD PER LOAN, KEYED ON LM-LOAN-NUMBER      *
012700*--------------------------------------------------------------*
012800 FD  LOANMAST
012900     RECORDING MODE IS F.
013000 01  LOANMAST-RECORD.
013100     05 LM-LOAN-NUMBER           PIC X(10).
013200     05 LM-CUSTOMER-ID           PIC X(10).
013300     05 LM-PRINCIPAL             PIC S9(8)      COMP-3.
013400     05 LM-LOANTERM              PIC S9(8)      COMP-3.
013500     05 LM-RATE                  PIC S9(9)V9(9).
013600     05 LM-PAYMENT-FREQUENCY     PIC X(01).
013700     05 LM-ESCROW-AMT            PIC S9(7)V99   COMP-3.
013800     05 LM-BALLOON-TERM          PIC S9(8)      COMP-3.
013900     05 LM-RATE-RESET-COUNT      PIC S9(4)      COMP.
014000     05 LM-RATE-RESETS OCCURS 3 TIMES.
014100         10 LM-RESET-EFF-MONTH   PIC S9(4)      COMP.
014200         10 LM-RESET-RATE        PIC S9(9)V9(9).
014300     05 LM-FIRST-PMT-YEAR        PIC 9(04).
014400     05 LM-FIRST-PMT-MONTH       PIC 9(02).
014500     05 LM-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
014600     05 LM-DAY-COUNT-METHOD      PIC X(01).
014700     05 LM-EXTRA-PRINCIPAL-AMT   PIC S9(7)V99   COMP-3.
014800     05 LM-INVESTOR-CODE         PIC X(03).
014900     05 LM-IO-MONTHS             PIC S9(4)      COMP.
015000     05 LM-FORBEAR-START-MONTH   PIC S9(4)      COMP.
015100     05 LM-FORBEAR-MONTHS        PIC S9(4)      COMP.
015200     05 LM-STATUS-CODE           PIC X(01).
015300         88 LM-STAT-ACTIVE                       VALUE " " "A".
015400         88 LM-STAT-BANKRUPT                     VALUE "B".
015500         88 LM-STAT-FORECLOSE                    VALUE "F".
015600         88 LM-STAT-PAIDOFF                      VALUE "P".
015700     05 LM-INDEX-CODE            PIC X(03).
015800     05 LM-INDEX-VALUE           PIC S9(3)V9(4) COMP-3.
015900     05 LM-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
016000     05 LM-PERIODIC-CAP          PIC S9(3)V9(4) COMP-3.
016100     05 LM-LIFETIME-CAP          PIC S9(3)V9(4) COMP-3.
016200     05 LM-RATE-FLOOR            PIC S9(3)V9(4) COMP-3.
016300     05 LM-ACH-ROUTING           PIC X(09).
016400     05 LM-ACH-ACCOUNT           PIC X(17).
016500     05 LM-AUTOPAY-FLAG          PIC X(01).
016600         88 LM-AUTOPAY-OFF                       VALUE " " "N".
016700         88 LM-AUTOPAY-PRENOTE                   VALUE "P".
016800         88 LM-AUTOPAY-ON                        VALUE "Y".
016900     05 LM-ESCROW-INT-RATE       PIC S9(3)V9(4) COMP-3.
017000     05 LM-BUYDOWN-COUNT         PIC S9(4)      COMP.
017100     05 LM-BUYDOWN-STEPS OCCURS 3 TIMES.
017200         10 LM-BUYDOWN-MONTHS    PIC S9(4)      COMP.
017300         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
017400
017500*--------------------------------------------------------------*
017600* LOANCUST - CUSTOMER NAME FOR THE VENDOR PARCEL LIST          *
017700*--------------------------------------------------------------*
017800 FD  LOANCUST
017900     RECORDING MODE IS F.
018000 01  LOANCUST-RECORD.
018100     05 CU-CUSTOMER-ID           PIC X(10).
018200     05 CU-NAME                  PIC X(30).
018300     05 CU-ADDR-1                PIC X(30).
018400     05 CU-ADDR-2                PIC X(30).
018500     05 CU-CITY                  PIC X(20).
018600     05 CU-STATE                 PIC X(02).
018700     05 CU-ZIP                   PIC X(09).
018800     05 CU-PHONE                 PIC X(15).
018900     05 CU-ACTIVE-DUTY-FLAG      PIC X(01).
019000         88 CU-ACTIVE-DUTY                      VALUE "Y".
019100     05 CU-SERVICE-START-DATE    PIC 9(08).
019200     05 CU-SERVICE-END-DATE      PIC 9(08).
019300     05 CU-TAX-ID                PIC X(09).
019400     05 CU-BIRTH-DATE            PIC 9(08).
019401     05 CU-EMAIL-ADDRESS         PIC X(40).
019402     05 CU-DELIVERY-PREF         PIC X(01).
019403         88 CU-DELIVER-PAPER                    VALUE " " "P".
019404         88 CU-DELIVER-ELECTRONIC               VALUE "E".
019500
019600*--------------------------------------------------------------*
019700* LOANPAYE - ESCROW PAYEE MASTER LOANPUPD MAINTAINS, KEYED ON  *
019800*    LOAN NUMBER, PAYEE TYPE AND SEQUENCE. A TAX ROW CARRYING  *
019900*    THE VENDOR'S AUTHORITY ID IS PAID FROM THE VENDOR'S       *
020000*    BILLS.                                                    *
020100*--------------------------------------------------------------*
020200 FD  LOANPAYE
020300     RECORDING MODE IS F.
020400 01  LOANPAYE-RECORD.
020500     05 PE-KEY.
020600         10 PE-LOAN-NUMBER       PIC X(10).
020700         10 PE-PAYEE-TYPE        PIC X(01).
020800             88 PE-TYPE-TAX                     VALUE "T".
020900             88 PE-TYPE-INSURANCE               VALUE "I".
021000         10 PE-PAYEE-SEQ         PIC 9(02).
021100     05 PE-PAYEE-NAME            PIC X(30).
021200     05 PE-ADDR-1                PIC X(30).
021300     05 PE-CITY                  PIC X(20).
021400     05 PE-STATE                 PIC X(02).
021500     05 PE-ZIP                   PIC X(09).
021600     05 PE-DUE-MONTH-1           PIC 9(02).
021700     05 PE-DUE-MONTH-2           PIC 9(02).
021800     05 PE-AMOUNT                PIC S9(7)V99   COMP-3.
021900     05 PE-AUTHORITY-ID          PIC X(10).
022000
022100*--------------------------------------------------------------*
022200* LOANTXRQ - TAX DISBURSEMENT REQUESTS BUILT FROM VENDOR       *
022300*    BILLS, KEYED ON LOAN, PAYEE SEQUENCE, TAX YEAR AND        *
022400*    INSTALLMENT SO A BILL SENT TWICE IS REQUESTED ONCE.       *
022500*    LOANESDB ISSUES A PENDING REQUEST IN ITS DUE MONTH AND    *
022600*    MARKS IT ISSUED.                                          *
022700*--------------------------------------------------------------*
022800 FD  LOANTXRQ
022900     RECORDING MODE IS F.
023000 01  LOANTXRQ-RECORD.
023100     05 RQ-KEY.
023200         10 RQ-LOAN-NUMBER       PIC X(10).
023300         10 RQ-PAYEE-SEQ         PIC 9(02).
023400         10 RQ-TAX-YEAR          PIC 9(04).
023500         10 RQ-INSTALLMENT       PIC 9(01).
023600     05 RQ-TAX-PARCEL            PIC X(15).
023700     05 RQ-AUTHORITY-ID          PIC X(10).
023800     05 RQ-PAYEE-NAME            PIC X(30).
023900     05 RQ-ADDR-1                PIC X(30).
024000     05 RQ-CITY                  PIC X(20).
024100     05 RQ-STATE                 PIC X(02).
024200     05 RQ-ZIP                   PIC X(09).
024300     05 RQ-DUE-DATE              PIC 9(08).
024400     05 RQ-AMOUNT                PIC S9(7)V99   COMP-3.
024500     05 RQ-REQUEST-DATE          PIC 9(08).
024600     05 RQ-STATUS                PIC X(01).
024700         88 RQ-PENDING                           VALUE "P".
024800         88 RQ-ISSUED                            VALUE "I".
024900     05 RQ-CHECK-NUMBER          PIC 9(06).
025000     05 RQ-ISSUE-DATE            PIC 9(08).
025100     05 FILLER                   PIC X(10).
025200
025300*--------------------------------------------------------------*
025400* LOANESDSB - TAX AND INSURANCE DISBURSEMENTS, SORTED BY LOAN  *
025500*--------------------------------------------------------------*
025600 FD  LOANESDSB
025700     RECORDING MODE IS F.
025800 01  LOANESDSB-RECORD.
025900     05 ED-LOAN-NUMBER           PIC X(10).
026000     05 ED-DISB-DATE             PIC 9(08).
026100     05 ED-DISB-DATE-X REDEFINES ED-DISB-DATE.
026200         10 ED-DISB-YEAR         PIC 9(04).
026300         10 ED-DISB-MONTH        PIC 9(02).
026400         10 ED-DISB-DAY          PIC 9(02).
026500     05 ED-DISB-TYPE             PIC X(01).
026600     05 ED-AMOUNT                PIC S9(7)V99   COMP-3.
026700
026800*--------------------------------------------------------------*
026900* LOANTXPO - PARCEL LIST BACK TO THE TAX SERVICE VENDOR, ONE   *
027000*            RECORD PER OPEN LOAN WITH A PARCEL ON FILE        *
027100*--------------------------------------------------------------*
027200 FD  LOANTXPO
027300     RECORDING MODE IS F.
027400 01  LOANTXPO-RECORD.
027500     05 PO-LOAN-NUMBER           PIC X(10).
027600     05 PO-TAX-PARCEL            PIC X(15).
027700     05 PO-BORROWER-NAME         PIC X(30).
027800     05 PO-PROP-ADDR-1           PIC X(30).
027900     05 PO-PROP-CITY             PIC X(20).
028000     05 PO-PROP-STATE            PIC X(02).
028100     05 PO-PROP-ZIP              PIC X(09).
028200
028300*--------------------------------------------------------------*
028400* LOANTXRG - PRINTED TAX BILL REGISTER                         *
028500*--------------------------------------------------------------*
028600 FD  LOANTXRG
028700     RECORDING MODE IS F.
028800 01  PRINT-LINE                  PIC X(80).
028900
029000 WORKING-STORAGE SECTION.
029100 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
029200 77  WS-TXBL-STATUS              PIC X(02)      VALUE "00".
029300 77  WS-COLL-STATUS              PIC X(02)      VALUE "00".
029400 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
029500 77  WS-CUST-STATUS              PIC X(02)      VALUE "00".
029600 77  WS-PAYE-STATUS              PIC X(02)      VALUE "00".
029700 77  WS-TXRQ-STATUS              PIC X(02)      VALUE "00".
029800 77  WS-DSB-STATUS               PIC X(02)      VALUE "00".
029900 77  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
030000 77  WS-TXBL-EOF-SW              PIC X(01)      VALUE "N".
030100     88 END-OF-LOANTXBL                          VALUE "Y".
030200 77  WS-COLL-DONE-SW             PIC X(01)      VALUE "N".
030300     88 COLL-SCAN-DONE                           VALUE "Y".
030400 77  WS-DSB-EOF-SW               PIC X(01)      VALUE "N".
030500     88 END-OF-LOANESDSB                         VALUE "Y".
030600 77  WS-PAYEE-DONE-SW            PIC X(01)      VALUE "N".
030700     88 PAYEE-SCAN-DONE                          VALUE "Y".
030800 77  WS-PAYEE-FOUND-SW           PIC X(01)      VALUE "N".
030900     88 PAYEE-FOUND                              VALUE "Y".
031000 77  WS-REQ-DONE-SW              PIC X(01)      VALUE "N".
031100     88 REQUEST-SCAN-DONE                        VALUE "Y".
031200 77  WS-BL-COUNT                 PIC S9(04)     COMP   VALUE ZERO.
031300 77  WS-BL-SUB                   PIC S9(04)     COMP   VALUE ZERO.
031400 77  WS-YEAR-DISBURSED           PIC S9(9)V99   COMP-3 VALUE ZERO.
031500 77  WS-ESCROW-BASE              PIC S9(9)V99   COMP-3 VALUE ZERO.
031600 77  WS-OPEN-REQUESTS            PIC S9(9)V99   COMP-3 VALUE ZERO.
031700 77  WS-ESCROW-AVAILABLE         PIC S9(9)V99   COMP-3 VALUE ZERO.
031800 77  WS-ADVANCE-AMT              PIC S9(9)V99   COMP-3 VALUE ZERO.
031900 77  WS-BILL-COUNT               PIC 9(07)      COMP   VALUE ZERO.
032000 77  WS-BILL-TOTAL               PIC S9(9)V99   COMP-3 VALUE ZERO.
032100 77  WS-REQUEST-COUNT            PIC 9(07)      COMP   VALUE ZERO.
032200 77  WS-REQUEST-TOTAL            PIC S9(9)V99   COMP-3 VALUE ZERO.
032300 77  WS-ADVANCE-COUNT            PIC 9(07)      COMP   VALUE ZERO.
032400 77  WS-ADVANCE-TOTAL            PIC S9(9)V99   COMP-3 VALUE ZERO.
032500 77  WS-EXCEPT-COUNT             PIC 9(07)      COMP   VALUE ZERO.
032600 77  WS-EXCEPT-TOTAL             PIC S9(9)V99   COMP-3 VALUE ZERO.
032700 77  WS-UNMATCHED-COUNT          PIC 9(07)      COMP   VALUE ZERO.
032800 77  WS-PARCEL-COUNT             PIC 9(07)      COMP   VALUE ZERO.
032900 77  WS-NO-PARCEL-COUNT          PIC 9(07)      COMP   VALUE ZERO.
033000
033100 01  WS-BILL-TABLE.
033200     05 WS-BL-ENTRY OCCURS 5000 TIMES.
033300         10 WS-BL-TAX-PARCEL     PIC X(15).
033400         10 WS-BL-AUTHORITY-ID   PIC X(10).
033500         10 WS-BL-TAX-YEAR       PIC 9(04).
033600         10 WS-BL-INSTALLMENT    PIC 9(01).
033700         10 WS-BL-DUE-DATE       PIC 9(08).
033800         10 WS-BL-AMOUNT         PIC S9(7)V99   COMP-3.
033900         10 WS-BL-LOAN-NUMBER    PIC X(10).
033910         10 WS-BL-PAIDOFF-SW     PIC X(01).
033920             88 BILL-PAIDOFF-REPORTED              VALUE "Y".
034000
034100 01  WS-REGISTER-HEADING.
034200     05 FILLER              PIC X(32)  VALUE
034300         "TAX SERVICE BILL REGISTER -     ".
034400     05 WRH-DISB-YEAR       PIC 9(04).
034500     05 FILLER              PIC X(01)  VALUE "-".
034600     05 WRH-DISB-MONTH      PIC 9(02).
034700
034800 01  WS-COLUMN-HEADING.
034900     05 FILLER              PIC X(40)  VALUE
035000         "LOAN       PARCEL          AUTHORITY  DU".
035100     05 FILLER              PIC X(40)  VALUE
035200         "E DATE     AMOUNT ACTION".
035300
035400 01  WS-DETAIL-LINE.
035500     05 WD-LOAN-NUMBER           PIC X(10).
035600     05 FILLER                   PIC X(01)      VALUE SPACES.
035700     05 WD-TAX-PARCEL            PIC X(15).
035800     05 FILLER                   PIC X(01)      VALUE SPACES.
035900     05 WD-AUTHORITY-ID          PIC X(10).
036000     05 FILLER                   PIC X(01)      VALUE SPACES.
036100     05 WD-DUE-DATE              PIC 9(08).
036200     05 FILLER                   PIC X(01)      VALUE SPACES.
036300     05 WD-AMOUNT                PIC ZZZ,ZZ9.99.
036400     05 FILLER                   PIC X(01)      VALUE SPACES.
036500     05 WD-ACTION                PIC X(22).
036600
036700 01  WS-TOTAL-LINE.
036800     05 WX-LABEL                 PIC X(28).
036900     05 WX-COUNT                 PIC ZZZ,ZZ9.
037000     05 FILLER                   PIC X(02)      VALUE SPACES.
037100     05 WX-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
037200
037300 PROCEDURE DIVISION.
037400*--------------------------------------------------------------*
037500* 0000-MAINLINE                                                *
037600*--------------------------------------------------------------*
037700 0000-MAINLINE.
037800     PERFORM 1000-INITIALIZE
037900     PERFORM 2000-SCAN-COLLATERAL THRU 2000-SCAN-COLLATERAL-EXIT
038000         UNTIL COLL-SCAN-DONE
038100     PERFORM 7000-REPORT-UNMATCHED THRU 7000-REPORT-UNMATCHED-EXIT
038200         VARYING WS-BL-SUB FROM 1 BY 1
038300         UNTIL WS-BL-SUB > WS-BL-COUNT
038400     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
038500     PERFORM 9000-TERMINATE
038600     GOBACK.
038700
038800*--------------------------------------------------------------*
038900* 1000-INITIALIZE                                              *
039000*--------------------------------------------------------------*
039100 1000-INITIALIZE.
039200     OPEN INPUT LOANESDBIN
039300     IF WS-PARM-STATUS NOT = "00"
039400         DISPLAY "LOANTXSV: PARAMETER FILE LOANESDBIN MISSING"
039500         MOVE 16 TO RETURN-CODE
039600         GOBACK
039700     END-IF
039800     READ LOANESDBIN
039900         AT END
040000             DISPLAY "LOANTXSV: PARAMETER RECORD MISSING"
040100             MOVE 16 TO RETURN-CODE
040200             GOBACK
040300     END-READ
040400     IF DB-DISB-MONTH < 1 OR DB-DISB-MONTH > 12
040500         DISPLAY "LOANTXSV: DISBURSEMENT MONTH INVALID "
040600             DB-DISB-MONTH
040700         MOVE 16 TO RETURN-CODE
040800         GOBACK
040900     END-IF
041000     CLOSE LOANESDBIN
041100     OPEN INPUT LOANCOLL
041200     IF WS-COLL-STATUS NOT = "00"
041300         DISPLAY "LOANTXSV: COLLATERAL FILE LOANCOLL MISSING"
041400         MOVE 16 TO RETURN-CODE
041500         GOBACK
041600     END-IF
041700     OPEN INPUT LOANMAST
041800     IF WS-MAST-STATUS NOT = "00"
041900         DISPLAY "LOANTXSV: MASTER FILE LOANMAST MISSING"
042000         MOVE 16 TO RETURN-CODE
042100         GOBACK
042200     END-IF
042300     OPEN INPUT LOANCUST
042400     IF WS-CUST-STATUS NOT = "00"
042500         DISPLAY "LOANTXSV: CUSTOMER FILE LOANCUST MISSING"
042600         MOVE 16 TO RETURN-CODE
042700         GOBACK
042800     END-IF
042900     OPEN INPUT LOANPAYE
043000     IF WS-PAYE-STATUS NOT = "00"
043100         DISPLAY "LOANTXSV: PAYEE FILE LOANPAYE MISSING"
043200         MOVE 16 TO RETURN-CODE
043300         GOBACK
043400     END-IF
043500     OPEN I-O LOANTXRQ
043600     IF WS-TXRQ-STATUS = "35"
043700*        FIRST-EVER RUN - NO REQUEST FILE YET, CREATE ONE
043800         OPEN OUTPUT LOANTXRQ
043900         CLOSE LOANTXRQ
044000         OPEN I-O LOANTXRQ
044100     END-IF
044200     IF WS-TXRQ-STATUS NOT = "00"
044300         DISPLAY "LOANTXSV: REQUEST FILE LOANTXRQ NOT USABLE,"
044400             " STATUS=" WS-TXRQ-STATUS
044500         MOVE 16 TO RETURN-CODE
044600         GOBACK
044700     END-IF
044800     OPEN INPUT LOANESDSB
044900     IF WS-DSB-STATUS NOT = "00"
045000*        NO DISBURSEMENT HISTORY YET - NOTHING PAID THIS YEAR
045100         MOVE "Y" TO WS-DSB-EOF-SW
045200     ELSE
045300         READ LOANESDSB
045400             AT END MOVE "Y" TO WS-DSB-EOF-SW
045500         END-READ
045600     END-IF
045700     OPEN OUTPUT LOANTXPO
045800     OPEN OUTPUT LOANTXRG
045900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
046000     MOVE DB-DISB-YEAR   TO WRH-DISB-YEAR
046100     MOVE DB-DISB-MONTH  TO WRH-DISB-MONTH
046200     WRITE PRINT-LINE FROM WS-REGISTER-HEADING
046300     WRITE PRINT-LINE FROM SPACES
046400     WRITE PRINT-LINE FROM WS-COLUMN-HEADING
046500     OPEN INPUT LOANTXBL
046600     IF WS-TXBL-STATUS NOT = "00"
046700         DISPLAY "LOANTXSV: NO VENDOR BILL FILE LOANTXBL,"
046800             " PARCEL LIST ONLY"
046900         MOVE "Y" TO WS-TXBL-EOF-SW
047000     ELSE
047100         READ LOANTXBL
047200             AT END MOVE "Y" TO WS-TXBL-EOF-SW
047300         END-READ
047400     END-IF
047500     PERFORM 1200-LOAD-BILL THRU 1200-LOAD-BILL-EXIT
047600         UNTIL END-OF-LOANTXBL.
047700
047800*--------------------------------------------------------------*
047900* 1200-LOAD-BILL - ONE VENDOR BILL PER ITERATION INTO THE BILL *
048000*    TABLE. A BILL WITH NO PARCEL, AMOUNT OR DUE DATE CANNOT   *
048100*    BE PAID AND IS REPORTED AS IT IS READ.                    *
048200*--------------------------------------------------------------*
048300 1200-LOAD-BILL.
048400     ADD 1         TO WS-BILL-COUNT
048500     ADD TB-AMOUNT TO WS-BILL-TOTAL
048600     IF TB-TAX-PARCEL = SPACES
048700             OR TB-AMOUNT NOT > ZERO
048800             OR TB-DUE-DATE = ZERO
048900         MOVE SPACES                   TO WD-LOAN-NUMBER
049000         MOVE "BILL INVALID          " TO WD-ACTION
049100         PERFORM 1250-PRINT-BILL THRU 1250-PRINT-BILL-EXIT
049200         GO TO 1200-LOAD-BILL-NEXT
049300     END-IF
049400     IF WS-BL-COUNT >= 5000
049500         DISPLAY "LOANTXSV: BILL TABLE FULL, PARCEL "
049600             TB-TAX-PARCEL " NOT LOADED"
049700         MOVE SPACES                   TO WD-LOAN-NUMBER
049800         MOVE "BILL TABLE FULL       " TO WD-ACTION
049900         PERFORM 1250-PRINT-BILL THRU 1250-PRINT-BILL-EXIT
050000         GO TO 1200-LOAD-BILL-NEXT
050100     END-IF
050200     ADD 1 TO WS-BL-COUNT
050300     MOVE TB-TAX-PARCEL   TO WS-BL-TAX-PARCEL(WS-BL-COUNT)
050400     MOVE TB-AUTHORITY-ID TO WS-BL-AUTHORITY-ID(WS-BL-COUNT)
050500     MOVE TB-TAX-YEAR     TO WS-BL-TAX-YEAR(WS-BL-COUNT)
050600     MOVE TB-INSTALLMENT  TO WS-BL-INSTALLMENT(WS-BL-COUNT)
050700     MOVE TB-DUE-DATE     TO WS-BL-DUE-DATE(WS-BL-COUNT)
050800     MOVE TB-AMOUNT       TO WS-BL-AMOUNT(WS-BL-COUNT)
050900     MOVE SPACES          TO WS-BL-LOAN-NUMBER(WS-BL-COUNT)
050950     MOVE "N"             TO WS-BL-PAIDOFF-SW(WS-BL-COUNT).
051000
051100 1200-LOAD-BILL-NEXT.
051200     READ LOANTXBL
051300         AT END MOVE "Y" TO WS-TXBL-EOF-SW
051400     END-READ.
051500
051600 1200-LOAD-BILL-EXIT.
051700     EXIT.
051800
051900*--------------------------------------------------------------*
052000* 1250-PRINT-BILL - EXCEPTION LINE FOR A BILL STRAIGHT OFF THE *
052100*    VENDOR FILE                                               *
052200*--------------------------------------------------------------*
052300 1250-PRINT-BILL.
052400     ADD 1         TO WS-EXCEPT-COUNT
052500     ADD TB-AMOUNT TO WS-EXCEPT-TOTAL
052600     MOVE TB-TAX-PARCEL   TO WD-TAX-PARCEL
052700     MOVE TB-AUTHORITY-ID TO WD-AUTHORITY-ID
052800     MOVE TB-DUE-DATE     TO WD-DUE-DATE
052900     MOVE TB-AMOUNT       TO WD-AMOUNT
053000     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
053100
053200 1250-PRINT-BILL-EXIT.
053300     EXIT.
053400
053500*--------------------------------------------------------------*
053600* 2000-SCAN-COLLATERAL - ONE COLLATERAL RECORD PER ITERATION,  *
053700*    IN LOAN ORDER. AN OPEN LOAN WITH A PARCEL GOES ON THE     *
053800*    VENDOR LIST; EVERY BILL FOR THE PARCEL IS THEN MATCHED.   *
053900*--------------------------------------------------------------*
054000 2000-SCAN-COLLATERAL.
054100     READ LOANCOLL NEXT RECORD
054200         AT END
054300             MOVE "Y" TO WS-COLL-DONE-SW
054400             GO TO 2000-SCAN-COLLATERAL-EXIT
054500     END-READ
054600     IF WS-COLL-STATUS NOT = "00"
054700         MOVE "Y" TO WS-COLL-DONE-SW
054800         GO TO 2000-SCAN-COLLATERAL-EXIT
054900     END-IF
055000     MOVE CO-LOAN-NUMBER TO LM-LOAN-NUMBER
055100     READ LOANMAST
055200     IF WS-MAST-STATUS NOT = "00"
055300         GO TO 2000-SCAN-COLLATERAL-EXIT
055400     END-IF
055500     IF CO-TAX-PARCEL = SPACES
055600         ADD 1 TO WS-NO-PARCEL-COUNT
055700         GO TO 2000-SCAN-COLLATERAL-EXIT
055800     END-IF
055900     IF NOT LM-STAT-PAIDOFF
056000         PERFORM 2100-WRITE-PARCEL THRU 2100-WRITE-PARCEL-EXIT
056100     END-IF
056200     IF WS-BL-COUNT = ZERO
056300         GO TO 2000-SCAN-COLLATERAL-EXIT
056400     END-IF
056500     PERFORM 2200-GATHER-DISBURSEMENTS
056600         THRU 2200-GATHER-DISBURSEMENTS-EXIT
056700     COMPUTE WS-ESCROW-BASE =
056800         (LM-ESCROW-AMT * DB-DISB-MONTH) - WS-YEAR-DISBURSED
056900     PERFORM 2300-MATCH-BILL THRU 2300-MATCH-BILL-EXIT
057000         VARYING WS-BL-SUB FROM 1 BY 1
057100         UNTIL WS-BL-SUB > WS-BL-COUNT.
057200
057300 2000-SCAN-COLLATERAL-EXIT.
057400     EXIT.
057500
057600*--------------------------------------------------------------*
057700* 2100-WRITE-PARCEL - ONE PARCEL RECORD FOR THE VENDOR         *
057800*--------------------------------------------------------------*
057900 2100-WRITE-PARCEL.
058000     MOVE LM-CUSTOMER-ID TO CU-CUSTOMER-ID
058100     READ LOANCUST
058200         INVALID KEY
058300             MOVE SPACES TO LOANCUST-RECORD
058400     END-READ
058500     MOVE CO-LOAN-NUMBER TO PO-LOAN-NUMBER
058600     MOVE CO-TAX-PARCEL  TO PO-TAX-PARCEL
058700     MOVE CU-NAME        TO PO-BORROWER-NAME
058800     MOVE CO-PROP-ADDR-1 TO PO-PROP-ADDR-1
058900     MOVE CO-PROP-CITY   TO PO-PROP-CITY
059000     MOVE CO-PROP-STATE  TO PO-PROP-STATE
059100     MOVE CO-PROP-ZIP    TO PO-PROP-ZIP
059200     WRITE LOANTXPO-RECORD
059300     ADD 1 TO WS-PARCEL-COUNT.
059400
059500 2100-WRITE-PARCEL-EXIT.
059600     EXIT.
059700
059800*--------------------------------------------------------------*
059900* 2200-GATHER-DISBURSEMENTS - THIS LOAN'S DISBURSEMENTS FOR    *
060000*    THE DISBURSEMENT YEAR, FROM THE HISTORY SORTED BY LOAN.   *
060100*    ESCROW HELD IS NOT CARRIED AS A RUNNING BALANCE, SO WHAT  *
060200*    IS ON HAND IS TAKEN AS THE YEAR'S SCHEDULED DEPOSITS      *
060300*    THROUGH THE DISBURSEMENT MONTH LESS THE YEAR'S            *
060400*    DISBURSEMENTS, AS THE LOANESIN BALANCE IS.                *
060500*--------------------------------------------------------------*
060600 2200-GATHER-DISBURSEMENTS.
060700     MOVE ZERO TO WS-YEAR-DISBURSED
060800     PERFORM 2210-SKIP-DISBURSEMENT
060900         THRU 2210-SKIP-DISBURSEMENT-EXIT
061000         UNTIL END-OF-LOANESDSB
061100            OR ED-LOAN-NUMBER NOT < CO-LOAN-NUMBER
061200     PERFORM 2220-ADD-DISBURSEMENT THRU 2220-ADD-DISBURSEMENT-EXIT
061300         UNTIL END-OF-LOANESDSB
061400            OR ED-LOAN-NUMBER NOT = CO-LOAN-NUMBER.
061500
061600 2200-GATHER-DISBURSEMENTS-EXIT.
061700     EXIT.
061800
061900 2210-SKIP-DISBURSEMENT.
062000     READ LOANESDSB
062100         AT END MOVE "Y" TO WS-DSB-EOF-SW
062200     END-READ.
062300
062400 2210-SKIP-DISBURSEMENT-EXIT.
062500     EXIT.
062600
062700 2220-ADD-DISBURSEMENT.
062800     IF ED-DISB-YEAR = DB-DISB-YEAR
062900         ADD ED-AMOUNT TO WS-YEAR-DISBURSED
063000     END-IF
063100     READ LOANESDSB
063200         AT END MOVE "Y" TO WS-DSB-EOF-SW
063300     END-READ.
063400
063500 2220-ADD-DISBURSEMENT-EXIT.
063600     EXIT.
063700
063800*--------------------------------------------------------------*
063900* 2300-MATCH-BILL - ONE TABLE ENTRY PER ITERATION. A BILL FOR  *
064000*    THIS PARCEL IS REQUESTED AGAINST THE LOAN'S TAX PAYEE FOR *
064100*    THE BILLING AUTHORITY, OR REPORTED WITH THE REASON IT IS  *
064200*    NOT. A PARCEL PLEDGED TO TWO LOANS IS PAID ONCE, FROM THE *
064300*    FIRST OPEN LOAN IT MATCHED; A PAID-OFF LOAN NEVER CLAIMS  *
064310*    THE BILL, SO THE LOAN THAT REPLACED IT STILL CAN.         *
064400*--------------------------------------------------------------*
064500 2300-MATCH-BILL.
064600     IF WS-BL-TAX-PARCEL(WS-BL-SUB) NOT = CO-TAX-PARCEL
064610         GO TO 2300-MATCH-BILL-EXIT
064620     END-IF
064630     IF LM-STAT-PAIDOFF
064640         MOVE "LOAN PAID OFF         " TO WD-ACTION
064650         PERFORM 2900-PRINT-EXCEPTION
064660             THRU 2900-PRINT-EXCEPTION-EXIT
064670         MOVE "Y" TO WS-BL-PAIDOFF-SW(WS-BL-SUB)
064700         GO TO 2300-MATCH-BILL-EXIT
064800     END-IF
064900     IF WS-BL-LOAN-NUMBER(WS-BL-SUB) NOT = SPACES
065000         MOVE "PARCEL ON 2ND LOAN    " TO WD-ACTION
065100         PERFORM 2900-PRINT-EXCEPTION
065200             THRU 2900-PRINT-EXCEPTION-EXIT
065300         GO TO 2300-MATCH-BILL-EXIT
065400     END-IF
065500     MOVE CO-LOAN-NUMBER TO WS-BL-LOAN-NUMBER(WS-BL-SUB)
066200     IF LM-ESCROW-AMT NOT > ZERO
066300         MOVE "LOAN NOT ESCROWED     " TO WD-ACTION
066400         PERFORM 2900-PRINT-EXCEPTION
066500             THRU 2900-PRINT-EXCEPTION-EXIT
066600         GO TO 2300-MATCH-BILL-EXIT
066700     END-IF
066800     PERFORM 2400-FIND-PAYEE THRU 2400-FIND-PAYEE-EXIT
066900     IF NOT PAYEE-FOUND
067000         MOVE "NO TAX PAYEE FOR AUTH " TO WD-ACTION
067100         PERFORM 2900-PRINT-EXCEPTION
067200             THRU 2900-PRINT-EXCEPTION-EXIT
067300         GO TO 2300-MATCH-BILL-EXIT
067400     END-IF
067500     PERFORM 2500-OPEN-REQUESTS THRU 2500-OPEN-REQUESTS-EXIT
067600     COMPUTE WS-ESCROW-AVAILABLE =
067700         WS-ESCROW-BASE - WS-OPEN-REQUESTS
067800     PERFORM 2600-WRITE-REQUEST THRU 2600-WRITE-REQUEST-EXIT.
067900
068000 2300-MATCH-BILL-EXIT.
068100     EXIT.
068200
068300*--------------------------------------------------------------*
068400* 2400-FIND-PAYEE - WALK THE LOAN'S TAX PAYEE ROWS FOR THE ONE *
068500*    CARRYING THE BILL'S AUTHORITY ID                          *
068600*--------------------------------------------------------------*
068700 2400-FIND-PAYEE.
068800     MOVE "N" TO WS-PAYEE-FOUND-SW
068900     MOVE "N" TO WS-PAYEE-DONE-SW
069000     MOVE CO-LOAN-NUMBER TO PE-LOAN-NUMBER
069100     MOVE "T"            TO PE-PAYEE-TYPE
069200     MOVE ZERO           TO PE-PAYEE-SEQ
069300     START LOANPAYE KEY NOT LESS THAN PE-KEY
069400         INVALID KEY
069500             MOVE "Y" TO WS-PAYEE-DONE-SW
069600     END-START
069700     PERFORM 2410-NEXT-PAYEE THRU 2410-NEXT-PAYEE-EXIT
069800         UNTIL PAYEE-SCAN-DONE.
069900
070000 2400-FIND-PAYEE-EXIT.
070100     EXIT.
070200
070300 2410-NEXT-PAYEE.
070400     READ LOANPAYE NEXT RECORD
070500         AT END
070600             MOVE "Y" TO WS-PAYEE-DONE-SW
070700             GO TO 2410-NEXT-PAYEE-EXIT
070800     END-READ
070900     IF WS-PAYE-STATUS NOT = "00"
071000             OR PE-LOAN-NUMBER NOT = CO-LOAN-NUMBER
071100             OR NOT PE-TYPE-TAX
071200         MOVE "Y" TO WS-PAYEE-DONE-SW
071300         GO TO 2410-NEXT-PAYEE-EXIT
071400     END-IF
071500     IF PE-AUTHORITY-ID = WS-BL-AUTHORITY-ID(WS-BL-SUB)
071600         MOVE "Y" TO WS-PAYEE-FOUND-SW
071700         MOVE "Y" TO WS-PAYEE-DONE-SW
071800     END-IF.
071900
072000 2410-NEXT-PAYEE-EXIT.
072100     EXIT.
072200
072300*--------------------------------------------------------------*
072400* 2500-OPEN-REQUESTS - REQUESTS STILL PENDING FOR THE LOAN,    *
072500*    INCLUDING ANY BUILT EARLIER IN THIS RUN; THEY COME OUT OF *
072600*    THE SAME ESCROW                                           *
072700*--------------------------------------------------------------*
072800 2500-OPEN-REQUESTS.
072900     MOVE ZERO TO WS-OPEN-REQUESTS
073000     MOVE "N"  TO WS-REQ-DONE-SW
073100     MOVE LOW-VALUES     TO RQ-KEY
073200     MOVE CO-LOAN-NUMBER TO RQ-LOAN-NUMBER
073300     START LOANTXRQ KEY NOT LESS THAN RQ-KEY
073400         INVALID KEY
073500             MOVE "Y" TO WS-REQ-DONE-SW
073600     END-START
073700     PERFORM 2510-NEXT-REQUEST THRU 2510-NEXT-REQUEST-EXIT
073800         UNTIL REQUEST-SCAN-DONE.
073900
074000 2500-OPEN-REQUESTS-EXIT.
074100     EXIT.
074200
074300 2510-NEXT-REQUEST.
074400     READ LOANTXRQ NEXT RECORD
074500         AT END
074600             MOVE "Y" TO WS-REQ-DONE-SW
074700             GO TO 2510-NEXT-REQUEST-EXIT
074800     END-READ
074900     IF WS-TXRQ-STATUS NOT = "00"
075000             OR RQ-LOAN-NUMBER NOT = CO-LOAN-NUMBER
075100         MOVE "Y" TO WS-REQ-DONE-SW
075200         GO TO 2510-NEXT-REQUEST-EXIT
075300     END-IF
075400     IF RQ-PENDING
075500         ADD RQ-AMOUNT TO WS-OPEN-REQUESTS
075600     END-IF.
075700
075800 2510-NEXT-REQUEST-EXIT.
075900     EXIT.
076000
076100*--------------------------------------------------------------*
076200* 2600-WRITE-REQUEST - ONE PENDING TAX DISBURSEMENT TO THE     *
076300*    AUTHORITY ON THE PAYEE ROW. A BILL THE ESCROW DOES NOT    *
076400*    COVER IS STILL PAID - A LATE TAX COSTS MORE THAN THE      *
076500*    ADVANCE - AND IS REPORTED FOR THE NEXT ESCROW ANALYSIS.   *
076600*--------------------------------------------------------------*
076700 2600-WRITE-REQUEST.
076800     MOVE SPACES                          TO LOANTXRQ-RECORD
076900     MOVE CO-LOAN-NUMBER                  TO RQ-LOAN-NUMBER
077000     MOVE PE-PAYEE-SEQ                    TO RQ-PAYEE-SEQ
077100     MOVE WS-BL-TAX-YEAR(WS-BL-SUB)       TO RQ-TAX-YEAR
077200     MOVE WS-BL-INSTALLMENT(WS-BL-SUB)    TO RQ-INSTALLMENT
077300     MOVE CO-TAX-PARCEL                   TO RQ-TAX-PARCEL
077400     MOVE PE-AUTHORITY-ID                 TO RQ-AUTHORITY-ID
077500     MOVE PE-PAYEE-NAME                   TO RQ-PAYEE-NAME
077600     MOVE PE-ADDR-1                       TO RQ-ADDR-1
077700     MOVE PE-CITY                         TO RQ-CITY
077800     MOVE PE-STATE                        TO RQ-STATE
077900     MOVE PE-ZIP                          TO RQ-ZIP
078000     MOVE WS-BL-DUE-DATE(WS-BL-SUB)       TO RQ-DUE-DATE
078100     MOVE WS-BL-AMOUNT(WS-BL-SUB)         TO RQ-AMOUNT
078200     MOVE WS-RUN-DATE                     TO RQ-REQUEST-DATE
078300     MOVE "P"                             TO RQ-STATUS
078400     MOVE ZERO                            TO RQ-CHECK-NUMBER
078500     MOVE ZERO                            TO RQ-ISSUE-DATE
078600     WRITE LOANTXRQ-RECORD
078700         INVALID KEY
078800             MOVE "ALREADY REQUESTED     " TO WD-ACTION
078900             PERFORM 2900-PRINT-EXCEPTION
079000                 THRU 2900-PRINT-EXCEPTION-EXIT
079100             GO TO 2600-WRITE-REQUEST-EXIT
079200     END-WRITE
079300     ADD 1                           TO WS-REQUEST-COUNT
079400     ADD WS-BL-AMOUNT(WS-BL-SUB)     TO WS-REQUEST-TOTAL
079500     IF WS-BL-AMOUNT(WS-BL-SUB) > WS-ESCROW-AVAILABLE
079600         IF WS-ESCROW-AVAILABLE > ZERO
079700             COMPUTE WS-ADVANCE-AMT =
079800                 WS-BL-AMOUNT(WS-BL-SUB) - WS-ESCROW-AVAILABLE
079900         ELSE
080000             MOVE WS-BL-AMOUNT(WS-BL-SUB) TO WS-ADVANCE-AMT
080100         END-IF
080200         ADD 1              TO WS-ADVANCE-COUNT
080300         ADD WS-ADVANCE-AMT TO WS-ADVANCE-TOTAL
080400         MOVE "REQUESTED-ESCROW SHORT" TO WD-ACTION
080500     ELSE
080600         MOVE "REQUESTED             " TO WD-ACTION
080700     END-IF
080800     PERFORM 2950-PRINT-BILL-LINE THRU 2950-PRINT-BILL-LINE-EXIT.
080900
081000 2600-WRITE-REQUEST-EXIT.
081100     EXIT.
081200
081300*--------------------------------------------------------------*
081400* 2900-PRINT-EXCEPTION - A MATCHED BILL THAT IS NOT PAID       *
081500*--------------------------------------------------------------*
081600 2900-PRINT-EXCEPTION.
081700     ADD 1                       TO WS-EXCEPT-COUNT
081800     ADD WS-BL-AMOUNT(WS-BL-SUB) TO WS-EXCEPT-TOTAL
081900     PERFORM 2950-PRINT-BILL-LINE THRU 2950-PRINT-BILL-LINE-EXIT.
082000
082100 2900-PRINT-EXCEPTION-EXIT.
082200     EXIT.
082300
082400 2950-PRINT-BILL-LINE.
082500     MOVE CO-LOAN-NUMBER                 TO WD-LOAN-NUMBER
082600     MOVE WS-BL-TAX-PARCEL(WS-BL-SUB)    TO WD-TAX-PARCEL
082700     MOVE WS-BL-AUTHORITY-ID(WS-BL-SUB)  TO WD-AUTHORITY-ID
082800     MOVE WS-BL-DUE-DATE(WS-BL-SUB)      TO WD-DUE-DATE
082900     MOVE WS-BL-AMOUNT(WS-BL-SUB)        TO WD-AMOUNT
083000     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
083100
083200 2950-PRINT-BILL-LINE-EXIT.
083300     EXIT.
083400
083500*--------------------------------------------------------------*
083600* 7000-REPORT-UNMATCHED - ONE TABLE ENTRY PER ITERATION; A     *
083700*    BILL NO COLLATERAL PARCEL CLAIMED IS REPORTED, UNLESS IT  *
083710*    WAS ALREADY REPORTED AGAINST A PAID-OFF LOAN              *
083800*--------------------------------------------------------------*
083900 7000-REPORT-UNMATCHED.
084000     IF WS-BL-LOAN-NUMBER(WS-BL-SUB) NOT = SPACES
084100         GO TO 7000-REPORT-UNMATCHED-EXIT
084200     END-IF
084210     IF BILL-PAIDOFF-REPORTED(WS-BL-SUB)
084220         GO TO 7000-REPORT-UNMATCHED-EXIT
084230     END-IF
084300     ADD 1                       TO WS-UNMATCHED-COUNT
084400     ADD 1                       TO WS-EXCEPT-COUNT
084500     ADD WS-BL-AMOUNT(WS-BL-SUB) TO WS-EXCEPT-TOTAL
084600     MOVE SPACES                         TO WD-LOAN-NUMBER
084700     MOVE WS-BL-TAX-PARCEL(WS-BL-SUB)    TO WD-TAX-PARCEL
084800     MOVE WS-BL-AUTHORITY-ID(WS-BL-SUB)  TO WD-AUTHORITY-ID
084900     MOVE WS-BL-DUE-DATE(WS-BL-SUB)      TO WD-DUE-DATE
085000     MOVE WS-BL-AMOUNT(WS-BL-SUB)        TO WD-AMOUNT
085100     MOVE "NO PARCEL MATCH       "       TO WD-ACTION
085200     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
085300
085400 7000-REPORT-UNMATCHED-EXIT.
085500     EXIT.
085600
085700*--------------------------------------------------------------*
085800* 8000-PRINT-TOTALS - COUNTS AND DOLLARS AT THE FOOT OF THE    *
085900*    REGISTER                                                  *
086000*--------------------------------------------------------------*
086100 8000-PRINT-TOTALS.
086200     WRITE PRINT-LINE FROM SPACES
086300     MOVE "VENDOR BILLS READ . . . . ." TO WX-LABEL
086400     MOVE WS-BILL-COUNT                 TO WX-COUNT
086500     MOVE WS-BILL-TOTAL                 TO WX-AMOUNT
086600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
086700     MOVE "DISBURSEMENTS REQUESTED . ." TO WX-LABEL
086800     MOVE WS-REQUEST-COUNT              TO WX-COUNT
086900     MOVE WS-REQUEST-TOTAL              TO WX-AMOUNT
087000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
087100     MOVE "  ESCROW SHORT - ADVANCED ." TO WX-LABEL
087200     MOVE WS-ADVANCE-COUNT              TO WX-COUNT
087300     MOVE WS-ADVANCE-TOTAL              TO WX-AMOUNT
087400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
087500     MOVE "BILLS NOT PAID  . . . . . ." TO WX-LABEL
087600     MOVE WS-EXCEPT-COUNT               TO WX-COUNT
087700     MOVE WS-EXCEPT-TOTAL               TO WX-AMOUNT
087800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
087900     MOVE "  NO PARCEL MATCH . . . . ." TO WX-LABEL
088000     MOVE WS-UNMATCHED-COUNT            TO WX-COUNT
088100     MOVE ZERO                          TO WX-AMOUNT
088200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
088300     MOVE "PARCELS SENT TO VENDOR  . ." TO WX-LABEL
088400     MOVE WS-PARCEL-COUNT               TO WX-COUNT
088500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
088600     MOVE "COLLATERAL WITH NO PARCEL ." TO WX-LABEL
088700     MOVE WS-NO-PARCEL-COUNT            TO WX-COUNT
088800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
088900     IF WS-EXCEPT-COUNT > ZERO OR WS-ADVANCE-COUNT > ZERO
089000         MOVE 4 TO RETURN-CODE
089100     END-IF.
089200
089300 8000-PRINT-TOTALS-EXIT.
089400     EXIT.
089500
089600*--------------------------------------------------------------*
089700* 9000-TERMINATE                                               *
089800*--------------------------------------------------------------*
089900 9000-TERMINATE.
090000     CLOSE LOANCOLL
090100     CLOSE LOANMAST
090200     CLOSE LOANCUST
090300     CLOSE LOANPAYE
090400     CLOSE LOANTXRQ
090500     IF WS-DSB-STATUS = "00" OR WS-DSB-STATUS = "10"
090600         CLOSE LOANESDSB
090700     END-IF
090800     IF WS-TXBL-STATUS = "00" OR WS-TXBL-STATUS = "10"
090900         CLOSE LOANTXBL
091000     END-IF
091100     CLOSE LOANTXPO
091200     CLOSE LOANTXRG
091300     DISPLAY "LOANTXSV: BILLS=" WS-BILL-COUNT
091400         " REQUESTED=" WS-REQUEST-COUNT
091500         " NOT PAID=" WS-EXCEPT-COUNT.
091600
091700 END PROGRAM LOANTXSV.
