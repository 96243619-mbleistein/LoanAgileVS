000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANBKUP.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-24.
000600 DATE-COMPILED. 2026-09-24.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-24  LSG  Initial version. Daily bankruptcy case     *
001000*               update, run after LOANNSFR and ahead of        *
001100*               LOANCREC. Case events keyed by the bankruptcy  *
001200*               desk on LOANBKTR - petition filed, proof of    *
001300*               claim, trustee remittance, discharge and       *
001400*               dismissal - are applied to the LOANBKCS case   *
001500*               file kept by loan. Trustee remittances go to   *
001600*               the pre-petition bucket against the proof of   *
001700*               claim. Borrower cash LOANPOST applied on or    *
001800*               after the petition date goes to the            *
001900*               post-petition bucket, less any of it returned  *
002000*               by LOANNSFR tonight. A filing codes the loan   *
002100*               bankrupt, and a discharge or dismissal returns *
002200*               it to active, through change transactions      *
002300*               written to LOANBKTRN for LOANUPDT. Every event *
002400*               prints on the LOANBKRG register.               *
002410*  2026-10-05  LSG  Rejected case events also written to the   *
002420*               common LOANRJCT file so LOANRJRS can split     *
002430*               them out for resubmission.                     *
002500*--------------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT LOANPARM ASSIGN TO "LOANPARM"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-PARM-STATUS.
003600     SELECT LOANBKTR ASSIGN TO "LOANBKTR"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-BKTR-STATUS.
003900     SELECT LOANPDSP ASSIGN TO "LOANPDSP"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-PDSP-STATUS.
004200     SELECT LOANNSFA ASSIGN TO "LOANNSFA"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-NSFA-STATUS.
004500     SELECT LOANMAST ASSIGN TO "LOANMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS LM-LOAN-NUMBER
004900         FILE STATUS IS WS-MAST-STATUS.
005000     SELECT LOANBKCS ASSIGN TO "LOANBKCS"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS BK-LOAN-NUMBER
005400         FILE STATUS IS WS-BKCS-STATUS.
005500     SELECT LOANBKTRN ASSIGN TO "LOANBKTRN"
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT LOANBKRG ASSIGN TO "LOANBKRG"
005800         ORGANIZATION IS SEQUENTIAL.
005810     SELECT LOANRJCT ASSIGN TO "LOANRJCT"
005820         ORGANIZATION IS SEQUENTIAL
005830         FILE STATUS IS WS-RJCT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200*--------------------------------------------------------------*
006300* LOANPARM - THE RUN-CONTROL RECORD LOANBATCH RAN UNDER; THE   *
006400*    BUSINESS DATE IS WHAT THE CYCLE VERIFY PROVES AGAINST     *
006500*--------------------------------------------------------------*
006600 FD  LOANPARM
006700     RECORDING MODE IS F.
006800 01  LOANPARM-RECORD.
006900     05 PR-BUSINESS-DATE         PIC 9(08).
007000     05 PR-RUN-ID                PIC X(08).
007100     05 PR-OPT-SKED-ONLY         PIC X(01).
007200     05 PR-OPT-SKIP-DELQ         PIC X(01).
007300     05 PR-OPT-FULL-RUN          PIC X(01).
007400     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
007500     05 PR-GENERATIONS-KEPT      PIC 9(02).
007600
007700*--------------------------------------------------------------*
007800* LOANBKTR - BANKRUPTCY CASE EVENTS KEYED FROM COURT NOTICES   *
007900*            AND TRUSTEE DISBURSEMENT STATEMENTS, SORTED BY    *
008000*            LOAN NUMBER THEN EVENT DATE. THE EVENT DATE IS    *
008100*            THE PETITION DATE ON A FILING, THE CLAIM DATE ON  *
008200*            A PROOF OF CLAIM, THE TRUSTEE CHECK DATE ON A     *
008300*            REMITTANCE AND THE ORDER DATE ON A DISCHARGE OR   *
008400*            DISMISSAL. BT-AMOUNT IS THE CLAIMED ARREARAGE ON  *
008500*            A PROOF OF CLAIM AND THE CHECK AMOUNT ON A        *
008600*            REMITTANCE.                                       *
008700*--------------------------------------------------------------*
008800 FD  LOANBKTR
008900     RECORDING MODE IS F.
009000 01  LOANBKTR-RECORD.
009100     05 BT-LOAN-NUMBER           PIC X(10).
009200     05 BT-TRAN-TYPE             PIC X(01).
009300         88 BT-FILING                            VALUE "F".
009400         88 BT-CLAIM                             VALUE "C".
009500         88 BT-TRUSTEE-PMT                       VALUE "T".
009600         88 BT-DISCHARGE                         VALUE "D".
009700         88 BT-DISMISSAL                         VALUE "X".
009800     05 BT-EVENT-DATE            PIC 9(08).
009900     05 BT-EVENT-DATE-X REDEFINES BT-EVENT-DATE.
010000         10 BT-EVENT-YEAR        PIC 9(04).
010100         10 BT-EVENT-MONTH       PIC 9(02).
010200         10 BT-EVENT-DAY         PIC 9(02).
010300     05 BT-CHAPTER               PIC 9(02).
010400         88 BT-CHAPTER-VALID                     VALUE 7 11 12 13.
010500     05 BT-CASE-NUMBER           PIC X(15).
010600     05 BT-AMOUNT                PIC S9(9)V99   COMP-3.
010700
010800*--------------------------------------------------------------*
010900* LOANPDSP - TONIGHT'S PAYMENT DISPOSITIONS FROM LOANPOST      *
011000*--------------------------------------------------------------*
011100 FD  LOANPDSP
011200     RECORDING MODE IS F.
011300 01  LOANPDSP-RECORD.
011400     05 PD-LOAN-NUMBER           PIC X(10).
011500     05 PD-SCHED-MONTH           PIC 9(04).
011600     05 PD-DATE-RECEIVED         PIC 9(08).
011700     05 PD-AMOUNT-RECEIVED       PIC S9(7)V99   COMP-3.
011800     05 PD-AMOUNT-SCHEDULED      PIC S9(7)V99   COMP-3.
011900     05 PD-DISPOSITION           PIC X(01).
012000         88 PD-APPLIED                           VALUE "A".
012100         88 PD-SHORT-PAY                         VALUE "S".
012200         88 PD-OVER-PAY                          VALUE "O".
012300         88 PD-UNMATCHED                         VALUE "U".
012400
012500*--------------------------------------------------------------*
012600* LOANNSFA - TONIGHT'S RETURNED-ITEM MOVEMENTS FROM LOANNSFR;  *
012700*            THE LOANPHIST CHANGE IS WHAT CAME BACK OUT OF     *
012800*            APPLIED CASH                                      *
012900*--------------------------------------------------------------*
013000 FD  LOANNSFA
013100     RECORDING MODE IS F.
013200 01  LOANNSFA-RECORD.
013300     05 NF-LOAN-NUMBER           PIC X(10).
013400     05 NF-HIST-CHANGE           PIC S9(7)V99   COMP-3.
013500     05 NF-SUSP-CHANGE           PIC S9(7)V99   COMP-3.
013600
013700*--------------------------------------------------------------*
013800* LOANMAST - ONE RECORD PER LOAN, KEYED ON LM-LOAN-NUMBER      *
013900*--------------------------------------------------------------*
014000 FD  LOANMAST
014100     RECORDING MODE IS F.
014200 01  LOANMAST-RECORD.
014300     05 LM-LOAN-NUMBER           PIC X(10).
014400     05 LM-CUSTOMER-ID           PIC X(10).
014500     05 LM-PRINCIPAL             PIC S9(8)      COMP-3.
014600     05 LM-LOANTERM              PIC S9(8)      COMP-3.
014700     05 LM-RATE                  PIC S9(9)V9(9).
014800     05 LM-PAYMENT-FREQUENCY     PIC X(01).
014900     05 LM-ESCROW-AMT            PIC S9(7)V99   COMP-3.
015000     05 LM-BALLOON-TERM          PIC S9(8)      COMP-3.
015100     05 LM-RATE-RESET-COUNT      PIC S9(4)      COMP.
015200     05 LM-RATE-RESETS OCCURS 3 TIMES.
015300         10 LM-RESET-EFF-MONTH   PIC S9(4)      COMP.
015400         10 LM-RESET-RATE        PIC S9(9)V9(9).
015500     05 LM-FIRST-PMT-YEAR        PIC 9(04).
015600     05 LM-FIRST-PMT-MONTH       PIC 9(02).
015700     05 LM-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
015800     05 LM-DAY-COUNT-METHOD      PIC X(01).
015900     05 LM-EXTRA-PRINCIPAL-AMT   PIC S9(7)V99   COMP-3.
016000     05 LM-INVESTOR-CODE         PIC X(03).
016100     05 LM-IO-MONTHS             PIC S9(4)      COMP.
016200     05 LM-FORBEAR-START-MONTH   PIC S9(4)      COMP.
016300     05 LM-FORBEAR-MONTHS        PIC S9(4)      COMP.
016400     05 LM-STATUS-CODE           PIC X(01).
016500         88 LM-STAT-ACTIVE                       VALUE " " "A".
016600         88 LM-STAT-BANKRUPT                     VALUE "B".
016700         88 LM-STAT-FORECLOSE                    VALUE "F".
016800         88 LM-STAT-PAIDOFF                      VALUE "P".
016900     05 LM-INDEX-CODE            PIC X(03).
017000     05 LM-INDEX-VALUE           PIC S9(3)V9(4) COMP-3.
017100     05 LM-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
017200     05 LM-PERIODIC-CAP          PIC S9(3)V9(4) COMP-3.
017300     05 LM-LIFETIME-CAP          PIC S9(3)V9(4) COMP-3.
017400     05 LM-RATE-FLOOR            PIC S9(3)V9(4) COMP-3.
017500     05 LM-ACH-ROUTING           PIC X(09).
017600     05 LM-ACH-ACCOUNT           PIC X(17).
017700     05 LM-AUTOPAY-FLAG          PIC X(01).
017800         88 LM-AUTOPAY-OFF                       VALUE " " "N".
017900         88 LM-AUTOPAY-PRENOTE                   VALUE "P".
018000         88 LM-AUTOPAY-ON                        VALUE "Y".
018100     05 LM-ESCROW-INT-RATE       PIC S9(3)V9(4) COMP-3.
018200     05 LM-BUYDOWN-COUNT         PIC S9(4)      COMP.
018300     05 LM-BUYDOWN-STEPS OCCURS 3 TIMES.
018400         10 LM-BUYDOWN-MONTHS    PIC S9(4)      COMP.
018500         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
018600
018700*--------------------------------------------------------------*
018800* LOANBKCS - BANKRUPTCY CASE FILE, ONE RECORD PER LOAN, KEYED  *
018900*    ON LM-LOAN-NUMBER. A NEW FILING ON A LOAN WHOSE EARLIER   *
019000*    CASE WAS CLOSED REPLACES THE RECORD. BK-POST-START-MONTH  *
019100*    IS THE FIRST SCHEDULE MONTH FALLING DUE AFTER THE         *
019200*    PETITION; THE MONTHLY LOANBKRP REVIEW SETS THE            *
019300*    POST-PETITION AMOUNT DUE AND DELINQUENCY AGAINST THE      *
019400*    BORROWER BUCKET.                                          *
019500*--------------------------------------------------------------*
019600 FD  LOANBKCS
019700     RECORDING MODE IS F.
019800 01  LOANBKCS-RECORD.
019900     05 BK-LOAN-NUMBER           PIC X(10).
020000     05 BK-CHAPTER               PIC 9(02).
020100     05 BK-CASE-NUMBER           PIC X(15).
020200     05 BK-PETITION-DATE         PIC 9(08).
020300     05 BK-POST-START-MONTH      PIC 9(04).
020400     05 BK-CASE-STATUS           PIC X(01).
020500         88 BK-CASE-OPEN                         VALUE "O".
020600         88 BK-CASE-DISCHARGED                   VALUE "D".
020700         88 BK-CASE-DISMISSED                    VALUE "X".
020800     05 BK-STATUS-DATE           PIC 9(08).
020900     05 BK-CLAIM-DATE            PIC 9(08).
021000     05 BK-CLAIM-AMOUNT          PIC S9(9)V99   COMP-3.
021100     05 BK-TRUSTEE-PAID          PIC S9(9)V99   COMP-3.
021200     05 BK-LAST-TRUSTEE-DATE     PIC 9(08).
021300     05 BK-BORROWER-PAID         PIC S9(9)V99   COMP-3.
021400     05 BK-LAST-BORROWER-DATE    PIC 9(08).
021500     05 BK-POST-DUE              PIC S9(9)V99   COMP-3.
021600     05 BK-POST-DELQ-AMT         PIC S9(9)V99   COMP-3.
021700     05 BK-POST-DELQ-MONTHS      PIC 9(03).
021800     05 BK-REVIEW-DATE           PIC 9(08).
021900     05 FILLER                   PIC X(10).
022000
022100*--------------------------------------------------------------*
022200* LOANBKTRN - STATUS CHANGE TRANSACTIONS IN THE LOANTRAN       *
022300*             LAYOUT, READY TO RUN THROUGH LOANUPDT: "B" ON A  *
022400*             FILING, "A" ON A DISCHARGE OR DISMISSAL          *
022500*--------------------------------------------------------------*
022600 FD  LOANBKTRN
022700     RECORDING MODE IS F.
022800 01  LOANBKTRN-RECORD.
022900     05 ET-ACTION                PIC X(01).
023000     05 ET-LOAN-NUMBER           PIC X(10).
023100     05 ET-CUSTOMER-ID           PIC X(10).
023200     05 ET-PRINCIPAL             PIC S9(8)      COMP-3.
023300     05 ET-LOANTERM              PIC S9(8)      COMP-3.
023400     05 ET-RATE                  PIC S9(9)V9(9).
023500     05 ET-PAYMENT-FREQUENCY     PIC X(01).
023600     05 ET-ESCROW-AMT            PIC S9(7)V99   COMP-3.
023700     05 ET-BALLOON-TERM          PIC S9(8)      COMP-3.
023800     05 ET-RATE-RESET-COUNT      PIC S9(4)      COMP.
023900     05 ET-RATE-RESETS OCCURS 3 TIMES.
024000         10 ET-RESET-EFF-MONTH   PIC S9(4)      COMP.
024100         10 ET-RESET-RATE        PIC S9(9)V9(9).
024200     05 ET-FIRST-PMT-YEAR        PIC 9(04).
024300     05 ET-FIRST-PMT-MONTH       PIC 9(02).
024400     05 ET-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
024500     05 ET-DAY-COUNT-METHOD      PIC X(01).
024600     05 ET-EXTRA-PRINCIPAL-AMT   PIC S9(7)V99   COMP-3.
024700     05 ET-INVESTOR-CODE         PIC X(03).
024800     05 ET-IO-MONTHS             PIC S9(4)      COMP.
024900     05 ET-FORBEAR-START-MONTH   PIC S9(4)      COMP.
025000     05 ET-FORBEAR-MONTHS        PIC S9(4)      COMP.
025100     05 ET-STATUS-CODE           PIC X(01).
025200     05 ET-INDEX-CODE            PIC X(03).
025300     05 ET-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
025400     05 ET-PERIODIC-CAP          PIC S9(3)V9(4) COMP-3.
025500     05 ET-LIFETIME-CAP          PIC S9(3)V9(4) COMP-3.
025600     05 ET-RATE-FLOOR            PIC S9(3)V9(4) COMP-3.
025700     05 ET-ACH-ROUTING           PIC X(09).
025800     05 ET-ACH-ACCOUNT           PIC X(17).
025900     05 ET-AUTOPAY-FLAG          PIC X(01).
026000     05 ET-ESCROW-INT-RATE       PIC S9(3)V9(4) COMP-3.
026100     05 ET-BUYDOWN-COUNT         PIC S9(4)      COMP.
026200     05 ET-BUYDOWN-STEPS OCCURS 3 TIMES.
026300         10 ET-BUYDOWN-MONTHS    PIC S9(4)      COMP.
026400         10 ET-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
026500     05 ET-OPERATOR-ID           PIC X(08).
026600
026700*--------------------------------------------------------------*
026800* LOANBKRG - PRINTED BANKRUPTCY CASE ACTIVITY REGISTER         *
026900*--------------------------------------------------------------*
027000 FD  LOANBKRG
027100     RECORDING MODE IS F.
027200 01  PRINT-LINE                  PIC X(80).
027300
027301*--------------------------------------------------------------*
027302* LOANRJCT - COMMON REJECT FILE SHARED BY THE BATCH PROGRAMS   *
027303*    AND SPLIT FOR RESUBMISSION BY LOANRJRS                    *
027304*--------------------------------------------------------------*
027305 FD  LOANRJCT
027306     RECORDING MODE IS F.
027307 01  LOANRJCT-RECORD.
027308     05 RJ-PROGRAM               PIC X(09).
027309     05 RJ-LOAN-NUMBER           PIC X(10).
027310     05 RJ-STATUS                PIC X(02).
027311     05 RJ-REASON                PIC X(30).
027312     05 RJ-RECORD-IMAGE          PIC X(400).
027313
027400 WORKING-STORAGE SECTION.
027500 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
027600 77  WS-BKTR-STATUS              PIC X(02)      VALUE "00".
027700 77  WS-PDSP-STATUS              PIC X(02)      VALUE "00".
027800 77  WS-NSFA-STATUS              PIC X(02)      VALUE "00".
027900 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
028000 77  WS-BKCS-STATUS              PIC X(02)      VALUE "00".
028010 77  WS-RJCT-STATUS              PIC X(02)      VALUE "00".
028100 77  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
028200 01  WS-CYCLE-REQUEST.
028300     03 WS-CY-FUNCTION           PIC X(01).
028400     03 WS-CY-PROGRAM            PIC X(09).
028500     03 WS-CY-BUSINESS-DATE      PIC 9(08).
028600     03 WS-CY-END-RETURN-CODE    PIC 9(04).
028700     03 WS-CY-RESULT             PIC X(01).
028800         88 WS-CY-OK                             VALUE "Y".
028900 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
029000     88 END-OF-LOANBKTR                          VALUE "Y".
029100 77  WS-PDSP-EOF-SW              PIC X(01)      VALUE "N".
029200     88 END-OF-LOANPDSP                          VALUE "Y".
029300 77  WS-NSFA-EOF-SW              PIC X(01)      VALUE "N".
029400     88 END-OF-LOANNSFA                          VALUE "Y".
029500 77  WS-CASE-FOUND-SW            PIC X(01)      VALUE "N".
029600     88 CASE-ON-FILE                             VALUE "Y".
029700 77  WS-NEW-STATUS               PIC X(01)      VALUE SPACE.
029800 77  WS-POST-START-MONTH         PIC S9(06)     COMP-3 VALUE ZERO.
029900 77  WS-TRAN-COUNT               PIC 9(07)      COMP   VALUE ZERO.
030000 77  WS-FILING-COUNT             PIC 9(07)      COMP   VALUE ZERO.
030100 77  WS-CLAIM-COUNT              PIC 9(07)      COMP   VALUE ZERO.
030200 77  WS-TRUSTEE-COUNT            PIC 9(07)      COMP   VALUE ZERO.
030300 77  WS-DISCHARGE-COUNT          PIC 9(07)      COMP   VALUE ZERO.
030400 77  WS-DISMISSAL-COUNT          PIC 9(07)      COMP   VALUE ZERO.
030500 77  WS-STATUS-TRAN-COUNT        PIC 9(07)      COMP   VALUE ZERO.
030600 77  WS-BORROWER-COUNT           PIC 9(07)      COMP   VALUE ZERO.
030700 77  WS-RETURN-COUNT             PIC 9(07)      COMP   VALUE ZERO.
030800 77  WS-REJECT-COUNT             PIC 9(07)      COMP   VALUE ZERO.
030900 77  WS-CLAIM-TOTAL              PIC S9(9)V99   COMP-3 VALUE ZERO.
031000 77  WS-TRUSTEE-TOTAL            PIC S9(9)V99   COMP-3 VALUE ZERO.
031100 77  WS-BORROWER-TOTAL           PIC S9(9)V99   COMP-3 VALUE ZERO.
031200 77  WS-RETURN-TOTAL             PIC S9(9)V99   COMP-3 VALUE ZERO.
031300
031400 01  WS-REPORT-HEADING.
031500     05 FILLER              PIC X(40)  VALUE
031600         "BANKRUPTCY CASE ACTIVITY REGISTER -     ".
031700     05 WH-BUSINESS-DATE    PIC 9(08).
031800     05 FILLER              PIC X(32)  VALUE SPACES.
031900
032000 01  WS-COLUMN-HEADING.
032100     05 FILLER              PIC X(40)  VALUE
032200         "LOAN        ACTION                    DA".
032300     05 FILLER              PIC X(40)  VALUE
032400         "TE              AMOUNT   CASE NUMBER".
032500
032600 01  WS-DETAIL-LINE.
032700     05 WD-LOAN-NUMBER           PIC X(10).
032800     05 FILLER                   PIC X(02)      VALUE SPACES.
032900     05 WD-ACTION                PIC X(24).
033000     05 FILLER                   PIC X(02)      VALUE SPACES.
033100     05 WD-DATE                  PIC 9(08).
033200     05 FILLER                   PIC X(02)      VALUE SPACES.
033300     05 WD-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
033400     05 FILLER                   PIC X(02)      VALUE SPACES.
033500     05 WD-CASE-NUMBER           PIC X(15).
033600
033700 01  WS-TOTAL-LINE.
033800     05 WX-LABEL                 PIC X(28).
033900     05 WX-COUNT                 PIC ZZZ,ZZ9.
034000     05 FILLER                   PIC X(02)      VALUE SPACES.
034100     05 WX-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
034200
034300 PROCEDURE DIVISION.
034400*--------------------------------------------------------------*
034500* 0000-MAINLINE                                                *
034600*--------------------------------------------------------------*
034700 0000-MAINLINE.
034800     PERFORM 1000-INITIALIZE
034900     PERFORM 2000-APPLY-EVENTS THRU 2000-APPLY-EVENTS-EXIT
035000         UNTIL END-OF-LOANBKTR
035100     PERFORM 3000-BUCKET-PAYMENTS THRU 3000-BUCKET-PAYMENTS-EXIT
035200         UNTIL END-OF-LOANPDSP
035300     PERFORM 4000-BACK-OUT-RETURNS THRU 4000-BACK-OUT-RETURNS-EXIT
035400         UNTIL END-OF-LOANNSFA
035500     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
035600     PERFORM 9000-TERMINATE
035700     GOBACK.
035800
035900*--------------------------------------------------------------*
036000* 1000-INITIALIZE                                              *
036100*--------------------------------------------------------------*
036200 1000-INITIALIZE.
036300     PERFORM 1100-VERIFY-CYCLE THRU 1100-VERIFY-CYCLE-EXIT
036400     OPEN INPUT LOANMAST
036500     IF WS-MAST-STATUS NOT = "00"
036600         DISPLAY "LOANBKUP: MASTER FILE LOANMAST MISSING"
036700         MOVE 16 TO RETURN-CODE
036800         GOBACK
036900     END-IF
037000     OPEN I-O LOANBKCS
037100     IF WS-BKCS-STATUS = "35"
037200*        FIRST-EVER RUN - NO CASE FILE YET, CREATE ONE
037300         OPEN OUTPUT LOANBKCS
037400         CLOSE LOANBKCS
037500         OPEN I-O LOANBKCS
037600     END-IF
037700     IF WS-BKCS-STATUS NOT = "00"
037800         DISPLAY "LOANBKUP: CASE FILE LOANBKCS NOT USABLE,"
037900             " STATUS=" WS-BKCS-STATUS
038000         MOVE 16 TO RETURN-CODE
038100         GOBACK
038200     END-IF
038300     OPEN INPUT LOANBKTR
038400     IF WS-BKTR-STATUS NOT = "00"
038500*        NO CASE EVENTS TONIGHT - PAYMENTS ARE STILL BUCKETED
038600         MOVE "Y" TO WS-EOF-SW
038700     END-IF
038800     OPEN INPUT LOANPDSP
038900     IF WS-PDSP-STATUS NOT = "00"
039000         DISPLAY "LOANBKUP: LOANPDSP MISSING OR EMPTY"
039100         MOVE "Y" TO WS-PDSP-EOF-SW
039200     END-IF
039300     OPEN INPUT LOANNSFA
039400     IF WS-NSFA-STATUS NOT = "00"
039500*        NO RETURNED ITEMS TONIGHT
039600         MOVE "Y" TO WS-NSFA-EOF-SW
039700     END-IF
039800     OPEN OUTPUT LOANBKTRN
039900     OPEN OUTPUT LOANBKRG
039910     OPEN EXTEND LOANRJCT
039920     IF WS-RJCT-STATUS NOT = "00"
039930         OPEN OUTPUT LOANRJCT
039940     END-IF
040000     MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE
040100     WRITE PRINT-LINE FROM WS-REPORT-HEADING
040200     WRITE PRINT-LINE FROM SPACES
040300     WRITE PRINT-LINE FROM WS-COLUMN-HEADING
040400     IF NOT END-OF-LOANBKTR
040500         READ LOANBKTR
040600             AT END MOVE "Y" TO WS-EOF-SW
040700         END-READ
040800     END-IF
040900     IF NOT END-OF-LOANPDSP
041000         READ LOANPDSP
041100             AT END MOVE "Y" TO WS-PDSP-EOF-SW
041200         END-READ
041300     END-IF
041400     IF NOT END-OF-LOANNSFA
041500         READ LOANNSFA
041600             AT END MOVE "Y" TO WS-NSFA-EOF-SW
041700         END-READ
041800     END-IF.
041900
042000*--------------------------------------------------------------*
042100* 1100-VERIFY-CYCLE - READ THE BUSINESS DATE FROM LOANPARM,    *
042200*    PROVE THE LOANBATCH STEP THAT PRODUCED TONIGHT'S LOANSKED *
042300*    ENDED CLEAN FOR THAT SAME DATE, AND RECORD THIS STEP'S    *
042400*    OWN START ON THE CYCLE-CONTROL FILE                       *
042500*--------------------------------------------------------------*
042600 1100-VERIFY-CYCLE.
042700     OPEN INPUT LOANPARM
042800     IF WS-PARM-STATUS NOT = "00"
042900         DISPLAY "LOANBKUP: RUN-CONTROL FILE LOANPARM MISSING"
043000         MOVE 16 TO RETURN-CODE
043100         GOBACK
043200     END-IF
043300     READ LOANPARM
043400         AT END
043500             DISPLAY "LOANBKUP: RUN-CONTROL RECORD MISSING"
043600             MOVE 16 TO RETURN-CODE
043700             GOBACK
043800     END-READ
043900     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
044000     CLOSE LOANPARM
044100     MOVE "V"              TO WS-CY-FUNCTION
044200     MOVE "LOANBATCH"      TO WS-CY-PROGRAM
044300     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
044400     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST
044500     IF NOT WS-CY-OK
044600         DISPLAY "LOANBKUP: LOANSKED NOT PRODUCED CLEAN FOR "
044700             WS-BUSINESS-DATE " - STEP ABORTED"
044800         MOVE 16 TO RETURN-CODE
044900         GOBACK
045000     END-IF
045100     MOVE "S"              TO WS-CY-FUNCTION
045200     MOVE "LOANBKUP "      TO WS-CY-PROGRAM
045300     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
045400
045500 1100-VERIFY-CYCLE-EXIT.
045600     EXIT.
045700
045800*--------------------------------------------------------------*
045900* 2000-APPLY-EVENTS - ONE CASE EVENT PER ITERATION. THE LOAN   *
046000*    MUST BE ON THE MASTER; THE CASE RECORD, IF ANY, IS READ   *
046100*    AND THE EVENT APPLIED TO IT                               *
046200*--------------------------------------------------------------*
046300 2000-APPLY-EVENTS.
046400     ADD 1 TO WS-TRAN-COUNT
046500     MOVE BT-LOAN-NUMBER TO LM-LOAN-NUMBER
046600     READ LOANMAST
046700     IF WS-MAST-STATUS NOT = "00"
046800         MOVE "REJECTED-NOT ON MASTER  " TO WD-ACTION
046900         PERFORM 5900-REJECT-EVENT THRU 5900-REJECT-EVENT-EXIT
047000         GO TO 2000-APPLY-EVENTS-NEXT
047100     END-IF
047200     MOVE BT-LOAN-NUMBER TO BK-LOAN-NUMBER
047300     READ LOANBKCS
047400     IF WS-BKCS-STATUS = "00"
047500         MOVE "Y" TO WS-CASE-FOUND-SW
047600     ELSE
047700         MOVE "N" TO WS-CASE-FOUND-SW
047800     END-IF
047900     IF NOT BT-FILING
048000             AND NOT (CASE-ON-FILE AND BK-CASE-OPEN)
048100         MOVE "REJECTED-NO OPEN CASE   " TO WD-ACTION
048200         PERFORM 5900-REJECT-EVENT THRU 5900-REJECT-EVENT-EXIT
048300         GO TO 2000-APPLY-EVENTS-NEXT
048400     END-IF
048500     EVALUATE TRUE
048600         WHEN BT-FILING
048700             PERFORM 2100-OPEN-CASE THRU 2100-OPEN-CASE-EXIT
048800         WHEN BT-CLAIM
048900             PERFORM 2200-FILE-CLAIM THRU 2200-FILE-CLAIM-EXIT
049000         WHEN BT-TRUSTEE-PMT
049100             PERFORM 2300-TRUSTEE-PAYMENT
049200                 THRU 2300-TRUSTEE-PAYMENT-EXIT
049300         WHEN BT-DISCHARGE
049400         WHEN BT-DISMISSAL
049500             PERFORM 2400-CLOSE-CASE THRU 2400-CLOSE-CASE-EXIT
049600         WHEN OTHER
049700             MOVE "REJECTED-BAD EVENT TYPE " TO WD-ACTION
049800             PERFORM 5900-REJECT-EVENT THRU 5900-REJECT-EVENT-EXIT
049900     END-EVALUATE.
050000
050100 2000-APPLY-EVENTS-NEXT.
050200     READ LOANBKTR
050300         AT END MOVE "Y" TO WS-EOF-SW
050400     END-READ.
050500
050600 2000-APPLY-EVENTS-EXIT.
050700     EXIT.
050800
050900*--------------------------------------------------------------*
051000* 2100-OPEN-CASE - PETITION FILED. A NEW CASE RECORD IS BUILT, *
051100*    REPLACING ANY EARLIER CLOSED CASE ON THE LOAN.            *
051200*    INSTALLMENTS FALL DUE ON THE FIRST OF THE MONTH, SO THE   *
051300*    MONTH OF A PETITION FILED AFTER THE FIRST IS STILL        *
051400*    PRE-PETITION AND THE POST-PETITION SCHEDULE STARTS WITH   *
051500*    THE NEXT MONTH. THE LOAN IS CODED BANKRUPT THROUGH        *
051600*    LOANUPDT.                                                 *
051700*--------------------------------------------------------------*
051800 2100-OPEN-CASE.
051900     IF CASE-ON-FILE AND BK-CASE-OPEN
052000         MOVE "REJECTED-ALREADY OPEN   " TO WD-ACTION
052100         PERFORM 5900-REJECT-EVENT THRU 5900-REJECT-EVENT-EXIT
052200         GO TO 2100-OPEN-CASE-EXIT
052300     END-IF
052400     IF LM-STAT-PAIDOFF
052500         MOVE "REJECTED-LOAN PAID OFF  " TO WD-ACTION
052600         PERFORM 5900-REJECT-EVENT THRU 5900-REJECT-EVENT-EXIT
052700         GO TO 2100-OPEN-CASE-EXIT
052800     END-IF
052900     IF NOT BT-CHAPTER-VALID
053000         MOVE "REJECTED-BAD CHAPTER    " TO WD-ACTION
053100         PERFORM 5900-REJECT-EVENT THRU 5900-REJECT-EVENT-EXIT
053200         GO TO 2100-OPEN-CASE-EXIT
053300     END-IF
053400     IF BT-CASE-NUMBER = SPACES
053500         MOVE "REJECTED-NO CASE NUMBER " TO WD-ACTION
053600         PERFORM 5900-REJECT-EVENT THRU 5900-REJECT-EVENT-EXIT
053700         GO TO 2100-OPEN-CASE-EXIT
053800     END-IF
053900     IF BT-EVENT-DATE = ZERO OR BT-EVENT-DATE > WS-BUSINESS-DATE
054000         MOVE "REJECTED-BAD PETITION DT" TO WD-ACTION
054100         PERFORM 5900-REJECT-EVENT THRU 5900-REJECT-EVENT-EXIT
054200         GO TO 2100-OPEN-CASE-EXIT
054300     END-IF
054400
054500     COMPUTE WS-POST-START-MONTH =
054600         ((BT-EVENT-YEAR * 12) + BT-EVENT-MONTH)
054700         - ((LM-FIRST-PMT-YEAR * 12) + LM-FIRST-PMT-MONTH)
054800         + 1
054900     IF BT-EVENT-DAY > 1
055000         ADD 1 TO WS-POST-START-MONTH
055100     END-IF
055200     IF WS-POST-START-MONTH < 1
055300         MOVE 1 TO WS-POST-START-MONTH
055400     END-IF
055500
055600     MOVE SPACES TO LOANBKCS-RECORD
055700     INITIALIZE LOANBKCS-RECORD
055800     MOVE BT-LOAN-NUMBER      TO BK-LOAN-NUMBER
055900     MOVE BT-CHAPTER          TO BK-CHAPTER
056000     MOVE BT-CASE-NUMBER      TO BK-CASE-NUMBER
056100     MOVE BT-EVENT-DATE       TO BK-PETITION-DATE
056200     MOVE WS-POST-START-MONTH TO BK-POST-START-MONTH
056300     MOVE "O"                 TO BK-CASE-STATUS
056400     MOVE BT-EVENT-DATE       TO BK-STATUS-DATE
056500     PERFORM 2900-STORE-CASE THRU 2900-STORE-CASE-EXIT
056600     ADD 1 TO WS-FILING-COUNT
056700     MOVE "CASE OPENED             " TO WD-ACTION
056800     IF NOT LM-STAT-BANKRUPT
056900         MOVE "B" TO WS-NEW-STATUS
057000         PERFORM 2800-WRITE-STATUS-TRAN
057100             THRU 2800-WRITE-STATUS-TRAN-EXIT
057200         MOVE "CASE OPENED - STATUS B  " TO WD-ACTION
057300     END-IF
057400     MOVE ZERO TO WD-AMOUNT
057500     PERFORM 5000-PRINT-EVENT THRU 5000-PRINT-EVENT-EXIT.
057600
057700 2100-OPEN-CASE-EXIT.
057800     EXIT.
057900
058000*--------------------------------------------------------------*
058100* 2200-FILE-CLAIM - PROOF OF CLAIM FOR THE PRE-PETITION        *
058200*    ARREARAGE. AN AMENDED CLAIM REPLACES THE EARLIER AMOUNT.  *
058300*--------------------------------------------------------------*
058400 2200-FILE-CLAIM.
058500     IF BT-AMOUNT NOT > ZERO
058600         MOVE "REJECTED-BAD AMOUNT     " TO WD-ACTION
058700         PERFORM 5900-REJECT-EVENT THRU 5900-REJECT-EVENT-EXIT
058800         GO TO 2200-FILE-CLAIM-EXIT
058900     END-IF
059000     IF BK-CLAIM-AMOUNT = ZERO
059100         MOVE "PROOF OF CLAIM FILED    " TO WD-ACTION
059200     ELSE
059300         MOVE "PROOF OF CLAIM AMENDED  " TO WD-ACTION
059400     END-IF
059500     MOVE BT-AMOUNT     TO BK-CLAIM-AMOUNT
059600     MOVE BT-EVENT-DATE TO BK-CLAIM-DATE
059700     PERFORM 2900-STORE-CASE THRU 2900-STORE-CASE-EXIT
059800     ADD 1 TO WS-CLAIM-COUNT
059900     ADD BT-AMOUNT TO WS-CLAIM-TOTAL
060000     MOVE BT-AMOUNT TO WD-AMOUNT
060100     PERFORM 5000-PRINT-EVENT THRU 5000-PRINT-EVENT-EXIT.
060200
060300 2200-FILE-CLAIM-EXIT.
060400     EXIT.
060500
060600*--------------------------------------------------------------*
060700* 2300-TRUSTEE-PAYMENT - A TRUSTEE REMITTANCE UNDER THE PLAN   *
060800*    IS PRE-PETITION MONEY AND IS APPLIED AGAINST THE PROOF OF *
060900*    CLAIM. A CHAPTER 7 CASE HAS NO PLAN TO PAY FROM. CASH     *
061000*    PAID PAST THE CLAIM IS STILL TAKEN BUT FLAGGED ON THE     *
061100*    REGISTER.                                                 *
061200*--------------------------------------------------------------*
061300 2300-TRUSTEE-PAYMENT.
061400     IF BT-AMOUNT NOT > ZERO
061500         MOVE "REJECTED-BAD AMOUNT     " TO WD-ACTION
061600         PERFORM 5900-REJECT-EVENT THRU 5900-REJECT-EVENT-EXIT
061700         GO TO 2300-TRUSTEE-PAYMENT-EXIT
061800     END-IF
061900     IF BK-CHAPTER = 7
062000         MOVE "REJECTED-NO PLAN UNDER 7" TO WD-ACTION
062100         PERFORM 5900-REJECT-EVENT THRU 5900-REJECT-EVENT-EXIT
062200         GO TO 2300-TRUSTEE-PAYMENT-EXIT
062300     END-IF
062400     ADD BT-AMOUNT      TO BK-TRUSTEE-PAID
062500     MOVE BT-EVENT-DATE TO BK-LAST-TRUSTEE-DATE
062600     PERFORM 2900-STORE-CASE THRU 2900-STORE-CASE-EXIT
062700     ADD 1 TO WS-TRUSTEE-COUNT
062800     ADD BT-AMOUNT TO WS-TRUSTEE-TOTAL
062900     IF BK-TRUSTEE-PAID > BK-CLAIM-AMOUNT
063000         MOVE "TRUSTEE PMT - OVER CLAIM" TO WD-ACTION
063100     ELSE
063200         MOVE "TRUSTEE PAYMENT         " TO WD-ACTION
063300     END-IF
063400     MOVE BT-AMOUNT TO WD-AMOUNT
063500     PERFORM 5000-PRINT-EVENT THRU 5000-PRINT-EVENT-EXIT.
063600
063700 2300-TRUSTEE-PAYMENT-EXIT.
063800     EXIT.
063900
064000*--------------------------------------------------------------*
064100* 2400-CLOSE-CASE - DISCHARGE OR DISMISSAL ENDS THE CASE AND   *
064200*    THE STAY. A LOAN STILL CODED BANKRUPT GOES BACK TO ACTIVE *
064300*    THROUGH LOANUPDT; ANY OTHER CODE WAS SET BY HAND SINCE    *
064400*    THE FILING AND IS LEFT FOR THE DESK.                      *
064500*--------------------------------------------------------------*
064600 2400-CLOSE-CASE.
064700     IF BT-EVENT-DATE = ZERO OR BT-EVENT-DATE > WS-BUSINESS-DATE
064800             OR BT-EVENT-DATE < BK-PETITION-DATE
064900         MOVE "REJECTED-BAD ORDER DATE " TO WD-ACTION
065000         PERFORM 5900-REJECT-EVENT THRU 5900-REJECT-EVENT-EXIT
065100         GO TO 2400-CLOSE-CASE-EXIT
065200     END-IF
065300     MOVE BT-TRAN-TYPE  TO BK-CASE-STATUS
065400     MOVE BT-EVENT-DATE TO BK-STATUS-DATE
065500     PERFORM 2900-STORE-CASE THRU 2900-STORE-CASE-EXIT
065600     IF BT-DISCHARGE
065700         ADD 1 TO WS-DISCHARGE-COUNT
065800         MOVE "CASE DISCHARGED         " TO WD-ACTION
065900     ELSE
066000         ADD 1 TO WS-DISMISSAL-COUNT
066100         MOVE "CASE DISMISSED          " TO WD-ACTION
066200     END-IF
066300     IF LM-STAT-BANKRUPT
066400         MOVE "A" TO WS-NEW-STATUS
066500         PERFORM 2800-WRITE-STATUS-TRAN
066600             THRU 2800-WRITE-STATUS-TRAN-EXIT
066700         IF BT-DISCHARGE
066800             MOVE "DISCHARGED - STATUS A   " TO WD-ACTION
066900         ELSE
067000             MOVE "DISMISSED - STATUS A    " TO WD-ACTION
067100         END-IF
067200     END-IF
067300     MOVE ZERO TO WD-AMOUNT
067400     PERFORM 5000-PRINT-EVENT THRU 5000-PRINT-EVENT-EXIT.
067500
067600 2400-CLOSE-CASE-EXIT.
067700     EXIT.
067800
067900*--------------------------------------------------------------*
068000* 2800-WRITE-STATUS-TRAN - FULL MASTER IMAGE AS A LOANTRAN     *
068100*    CHANGE CARRYING THE NEW STATUS CODE IN WS-NEW-STATUS      *
068200*--------------------------------------------------------------*
068300 2800-WRITE-STATUS-TRAN.
068400     MOVE "C"                    TO ET-ACTION
068500     MOVE LM-LOAN-NUMBER         TO ET-LOAN-NUMBER
068600     MOVE LM-CUSTOMER-ID         TO ET-CUSTOMER-ID
068700     MOVE LM-PRINCIPAL           TO ET-PRINCIPAL
068800     MOVE LM-LOANTERM            TO ET-LOANTERM
068900     MOVE LM-RATE                TO ET-RATE
069000     MOVE LM-PAYMENT-FREQUENCY   TO ET-PAYMENT-FREQUENCY
069100     MOVE LM-ESCROW-AMT          TO ET-ESCROW-AMT
069200     MOVE LM-BALLOON-TERM        TO ET-BALLOON-TERM
069300     MOVE LM-RATE-RESET-COUNT    TO ET-RATE-RESET-COUNT
069400     MOVE LM-RESET-EFF-MONTH(1)  TO ET-RESET-EFF-MONTH(1)
069500     MOVE LM-RESET-RATE(1)       TO ET-RESET-RATE(1)
069600     MOVE LM-RESET-EFF-MONTH(2)  TO ET-RESET-EFF-MONTH(2)
069700     MOVE LM-RESET-RATE(2)       TO ET-RESET-RATE(2)
069800     MOVE LM-RESET-EFF-MONTH(3)  TO ET-RESET-EFF-MONTH(3)
069900     MOVE LM-RESET-RATE(3)       TO ET-RESET-RATE(3)
070000     MOVE LM-FIRST-PMT-YEAR      TO ET-FIRST-PMT-YEAR
070100     MOVE LM-FIRST-PMT-MONTH     TO ET-FIRST-PMT-MONTH
070200     MOVE LM-PRIOR-INTEREST-PAID TO ET-PRIOR-INTEREST-PAID
070300     MOVE LM-DAY-COUNT-METHOD    TO ET-DAY-COUNT-METHOD
070400     MOVE LM-EXTRA-PRINCIPAL-AMT TO ET-EXTRA-PRINCIPAL-AMT
070500     MOVE LM-INVESTOR-CODE       TO ET-INVESTOR-CODE
070600     MOVE LM-IO-MONTHS           TO ET-IO-MONTHS
070700     MOVE LM-FORBEAR-START-MONTH TO ET-FORBEAR-START-MONTH
070800     MOVE LM-FORBEAR-MONTHS      TO ET-FORBEAR-MONTHS
070900     MOVE WS-NEW-STATUS          TO ET-STATUS-CODE
071000     MOVE LM-INDEX-CODE          TO ET-INDEX-CODE
071100     MOVE LM-ARM-MARGIN          TO ET-ARM-MARGIN
071200     MOVE LM-PERIODIC-CAP        TO ET-PERIODIC-CAP
071300     MOVE LM-LIFETIME-CAP        TO ET-LIFETIME-CAP
071400     MOVE LM-RATE-FLOOR          TO ET-RATE-FLOOR
071500     MOVE LM-ACH-ROUTING         TO ET-ACH-ROUTING
071600     MOVE LM-ACH-ACCOUNT         TO ET-ACH-ACCOUNT
071700     MOVE LM-AUTOPAY-FLAG        TO ET-AUTOPAY-FLAG
071800     MOVE LM-ESCROW-INT-RATE     TO ET-ESCROW-INT-RATE
071900     MOVE LM-BUYDOWN-COUNT       TO ET-BUYDOWN-COUNT
072000     MOVE LM-BUYDOWN-MONTHS(1)   TO ET-BUYDOWN-MONTHS(1)
072100     MOVE LM-BUYDOWN-REDUCTION(1) TO ET-BUYDOWN-REDUCTION(1)
072200     MOVE LM-BUYDOWN-MONTHS(2)   TO ET-BUYDOWN-MONTHS(2)
072300     MOVE LM-BUYDOWN-REDUCTION(2) TO ET-BUYDOWN-REDUCTION(2)
072400     MOVE LM-BUYDOWN-MONTHS(3)   TO ET-BUYDOWN-MONTHS(3)
072500     MOVE LM-BUYDOWN-REDUCTION(3) TO ET-BUYDOWN-REDUCTION(3)
072600     MOVE "LOANBKUP"             TO ET-OPERATOR-ID
072700     WRITE LOANBKTRN-RECORD
072800     ADD 1 TO WS-STATUS-TRAN-COUNT.
072900
073000 2800-WRITE-STATUS-TRAN-EXIT.
073100     EXIT.
073200
073300*--------------------------------------------------------------*
073400* 2900-STORE-CASE - WRITE A NEW CASE RECORD OR REWRITE THE ONE *
073500*    READ FOR THIS EVENT                                       *
073600*--------------------------------------------------------------*
073700 2900-STORE-CASE.
073800     IF CASE-ON-FILE
073900         REWRITE LOANBKCS-RECORD
074000             INVALID KEY
074100                 DISPLAY "LOANBKUP: LOANBKCS REWRITE FAILED "
074200                     BK-LOAN-NUMBER
074300         END-REWRITE
074400     ELSE
074500         WRITE LOANBKCS-RECORD
074600             INVALID KEY
074700                 DISPLAY "LOANBKUP: LOANBKCS WRITE FAILED "
074800                     BK-LOAN-NUMBER
074900         END-WRITE
075000         MOVE "Y" TO WS-CASE-FOUND-SW
075100     END-IF.
075200
075300 2900-STORE-CASE-EXIT.
075400     EXIT.
075500
075600*--------------------------------------------------------------*
075700* 3000-BUCKET-PAYMENTS - ONE DISPOSITION PER ITERATION. CASH   *
075800*    APPLIED TO LOANPHIST (APPLIED AND OVER-PAY, AS LOANPHLD   *
075900*    LOADS IT) ON A LOAN WITH AN OPEN CASE, RECEIVED ON OR     *
076000*    AFTER THE PETITION DATE, IS THE BORROWER'S OWN            *
076100*    POST-PETITION PAYMENT. SHORT PAYS ARE COUNTED WHEN        *
076200*    LOANSUSP RELEASES THEM BACK THROUGH LOANPOST AS APPLIED.  *
076300*--------------------------------------------------------------*
076400 3000-BUCKET-PAYMENTS.
076500     IF NOT (PD-APPLIED OR PD-OVER-PAY)
076600         GO TO 3000-BUCKET-PAYMENTS-NEXT
076700     END-IF
076800     MOVE PD-LOAN-NUMBER TO BK-LOAN-NUMBER
076900     READ LOANBKCS
077000     IF WS-BKCS-STATUS NOT = "00"
077100         GO TO 3000-BUCKET-PAYMENTS-NEXT
077200     END-IF
077300     IF NOT BK-CASE-OPEN
077400             OR PD-DATE-RECEIVED < BK-PETITION-DATE
077500         GO TO 3000-BUCKET-PAYMENTS-NEXT
077600     END-IF
077700     MOVE "Y" TO WS-CASE-FOUND-SW
077800     ADD PD-AMOUNT-RECEIVED TO BK-BORROWER-PAID
077900     MOVE PD-DATE-RECEIVED  TO BK-LAST-BORROWER-DATE
078000     PERFORM 2900-STORE-CASE THRU 2900-STORE-CASE-EXIT
078100     ADD 1 TO WS-BORROWER-COUNT
078200     ADD PD-AMOUNT-RECEIVED TO WS-BORROWER-TOTAL
078300     MOVE PD-LOAN-NUMBER     TO WD-LOAN-NUMBER
078400     MOVE "POST-PETITION PAYMENT   " TO WD-ACTION
078500     MOVE PD-DATE-RECEIVED   TO WD-DATE
078600     MOVE PD-AMOUNT-RECEIVED TO WD-AMOUNT
078700     MOVE BK-CASE-NUMBER     TO WD-CASE-NUMBER
078800     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
078900
079000 3000-BUCKET-PAYMENTS-NEXT.
079100     READ LOANPDSP
079200         AT END MOVE "Y" TO WS-PDSP-EOF-SW
079300     END-READ.
079400
079500 3000-BUCKET-PAYMENTS-EXIT.
079600     EXIT.
079700
079800*--------------------------------------------------------------*
079900* 4000-BACK-OUT-RETURNS - ONE RETURNED-ITEM MOVEMENT PER       *
080000*    ITERATION. APPLIED CASH LOANNSFR TOOK BACK OUT OF         *
080100*    LOANPHIST ON A LOAN WITH AN OPEN CASE COMES OFF THE       *
080200*    BORROWER BUCKET.                                          *
080300*--------------------------------------------------------------*
080400 4000-BACK-OUT-RETURNS.
080500     IF NF-HIST-CHANGE = ZERO
080600         GO TO 4000-BACK-OUT-RETURNS-NEXT
080700     END-IF
080800     MOVE NF-LOAN-NUMBER TO BK-LOAN-NUMBER
080900     READ LOANBKCS
081000     IF WS-BKCS-STATUS NOT = "00"
081100         GO TO 4000-BACK-OUT-RETURNS-NEXT
081200     END-IF
081300     IF NOT BK-CASE-OPEN
081400         GO TO 4000-BACK-OUT-RETURNS-NEXT
081500     END-IF
081600     MOVE "Y" TO WS-CASE-FOUND-SW
081700     ADD NF-HIST-CHANGE TO BK-BORROWER-PAID
081800     PERFORM 2900-STORE-CASE THRU 2900-STORE-CASE-EXIT
081900     ADD 1 TO WS-RETURN-COUNT
082000     ADD NF-HIST-CHANGE TO WS-RETURN-TOTAL
082100     MOVE NF-LOAN-NUMBER     TO WD-LOAN-NUMBER
082200     MOVE "RETURNED ITEM BACKED OUT" TO WD-ACTION
082300     MOVE WS-BUSINESS-DATE   TO WD-DATE
082400     MOVE NF-HIST-CHANGE     TO WD-AMOUNT
082500     MOVE BK-CASE-NUMBER     TO WD-CASE-NUMBER
082600     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
082700
082800 4000-BACK-OUT-RETURNS-NEXT.
082900     READ LOANNSFA
083000         AT END MOVE "Y" TO WS-NSFA-EOF-SW
083100     END-READ.
083200
083300 4000-BACK-OUT-RETURNS-EXIT.
083400     EXIT.
083500
083600*--------------------------------------------------------------*
083700* 5000-PRINT-EVENT - ONE REGISTER LINE FOR AN APPLIED EVENT;   *
083800*    WD-ACTION AND WD-AMOUNT ARE SET BY THE CALLER             *
083900*--------------------------------------------------------------*
084000 5000-PRINT-EVENT.
084100     MOVE BT-LOAN-NUMBER TO WD-LOAN-NUMBER
084200     MOVE BT-EVENT-DATE  TO WD-DATE
084300     MOVE BK-CASE-NUMBER TO WD-CASE-NUMBER
084400     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
084500
084600 5000-PRINT-EVENT-EXIT.
084700     EXIT.
084800
084900*--------------------------------------------------------------*
085000* 5900-REJECT-EVENT - THE EVENT IS NOT APPLIED; IT PRINTS ON   *
085100*    THE REGISTER WITH THE REASON FOR THE DESK TO CORRECT      *
085200*--------------------------------------------------------------*
085300 5900-REJECT-EVENT.
085400     ADD 1 TO WS-REJECT-COUNT
085500     MOVE BT-LOAN-NUMBER TO WD-LOAN-NUMBER
085600     MOVE BT-EVENT-DATE  TO WD-DATE
085700     MOVE BT-AMOUNT      TO WD-AMOUNT
085800     MOVE BT-CASE-NUMBER TO WD-CASE-NUMBER
085900     WRITE PRINT-LINE FROM WS-DETAIL-LINE
085910     MOVE SPACES           TO LOANRJCT-RECORD
085920     MOVE "LOANBKUP"       TO RJ-PROGRAM
085930     MOVE BT-LOAN-NUMBER   TO RJ-LOAN-NUMBER
085940     MOVE "90"             TO RJ-STATUS
085950     MOVE WD-ACTION        TO RJ-REASON
085960     MOVE LOANBKTR-RECORD  TO RJ-RECORD-IMAGE
085970     WRITE LOANRJCT-RECORD.
086000
086100 5900-REJECT-EVENT-EXIT.
086200     EXIT.
086300
086400*--------------------------------------------------------------*
086500* 8000-PRINT-TOTALS - COUNTS AND DOLLARS BY EVENT AND BUCKET   *
086600*--------------------------------------------------------------*
086700 8000-PRINT-TOTALS.
086800     WRITE PRINT-LINE FROM SPACES
086900     MOVE "CASE EVENTS READ  . . . . ." TO WX-LABEL
087000     MOVE WS-TRAN-COUNT                 TO WX-COUNT
087100     MOVE ZERO                          TO WX-AMOUNT
087200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
087300     MOVE "CASES OPENED  . . . . . . ." TO WX-LABEL
087400     MOVE WS-FILING-COUNT               TO WX-COUNT
087500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
087600     MOVE "PROOFS OF CLAIM . . . . . ." TO WX-LABEL
087700     MOVE WS-CLAIM-COUNT                TO WX-COUNT
087800     MOVE WS-CLAIM-TOTAL                TO WX-AMOUNT
087900     WRITE PRINT-LINE FROM WS-TOTAL-LINE
088000     MOVE "TRUSTEE - PRE-PETITION  . ." TO WX-LABEL
088100     MOVE WS-TRUSTEE-COUNT              TO WX-COUNT
088200     MOVE WS-TRUSTEE-TOTAL              TO WX-AMOUNT
088300     WRITE PRINT-LINE FROM WS-TOTAL-LINE
088400     MOVE "BORROWER - POST-PETITION  ." TO WX-LABEL
088500     MOVE WS-BORROWER-COUNT             TO WX-COUNT
088600     MOVE WS-BORROWER-TOTAL             TO WX-AMOUNT
088700     WRITE PRINT-LINE FROM WS-TOTAL-LINE
088800     MOVE "RETURNED ITEMS BACKED OUT ." TO WX-LABEL
088900     MOVE WS-RETURN-COUNT               TO WX-COUNT
089000     MOVE WS-RETURN-TOTAL               TO WX-AMOUNT
089100     WRITE PRINT-LINE FROM WS-TOTAL-LINE
089200     MOVE "CASES DISCHARGED  . . . . ." TO WX-LABEL
089300     MOVE WS-DISCHARGE-COUNT            TO WX-COUNT
089400     MOVE ZERO                          TO WX-AMOUNT
089500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
089600     MOVE "CASES DISMISSED . . . . . ." TO WX-LABEL
089700     MOVE WS-DISMISSAL-COUNT            TO WX-COUNT
089800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
089900     MOVE "STATUS CHANGES TO LOANUPDT ." TO WX-LABEL
090000     MOVE WS-STATUS-TRAN-COUNT          TO WX-COUNT
090100     WRITE PRINT-LINE FROM WS-TOTAL-LINE
090200     MOVE "EVENTS REJECTED . . . . . ." TO WX-LABEL
090300     MOVE WS-REJECT-COUNT               TO WX-COUNT
090400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
090500     IF WS-REJECT-COUNT > ZERO
090600         MOVE 4 TO RETURN-CODE
090700     END-IF.
090800
090900 8000-PRINT-TOTALS-EXIT.
091000     EXIT.
091100
091200*--------------------------------------------------------------*
091300* 9000-TERMINATE                                               *
091400*--------------------------------------------------------------*
091500 9000-TERMINATE.
091600     CLOSE LOANMAST
091700     CLOSE LOANBKCS
091800     IF WS-BKTR-STATUS = "00" OR WS-BKTR-STATUS = "10"
091900         CLOSE LOANBKTR
092000     END-IF
092100     IF WS-PDSP-STATUS = "00" OR WS-PDSP-STATUS = "10"
092200         CLOSE LOANPDSP
092300     END-IF
092400     IF WS-NSFA-STATUS = "00" OR WS-NSFA-STATUS = "10"
092500         CLOSE LOANNSFA
092600     END-IF
092700     CLOSE LOANBKTRN
092800     CLOSE LOANBKRG
092810     CLOSE LOANRJCT
092900     DISPLAY "LOANBKUP: EVENTS=" WS-TRAN-COUNT
093000         " STATUS CHANGES=" WS-STATUS-TRAN-COUNT
093100         " REJECTED=" WS-REJECT-COUNT
093200     MOVE "E"              TO WS-CY-FUNCTION
093300     MOVE "LOANBKUP "      TO WS-CY-PROGRAM
093400     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
093500     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
093600     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
093700
093800 END PROGRAM LOANBKUP.
