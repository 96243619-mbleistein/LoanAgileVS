000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANQWUP.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-29.
000600 DATE-COMPILED. 2026-09-29.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-29  LSG  Initial version. Daily borrower complaint  *
001000*               and qualified written request maintenance.     *
001100*               Case transactions keyed by the correspondence  *
001200*               desk on LOANQWTR - open, acknowledge, update,  *
001300*               extend and close - are applied to the LOANQWCS *
001400*               case file kept by loan and case number.        *
001500*               Opening a case sets the acknowledgment         *
001600*               deadline five business days and the response   *
001700*               deadline thirty business days after receipt;   *
001800*               weekends and the dates on the LOANHOLI holiday *
001900*               calendar are not business days. Every          *
002000*               transaction prints on the LOANQWRG register.   *
002100*               The open cases are then aged against the       *
002200*               business date and those within two business    *
002300*               days of a deadline, or past one, are listed on *
002400*               LOANQWAG. An open payment dispute on LOANQWCS  *
002500*               is what LOANMET2 reports to the bureaus as     *
002600*               disputed.                                      *
002610*  2026-10-05  LSG  Rejected case transactions also written to *
002620*               the common LOANRJCT file so LOANRJRS can split *
002630*               them out for resubmission.                     *
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
003800     SELECT LOANHOLI ASSIGN TO "LOANHOLI"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-HOLI-STATUS.
004100     SELECT LOANQWTR ASSIGN TO "LOANQWTR"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-QWTR-STATUS.
004400     SELECT LOANMAST ASSIGN TO "LOANMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS LM-LOAN-NUMBER
004800         FILE STATUS IS WS-MAST-STATUS.
004900     SELECT LOANQWCS ASSIGN TO "LOANQWCS"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS QW-KEY
005300         FILE STATUS IS WS-QWCS-STATUS.
005400     SELECT LOANQWRG ASSIGN TO "LOANQWRG"
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT LOANQWAG ASSIGN TO "LOANQWAG"
005700         ORGANIZATION IS SEQUENTIAL.
005710     SELECT LOANRJCT ASSIGN TO "LOANRJCT"
005720         ORGANIZATION IS SEQUENTIAL
005730         FILE STATUS IS WS-RJCT-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100*--------------------------------------------------------------*
006200* LOANPARM - THE RUN-CONTROL RECORD; THE BUSINESS DATE IS THE  *
006300*    DATE THE CASES ARE AGED AGAINST                           *
006400*--------------------------------------------------------------*
006500 FD  LOANPARM
006600     RECORDING MODE IS F.
006700 01  LOANPARM-RECORD.
006800     05 PR-BUSINESS-DATE         PIC 9(08).
006900     05 PR-RUN-ID                PIC X(08).
007000     05 PR-OPT-SKED-ONLY         PIC X(01).
007100     05 PR-OPT-SKIP-DELQ         PIC X(01).
007200     05 PR-OPT-FULL-RUN          PIC X(01).
007300     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
007400     05 PR-GENERATIONS-KEPT      PIC 9(02).
007500
007600*--------------------------------------------------------------*
007700* LOANHOLI - HOLIDAY CALENDAR, ONE CARD PER BANK HOLIDAY ON    *
007800*    WHICH THE OFFICE IS CLOSED. OPTIONAL; WITHOUT IT ONLY     *
007900*    SATURDAYS AND SUNDAYS ARE PASSED OVER.                    *
008000*--------------------------------------------------------------*
008100 FD  LOANHOLI
008200     RECORDING MODE IS F.
008300 01  LOANHOLI-RECORD.
008400     05 HL-HOLIDAY-DATE          PIC 9(08).
008500     05 HL-HOLIDAY-NAME          PIC X(30).
008600     05 FILLER                   PIC X(42).
008700
008800*--------------------------------------------------------------*
008900* LOANQWTR - CASE TRANSACTIONS KEYED BY THE CORRESPONDENCE     *
009000*            DESK, SORTED BY LOAN AND CASE NUMBER. CT-EVENT-   *
009100*            DATE IS THE DATE THE LETTER WAS RECEIVED ON AN    *
009200*            OPEN, THE DATE THE ACKNOWLEDGMENT WENT OUT ON AN  *
009300*            ACKNOWLEDGE, THE DATE THE EXTENSION NOTICE WENT   *
009400*            OUT ON AN EXTEND AND THE DATE THE WRITTEN         *
009500*            RESPONSE WENT OUT ON A CLOSE. ON AN UPDATE ONLY   *
009600*            THE FIELDS KEYED NON-BLANK ARE CHANGED.           *
009700*--------------------------------------------------------------*
009800 FD  LOANQWTR
009900     RECORDING MODE IS F.
010000 01  LOANQWTR-RECORD.
010100     05 CT-LOAN-NUMBER           PIC X(10).
010200     05 CT-CASE-NUMBER           PIC X(10).
010300     05 CT-TRAN-TYPE             PIC X(01).
010400         88 CT-OPEN                              VALUE "O".
010500         88 CT-ACKNOWLEDGE                       VALUE "A".
010600         88 CT-UPDATE                            VALUE "U".
010700         88 CT-EXTEND                            VALUE "E".
010800         88 CT-CLOSE                             VALUE "C".
010900     05 CT-EVENT-DATE            PIC 9(08).
011000     05 CT-CASE-TYPE             PIC X(01).
011100         88 CT-TYPE-VALID                        VALUE "Q" "E"
011200                                                       "C".
011300     05 CT-CATEGORY              PIC X(02).
011400         88 CT-CATEGORY-VALID                    VALUE "PD" "ES"
011500                                                       "FE" "CR"
011600                                                       "PO" "LM"
011700                                                       "IR" "SV"
011800                                                       "OT".
011900     05 CT-RESOLUTION            PIC X(01).
012000     05 CT-DESCRIPTION           PIC X(40).
012100     05 FILLER                   PIC X(07).
012200
012300*--------------------------------------------------------------*
012400* LOANMAST - ONE RECORD PER LOAN, KEYED ON LM-LOAN-NUMBER      *
012500*--------------------------------------------------------------*
012600 FD  LOANMAST
012700     RECORDING MODE IS F.
012800 01  LOANMAST-RECORD.
012900     05 LM-LOAN-NUMBER           PIC X(10).
013000     05 LM-CUSTOMER-ID           PIC X(10).
013100     05 LM-PRINCIPAL             PIC S9(8)      COMP-3.
013200     05 LM-LOANTERM              PIC S9(8)      COMP-3.
013300     05 LM-RATE                  PIC S9(9)V9(9).
013400     05 LM-PAYMENT-FREQUENCY     PIC X(01).
013500     05 LM-ESCROW-AMT            PIC S9(7)V99   COMP-3.
013600     05 LM-BALLOON-TERM          PIC S9(8)      COMP-3.
013700     05 LM-RATE-RESET-COUNT      PIC S9(4)      COMP.
013800     05 LM-RATE-RESETS OCCURS 3 TIMES.
013900         10 LM-RESET-EFF-MONTH   PIC S9(4)      COMP.
014000         10 LM-RESET-RATE        PIC S9(9)V9(9).
014100     05 LM-FIRST-PMT-YEAR        PIC 9(04).
014200     05 LM-FIRST-PMT-MONTH       PIC 9(02).
014300     05 LM-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
014400     05 LM-DAY-COUNT-METHOD      PIC X(01).
014500     05 LM-EXTRA-PRINCIPAL-AMT   PIC S9(7)V99   COMP-3.
014600     05 LM-INVESTOR-CODE         PIC X(03).
014700     05 LM-IO-MONTHS             PIC S9(4)      COMP.
014800     05 LM-FORBEAR-START-MONTH   PIC S9(4)      COMP.
014900     05 LM-FORBEAR-MONTHS        PIC S9(4)      COMP.
015000     05 LM-STATUS-CODE           PIC X(01).
015100         88 LM-STAT-ACTIVE                       VALUE " " "A".
015200         88 LM-STAT-BANKRUPT                     VALUE "B".
015300         88 LM-STAT-FORECLOSE                    VALUE "F".
015400         88 LM-STAT-PAIDOFF                      VALUE "P".
015500     05 LM-INDEX-CODE            PIC X(03).
015600     05 LM-INDEX-VALUE           PIC S9(3)V9(4) COMP-3.
015700     05 LM-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
015800     05 LM-PERIODIC-CAP          PIC S9(3)V9(4) COMP-3.
015900     05 LM-LIFETIME-CAP          PIC S9(3)V9(4) COMP-3.
016000     05 LM-RATE-FLOOR            PIC S9(3)V9(4) COMP-3.
016100     05 LM-ACH-ROUTING           PIC X(09).
016200     05 LM-ACH-ACCOUNT           PIC X(17).
016300     05 LM-AUTOPAY-FLAG          PIC X(01).
016400         88 LM-AUTOPAY-OFF                       VALUE " " "N".
016500         88 LM-AUTOPAY-PRENOTE                   VALUE "P".
016600         88 LM-AUTOPAY-ON                        VALUE "Y".
016700     05 LM-ESCROW-INT-RATE       PIC S9(3)V9(4) COMP-3.
016800     05 LM-BUYDOWN-COUNT         PIC S9(4)      COMP.
016900     05 LM-BUYDOWN-STEPS OCCURS 3 TIMES.
017000         10 LM-BUYDOWN-MONTHS    PIC S9(4)      COMP.
017100         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
017200
017300*--------------------------------------------------------------*
017400* LOANQWCS - COMPLAINT AND QUALIFIED WRITTEN REQUEST CASE      *
017500*    FILE, KEYED ON LOAN NUMBER AND THE DESK'S CASE NUMBER. A  *
017600*    CASE IS OPEN UNTIL THE WRITTEN RESPONSE GOES OUT. AN OPEN *
017700*    CASE IN CATEGORY PD (PAYMENT DISPUTE) IS REPORTED TO THE  *
017800*    CREDIT BUREAUS AS DISPUTED BY LOANMET2.                   *
017900*--------------------------------------------------------------*
018000 FD  LOANQWCS
018100     RECORDING MODE IS F.
018200 01  LOANQWCS-RECORD.
018300     05 QW-KEY.
018400         10 QW-LOAN-NUMBER       PIC X(10).
018500         10 QW-CASE-NUMBER       PIC X(10).
018600     05 QW-CASE-TYPE             PIC X(01).
018700         88 QW-TYPE-QWR                          VALUE "Q".
018800         88 QW-TYPE-ERROR                        VALUE "E".
018900         88 QW-TYPE-COMPLAINT                    VALUE "C".
019000         88 QW-TYPE-VALID                        VALUE "Q" "E"
019100                                                       "C".
019200     05 QW-CATEGORY              PIC X(02).
019300         88 QW-CAT-PAYMENT-DISPUTE               VALUE "PD".
019400         88 QW-CATEGORY-VALID                    VALUE "PD" "ES"
019500                                                       "FE" "CR"
019600                                                       "PO" "LM"
019700                                                       "IR" "SV"
019800                                                       "OT".
019900     05 QW-RECEIVED-DATE         PIC 9(08).
020000     05 QW-ACK-DUE-DATE          PIC 9(08).
020100     05 QW-ACK-DATE              PIC 9(08).
020200     05 QW-RESP-DUE-DATE         PIC 9(08).
020300     05 QW-EXTENDED-SW           PIC X(01).
020400         88 QW-RESP-EXTENDED                     VALUE "Y".
020500     05 QW-CASE-STATUS           PIC X(01).
020600         88 QW-CASE-OPEN                         VALUE "O".
020700         88 QW-CASE-CLOSED                       VALUE "C".
020800     05 QW-CLOSED-DATE           PIC 9(08).
020900     05 QW-RESOLUTION            PIC X(01).
021000         88 QW-RES-CORRECTED                     VALUE "C".
021100         88 QW-RES-NO-ERROR                      VALUE "N".
021200         88 QW-RES-INFO-SENT                     VALUE "I".
021300         88 QW-RES-WITHDRAWN                     VALUE "W".
021400         88 QW-RESOLUTION-VALID                  VALUE "C" "N"
021500                                                       "I" "W".
021600     05 QW-DESCRIPTION           PIC X(40).
021700     05 QW-LAST-ACTION-DATE      PIC 9(08).
021800     05 FILLER                   PIC X(10).
021900
022000*--------------------------------------------------------------*
022100* LOANQWRG - PRINTED CASE MAINTENANCE REGISTER                 *
022200*--------------------------------------------------------------*
022300 FD  LOANQWRG
022400     RECORDING MODE IS F.
022500 01  PRINT-LINE                  PIC X(80).
022600
022700*--------------------------------------------------------------*
022800* LOANQWAG - PRINTED AGING REPORT OF OPEN CASES NEARING OR     *
022900*            PAST A DEADLINE                                   *
023000*--------------------------------------------------------------*
023100 FD  LOANQWAG
023200     RECORDING MODE IS F.
023300 01  AGING-LINE                  PIC X(80).
023400
023401*--------------------------------------------------------------*
023402* LOANRJCT - COMMON REJECT FILE SHARED BY THE BATCH PROGRAMS   *
023403*    AND SPLIT FOR RESUBMISSION BY LOANRJRS                    *
023404*--------------------------------------------------------------*
023405 FD  LOANRJCT
023406     RECORDING MODE IS F.
023407 01  LOANRJCT-RECORD.
023408     05 RJ-PROGRAM               PIC X(09).
023409     05 RJ-LOAN-NUMBER           PIC X(10).
023410     05 RJ-STATUS                PIC X(02).
023411     05 RJ-REASON                PIC X(30).
023412     05 RJ-RECORD-IMAGE          PIC X(400).
023413
023500 WORKING-STORAGE SECTION.
023600 77  WS-PARM-STATUS              PIC X(02)      VALUE "00".
023700 77  WS-HOLI-STATUS              PIC X(02)      VALUE "00".
023800 77  WS-QWTR-STATUS              PIC X(02)      VALUE "00".
023900 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
024000 77  WS-QWCS-STATUS              PIC X(02)      VALUE "00".
024010 77  WS-RJCT-STATUS              PIC X(02)      VALUE "00".
024100 77  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
024200 01  WS-CYCLE-REQUEST.
024300     03 WS-CY-FUNCTION           PIC X(01).
024400     03 WS-CY-PROGRAM            PIC X(09).
024500     03 WS-CY-BUSINESS-DATE      PIC 9(08).
024600     03 WS-CY-END-RETURN-CODE    PIC 9(04).
024700     03 WS-CY-RESULT             PIC X(01).
024800         88 WS-CY-OK                             VALUE "Y".
024900 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
025000     88 END-OF-LOANQWTR                          VALUE "Y".
025100 77  WS-HOLI-EOF-SW              PIC X(01)      VALUE "N".
025200     88 END-OF-LOANHOLI                          VALUE "Y".
025300 77  WS-QWCS-EOF-SW              PIC X(01)      VALUE "N".
025400     88 END-OF-LOANQWCS                          VALUE "Y".
025500 77  WS-CASE-FOUND-SW            PIC X(01)      VALUE "N".
025600     88 CASE-ON-FILE                             VALUE "Y".
025700 77  WS-HOLIDAY-SW               PIC X(01)      VALUE "N".
025800     88 WS-IS-HOLIDAY                            VALUE "Y".
025900 77  WS-LEAP-YEAR-SW             PIC X(01)      VALUE "N".
026000     88 WS-IS-LEAP-YEAR                          VALUE "Y".
026100 77  WS-AGE-FLAG-SW              PIC X(01)      VALUE "N".
026200     88 CASE-NEEDS-LISTING                       VALUE "Y".
026300 77  WS-WARN-DAYS                PIC S9(04)     COMP   VALUE 2.
026400 77  WS-ACK-DAYS                 PIC S9(04)     COMP   VALUE 5.
026500 77  WS-RESP-DAYS                PIC S9(04)     COMP   VALUE 30.
026600 77  WS-EXTEND-DAYS              PIC S9(04)     COMP   VALUE 15.
026700 77  WS-WARN-DATE                PIC 9(08)      VALUE ZERO.
026800 77  WS-HOLIDAY-COUNT            PIC S9(04)     COMP   VALUE ZERO.
026900 77  WS-HOLIDAY-IX               PIC S9(04)     COMP   VALUE ZERO.
027000 77  WS-BD-COUNT                 PIC S9(04)     COMP   VALUE ZERO.
027100 77  WS-BD-ADDED                 PIC S9(04)     COMP   VALUE ZERO.
027200 77  WS-DAY-OF-WEEK              PIC S9(04)     COMP   VALUE ZERO.
027300 77  WS-MONTH-DAYS-W             PIC S9(04)     COMP   VALUE ZERO.
027400 77  WS-YEAR-REMAINDER           PIC S9(04)     COMP   VALUE ZERO.
027500 77  WS-ZL-YEAR                  PIC S9(06)     COMP   VALUE ZERO.
027600 77  WS-ZL-MONTH                 PIC S9(04)     COMP   VALUE ZERO.
027700 77  WS-ZL-CENTURY               PIC S9(04)     COMP   VALUE ZERO.
027800 77  WS-ZL-YEAR-OF-CENT          PIC S9(04)     COMP   VALUE ZERO.
027900 77  WS-ZL-MONTH-TERM            PIC S9(04)     COMP   VALUE ZERO.
028000 77  WS-ZL-YEAR-TERM             PIC S9(04)     COMP   VALUE ZERO.
028100 77  WS-ZL-CENT-TERM             PIC S9(04)     COMP   VALUE ZERO.
028200 77  WS-ZL-SUM                   PIC S9(06)     COMP   VALUE ZERO.
028300 77  WS-ZL-QUOTIENT              PIC S9(06)     COMP   VALUE ZERO.
028400 77  WS-TRAN-COUNT               PIC 9(07)      COMP   VALUE ZERO.
028500 77  WS-OPEN-COUNT               PIC 9(07)      COMP   VALUE ZERO.
028600 77  WS-ACK-COUNT                PIC 9(07)      COMP   VALUE ZERO.
028700 77  WS-UPDATE-COUNT             PIC 9(07)      COMP   VALUE ZERO.
028800 77  WS-EXTEND-COUNT             PIC 9(07)      COMP   VALUE ZERO.
028900 77  WS-CLOSE-COUNT              PIC 9(07)      COMP   VALUE ZERO.
029000 77  WS-LATE-CLOSE-COUNT         PIC 9(07)      COMP   VALUE ZERO.
029100 77  WS-REJECT-COUNT             PIC 9(07)      COMP   VALUE ZERO.
029200 77  WS-AGED-COUNT               PIC 9(07)      COMP   VALUE ZERO.
029300 77  WS-ACK-SOON-COUNT           PIC 9(07)      COMP   VALUE ZERO.
029400 77  WS-ACK-PAST-COUNT           PIC 9(07)      COMP   VALUE ZERO.
029500 77  WS-RESP-SOON-COUNT          PIC 9(07)      COMP   VALUE ZERO.
029600 77  WS-RESP-PAST-COUNT          PIC 9(07)      COMP   VALUE ZERO.
029700 77  WS-DISPUTE-COUNT            PIC 9(07)      COMP   VALUE ZERO.
029800
029900 01  WS-BD-DATE                  PIC 9(08)      VALUE ZERO.
030000 01  WS-BD-DATE-X REDEFINES WS-BD-DATE.
030100     05 WS-BD-YEAR               PIC 9(04).
030200     05 WS-BD-MONTH              PIC 9(02).
030300     05 WS-BD-DAY                PIC 9(02).
030400
030500 01  WS-MONTH-DAYS-LIT           PIC X(24)
030600         VALUE "312831303130313130313031".
030700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIT.
030800     05 WS-MONTH-DAYS            PIC 9(2) OCCURS 12 TIMES.
030900
031000 01  WS-HOLIDAY-TABLE.
031100     05 WS-HOLIDAY-DATE          PIC 9(08)      OCCURS 60 TIMES.
031200
031300 01  WS-REPORT-HEADING.
031400     05 FILLER              PIC X(40)  VALUE
031500         "COMPLAINT / QWR CASE REGISTER -         ".
031600     05 WH-BUSINESS-DATE    PIC 9(08).
031700     05 FILLER              PIC X(32)  VALUE SPACES.
031800
031900 01  WS-COLUMN-HEADING.
032000     05 FILLER              PIC X(40)  VALUE
032100         "LOAN        CASE        ACTION         ".
032200     05 FILLER              PIC X(40)  VALUE
032300         "          DATE      ACK DUE   RESP DUE".
032400
032500 01  WS-DETAIL-LINE.
032600     05 WD-LOAN-NUMBER           PIC X(10).
032700     05 FILLER                   PIC X(02)      VALUE SPACES.
032800     05 WD-CASE-NUMBER           PIC X(10).
032900     05 FILLER                   PIC X(02)      VALUE SPACES.
033000     05 WD-ACTION                PIC X(24).
033100     05 FILLER                   PIC X(02)      VALUE SPACES.
033200     05 WD-DATE                  PIC 9(08).
033300     05 FILLER                   PIC X(02)      VALUE SPACES.
033400     05 WD-ACK-DUE               PIC 9(08).
033500     05 FILLER                   PIC X(02)      VALUE SPACES.
033600     05 WD-RESP-DUE              PIC 9(08).
033700
033800 01  WS-TOTAL-LINE.
033900     05 WX-LABEL                 PIC X(28).
034000     05 WX-COUNT                 PIC ZZZ,ZZ9.
034100
034200 01  WS-AGING-HEADING.
034300     05 FILLER              PIC X(40)  VALUE
034400         "COMPLAINT / QWR DEADLINE AGING -        ".
034500     05 WA-BUSINESS-DATE    PIC 9(08).
034600     05 FILLER              PIC X(32)  VALUE SPACES.
034700
034800 01  WS-AGING-COLUMNS.
034900     05 FILLER              PIC X(40)  VALUE
035000         "LOAN        CASE       TY CA RECEIVED  ".
035100     05 FILLER              PIC X(40)  VALUE
035200         "ACK DUE   ACK       RESP DUE  STANDING".
035300
035400 01  WS-AGING-DETAIL.
035500     05 WG-LOAN-NUMBER           PIC X(10).
035600     05 FILLER                   PIC X(02)      VALUE SPACES.
035700     05 WG-CASE-NUMBER           PIC X(10).
035800     05 FILLER                   PIC X(01)      VALUE SPACES.
035900     05 WG-CASE-TYPE             PIC X(01).
036000     05 FILLER                   PIC X(02)      VALUE SPACES.
036100     05 WG-CATEGORY              PIC X(02).
036200     05 FILLER                   PIC X(01)      VALUE SPACES.
036300     05 WG-RECEIVED-DATE         PIC 9(08).
036400     05 FILLER                   PIC X(03)      VALUE SPACES.
036500     05 WG-ACK-DUE               PIC 9(08).
036600     05 FILLER                   PIC X(02)      VALUE SPACES.
036700     05 WG-ACK-DATE              PIC X(08).
036800     05 FILLER                   PIC X(02)      VALUE SPACES.
036900     05 WG-RESP-DUE              PIC 9(08).
037000     05 FILLER                   PIC X(02)      VALUE SPACES.
037100     05 WG-STANDING              PIC X(10).
037200
037300 PROCEDURE DIVISION.
037400*--------------------------------------------------------------*
037500* 0000-MAINLINE                                                *
037600*--------------------------------------------------------------*
037700 0000-MAINLINE.
037800     PERFORM 1000-INITIALIZE
037900     PERFORM 2000-APPLY-TRANS THRU 2000-APPLY-TRANS-EXIT
038000         UNTIL END-OF-LOANQWTR
038100     PERFORM 3000-START-AGING THRU 3000-START-AGING-EXIT
038200     PERFORM 3100-AGE-CASES THRU 3100-AGE-CASES-EXIT
038300         UNTIL END-OF-LOANQWCS
038400     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
038500     PERFORM 9000-TERMINATE
038600     GOBACK.
038700
038800*--------------------------------------------------------------*
038900* 1000-INITIALIZE                                              *
039000*--------------------------------------------------------------*
039100 1000-INITIALIZE.
039200     PERFORM 1100-READ-RUN-PARMS THRU 1100-READ-RUN-PARMS-EXIT
039300     PERFORM 1200-LOAD-HOLIDAYS THRU 1200-LOAD-HOLIDAYS-EXIT
039400     OPEN INPUT LOANMAST
039500     IF WS-MAST-STATUS NOT = "00"
039600         DISPLAY "LOANQWUP: MASTER FILE LOANMAST MISSING"
039700         MOVE 16 TO RETURN-CODE
039800         GOBACK
039900     END-IF
040000     OPEN I-O LOANQWCS
040100     IF WS-QWCS-STATUS = "35"
040200*        FIRST-EVER RUN - NO CASE FILE YET, CREATE ONE
040300         OPEN OUTPUT LOANQWCS
040400         CLOSE LOANQWCS
040500         OPEN I-O LOANQWCS
040600     END-IF
040700     IF WS-QWCS-STATUS NOT = "00"
040800         DISPLAY "LOANQWUP: CASE FILE LOANQWCS NOT USABLE,"
040900             " STATUS=" WS-QWCS-STATUS
041000         MOVE 16 TO RETURN-CODE
041100         GOBACK
041200     END-IF
041300     OPEN INPUT LOANQWTR
041400     IF WS-QWTR-STATUS NOT = "00"
041500*        NO CASE TRANSACTIONS TODAY - OPEN CASES ARE STILL AGED
041600         MOVE "Y" TO WS-EOF-SW
041700     END-IF
041800     OPEN OUTPUT LOANQWRG
041900     OPEN OUTPUT LOANQWAG
041910     OPEN EXTEND LOANRJCT
041920     IF WS-RJCT-STATUS NOT = "00"
041930         OPEN OUTPUT LOANRJCT
041940     END-IF
042000     MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE
042100     WRITE PRINT-LINE FROM WS-REPORT-HEADING
042200     WRITE PRINT-LINE FROM SPACES
042300     WRITE PRINT-LINE FROM WS-COLUMN-HEADING
042400     IF NOT END-OF-LOANQWTR
042500         READ LOANQWTR
042600             AT END MOVE "Y" TO WS-EOF-SW
042700         END-READ
042800     END-IF.
042900
043000*--------------------------------------------------------------*
043100* 1100-READ-RUN-PARMS - BUSINESS DATE FROM LOANPARM, AND THIS  *
043200*    STEP'S START ON THE CYCLE-CONTROL FILE. THE CASE FILE     *
043300*    DOES NOT DEPEND ON TONIGHT'S LOANBATCH, SO THERE IS NO    *
043400*    PRODUCER TO VERIFY.                                       *
043500*--------------------------------------------------------------*
043600 1100-READ-RUN-PARMS.
043700     OPEN INPUT LOANPARM
043800     IF WS-PARM-STATUS NOT = "00"
043900         DISPLAY "LOANQWUP: RUN-CONTROL FILE LOANPARM MISSING"
044000         MOVE 16 TO RETURN-CODE
044100         GOBACK
044200     END-IF
044300     READ LOANPARM
044400         AT END
044500             DISPLAY "LOANQWUP: RUN-CONTROL RECORD MISSING"
044600             MOVE 16 TO RETURN-CODE
044700             GOBACK
044800     END-READ
044900     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
045000     CLOSE LOANPARM
045100     MOVE "S"              TO WS-CY-FUNCTION
045200     MOVE "LOANQWUP "      TO WS-CY-PROGRAM
045300     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
045400     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
045500
045600 1100-READ-RUN-PARMS-EXIT.
045700     EXIT.
045800
045900*--------------------------------------------------------------*
046000* 1200-LOAD-HOLIDAYS - THE HOLIDAY CALENDAR INTO A TABLE. A    *
046100*    MISSING CALENDAR IS NOT AN ERROR, BUT IS NOTED, SINCE     *
046200*    EVERY WEEKDAY IS THEN COUNTED AS A BUSINESS DAY.          *
046300*--------------------------------------------------------------*
046400 1200-LOAD-HOLIDAYS.
046500     OPEN INPUT LOANHOLI
046600     IF WS-HOLI-STATUS NOT = "00"
046700         DISPLAY "LOANQWUP: NO HOLIDAY CALENDAR LOANHOLI -"
046800             " WEEKENDS ONLY"
046900         MOVE "Y" TO WS-HOLI-EOF-SW
047000         GO TO 1200-LOAD-HOLIDAYS-EXIT
047100     END-IF
047200     READ LOANHOLI
047300         AT END MOVE "Y" TO WS-HOLI-EOF-SW
047400     END-READ
047500     PERFORM 1210-STORE-HOLIDAY THRU 1210-STORE-HOLIDAY-EXIT
047600         UNTIL END-OF-LOANHOLI
047700     CLOSE LOANHOLI.
047800
047900 1200-LOAD-HOLIDAYS-EXIT.
048000     EXIT.
048100
048200*--------------------------------------------------------------*
048300* 1210-STORE-HOLIDAY - ONE CALENDAR CARD. CARDS PAST THE TABLE *
048400*    ARE DROPPED WITH A MESSAGE.                               *
048500*--------------------------------------------------------------*
048600 1210-STORE-HOLIDAY.
048700     IF WS-HOLIDAY-COUNT < 60
048800         ADD 1 TO WS-HOLIDAY-COUNT
048900         MOVE HL-HOLIDAY-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
049000     ELSE
049100         DISPLAY "LOANQWUP: HOLIDAY TABLE FULL, DROPPED "
049200             HL-HOLIDAY-DATE
049300     END-IF
049400     READ LOANHOLI
049500         AT END MOVE "Y" TO WS-HOLI-EOF-SW
049600     END-READ.
049700
049800 1210-STORE-HOLIDAY-EXIT.
049900     EXIT.
050000
050100*--------------------------------------------------------------*
050200* 2000-APPLY-TRANS - ONE CASE TRANSACTION PER ITERATION. THE   *
050300*    LOAN MUST BE ON THE MASTER; THE CASE RECORD, IF ANY, IS   *
050400*    READ AND THE TRANSACTION APPLIED TO IT                    *
050500*--------------------------------------------------------------*
050600 2000-APPLY-TRANS.
050700     ADD 1 TO WS-TRAN-COUNT
050800     MOVE CT-LOAN-NUMBER TO LM-LOAN-NUMBER
050900     READ LOANMAST
051000     IF WS-MAST-STATUS NOT = "00"
051100         MOVE "REJECTED-NOT ON MASTER  " TO WD-ACTION
051200         PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
051300         GO TO 2000-APPLY-TRANS-NEXT
051400     END-IF
051500     IF CT-CASE-NUMBER = SPACES
051600         MOVE "REJECTED-NO CASE NUMBER " TO WD-ACTION
051700         PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
051800         GO TO 2000-APPLY-TRANS-NEXT
051900     END-IF
052000     MOVE CT-LOAN-NUMBER TO QW-LOAN-NUMBER
052100     MOVE CT-CASE-NUMBER TO QW-CASE-NUMBER
052200     READ LOANQWCS
052300         INVALID KEY
052400             MOVE "N" TO WS-CASE-FOUND-SW
052500         NOT INVALID KEY
052600             MOVE "Y" TO WS-CASE-FOUND-SW
052700     END-READ
052800     IF NOT CT-OPEN
052900             AND NOT (CASE-ON-FILE AND QW-CASE-OPEN)
053000         MOVE "REJECTED-NO OPEN CASE   " TO WD-ACTION
053100         PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
053200         GO TO 2000-APPLY-TRANS-NEXT
053300     END-IF
053400     EVALUATE TRUE
053500         WHEN CT-OPEN
053600             PERFORM 2100-OPEN-CASE THRU 2100-OPEN-CASE-EXIT
053700         WHEN CT-ACKNOWLEDGE
053800             PERFORM 2200-ACKNOWLEDGE THRU 2200-ACKNOWLEDGE-EXIT
053900         WHEN CT-UPDATE
054000             PERFORM 2300-UPDATE-CASE THRU 2300-UPDATE-CASE-EXIT
054100         WHEN CT-EXTEND
054200             PERFORM 2400-EXTEND-CASE THRU 2400-EXTEND-CASE-EXIT
054300         WHEN CT-CLOSE
054400             PERFORM 2500-CLOSE-CASE THRU 2500-CLOSE-CASE-EXIT
054500         WHEN OTHER
054600             MOVE "REJECTED-BAD TRAN TYPE  " TO WD-ACTION
054700             PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
054800     END-EVALUATE.
054900
055000 2000-APPLY-TRANS-NEXT.
055100     READ LOANQWTR
055200         AT END MOVE "Y" TO WS-EOF-SW
055300     END-READ.
055400
055500 2000-APPLY-TRANS-EXIT.
055600     EXIT.
055700
055800*--------------------------------------------------------------*
055900* 2100-OPEN-CASE - A NEW LETTER. THE DEADLINES RUN FROM THE    *
056000*    DATE OF RECEIPT: THE ACKNOWLEDGMENT IS DUE FIVE BUSINESS  *
056100*    DAYS AFTER IT AND THE RESPONSE THIRTY. A CASE NUMBER      *
056200*    ALREADY USED ON THE LOAN IS NOT REOPENED.                 *
056300*--------------------------------------------------------------*
056400 2100-OPEN-CASE.
056500     IF CASE-ON-FILE
056600         MOVE "REJECTED-CASE ON FILE   " TO WD-ACTION
056700         PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
056800         GO TO 2100-OPEN-CASE-EXIT
056900     END-IF
057000     IF NOT CT-TYPE-VALID
057100         MOVE "REJECTED-BAD CASE TYPE  " TO WD-ACTION
057200         PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
057300         GO TO 2100-OPEN-CASE-EXIT
057400     END-IF
057500     IF NOT CT-CATEGORY-VALID
057600         MOVE "REJECTED-BAD CATEGORY   " TO WD-ACTION
057700         PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
057800         GO TO 2100-OPEN-CASE-EXIT
057900     END-IF
058000     IF CT-EVENT-DATE = ZERO OR CT-EVENT-DATE > WS-BUSINESS-DATE
058100         MOVE "REJECTED-BAD RECEIVED DT" TO WD-ACTION
058200         PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
058300         GO TO 2100-OPEN-CASE-EXIT
058400     END-IF
058500
058600     MOVE SPACES TO LOANQWCS-RECORD
058700     INITIALIZE LOANQWCS-RECORD
058800     MOVE CT-LOAN-NUMBER   TO QW-LOAN-NUMBER
058900     MOVE CT-CASE-NUMBER   TO QW-CASE-NUMBER
059000     MOVE CT-CASE-TYPE     TO QW-CASE-TYPE
059100     MOVE CT-CATEGORY      TO QW-CATEGORY
059200     MOVE CT-EVENT-DATE    TO QW-RECEIVED-DATE
059300     MOVE CT-DESCRIPTION   TO QW-DESCRIPTION
059400     MOVE "N"              TO QW-EXTENDED-SW
059500     MOVE "O"              TO QW-CASE-STATUS
059600     MOVE CT-EVENT-DATE    TO WS-BD-DATE
059700     MOVE WS-ACK-DAYS      TO WS-BD-COUNT
059800     PERFORM 7000-ADD-BUSINESS-DAYS
059900         THRU 7000-ADD-BUSINESS-DAYS-EXIT
060000     MOVE WS-BD-DATE       TO QW-ACK-DUE-DATE
060100     MOVE CT-EVENT-DATE    TO WS-BD-DATE
060200     MOVE WS-RESP-DAYS     TO WS-BD-COUNT
060300     PERFORM 7000-ADD-BUSINESS-DAYS
060400         THRU 7000-ADD-BUSINESS-DAYS-EXIT
060500     MOVE WS-BD-DATE       TO QW-RESP-DUE-DATE
060600     MOVE WS-BUSINESS-DATE TO QW-LAST-ACTION-DATE
060700     PERFORM 2900-STORE-CASE THRU 2900-STORE-CASE-EXIT
060800     ADD 1 TO WS-OPEN-COUNT
060900     IF QW-CAT-PAYMENT-DISPUTE
061000         MOVE "OPENED - PAYMENT DISPUTE" TO WD-ACTION
061100     ELSE
061200         MOVE "CASE OPENED             " TO WD-ACTION
061300     END-IF
061400     PERFORM 5000-PRINT-TRAN THRU 5000-PRINT-TRAN-EXIT.
061500
061600 2100-OPEN-CASE-EXIT.
061700     EXIT.
061800
061900*--------------------------------------------------------------*
062000* 2200-ACKNOWLEDGE - THE WRITTEN ACKNOWLEDGMENT WENT OUT. ONE  *
062100*    SENT AFTER THE DEADLINE IS STILL RECORDED BUT FLAGGED.    *
062200*--------------------------------------------------------------*
062300 2200-ACKNOWLEDGE.
062400     IF QW-ACK-DATE NOT = ZERO
062500         MOVE "REJECTED-ALREADY ACKED  " TO WD-ACTION
062600         PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
062700         GO TO 2200-ACKNOWLEDGE-EXIT
062800     END-IF
062900     IF CT-EVENT-DATE = ZERO OR CT-EVENT-DATE > WS-BUSINESS-DATE
063000             OR CT-EVENT-DATE < QW-RECEIVED-DATE
063100         MOVE "REJECTED-BAD ACK DATE   " TO WD-ACTION
063200         PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
063300         GO TO 2200-ACKNOWLEDGE-EXIT
063400     END-IF
063500     MOVE CT-EVENT-DATE    TO QW-ACK-DATE
063600     MOVE WS-BUSINESS-DATE TO QW-LAST-ACTION-DATE
063700     PERFORM 2900-STORE-CASE THRU 2900-STORE-CASE-EXIT
063800     ADD 1 TO WS-ACK-COUNT
063900     IF QW-ACK-DATE > QW-ACK-DUE-DATE
064000         MOVE "ACKNOWLEDGED - LATE     " TO WD-ACTION
064100     ELSE
064200         MOVE "ACKNOWLEDGED            " TO WD-ACTION
064300     END-IF
064400     PERFORM 5000-PRINT-TRAN THRU 5000-PRINT-TRAN-EXIT.
064500
064600 2200-ACKNOWLEDGE-EXIT.
064700     EXIT.
064800
064900*--------------------------------------------------------------*
065000* 2300-UPDATE-CASE - RECLASSIFY OR REDESCRIBE AN OPEN CASE.    *
065100*    FIELDS KEYED BLANK ARE LEFT AS THEY ARE; THE DEADLINES    *
065200*    DO NOT MOVE. A CASE MOVED INTO OR OUT OF CATEGORY PD      *
065300*    STARTS OR STOPS BEING REPORTED AS DISPUTED.               *
065400*--------------------------------------------------------------*
065500 2300-UPDATE-CASE.
065600     IF CT-CASE-TYPE = SPACE AND CT-CATEGORY = SPACES
065700             AND CT-DESCRIPTION = SPACES
065800         MOVE "REJECTED-NOTHING CHANGED" TO WD-ACTION
065900         PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
066000         GO TO 2300-UPDATE-CASE-EXIT
066100     END-IF
066200     IF CT-CASE-TYPE NOT = SPACE
066300         IF NOT CT-TYPE-VALID
066400             MOVE "REJECTED-BAD CASE TYPE  " TO WD-ACTION
066500             PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
066600             GO TO 2300-UPDATE-CASE-EXIT
066700         END-IF
066800     END-IF
066900     IF CT-CATEGORY NOT = SPACES
067000         IF NOT CT-CATEGORY-VALID
067100             MOVE "REJECTED-BAD CATEGORY   " TO WD-ACTION
067200             PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
067300             GO TO 2300-UPDATE-CASE-EXIT
067400         END-IF
067500     END-IF
067600     IF CT-CASE-TYPE NOT = SPACE
067700         MOVE CT-CASE-TYPE TO QW-CASE-TYPE
067800     END-IF
067900     MOVE "CASE UPDATED            " TO WD-ACTION
068000     IF CT-CATEGORY NOT = SPACES
068100         IF CT-CATEGORY = "PD" AND NOT QW-CAT-PAYMENT-DISPUTE
068200             MOVE "UPDATED - NOW DISPUTED  " TO WD-ACTION
068300         END-IF
068400         IF CT-CATEGORY NOT = "PD" AND QW-CAT-PAYMENT-DISPUTE
068500             MOVE "UPDATED - DISPUTE ENDED " TO WD-ACTION
068600         END-IF
068700         MOVE CT-CATEGORY TO QW-CATEGORY
068800     END-IF
068900     IF CT-DESCRIPTION NOT = SPACES
069000         MOVE CT-DESCRIPTION TO QW-DESCRIPTION
069100     END-IF
069200     MOVE WS-BUSINESS-DATE TO QW-LAST-ACTION-DATE
069300     PERFORM 2900-STORE-CASE THRU 2900-STORE-CASE-EXIT
069400     ADD 1 TO WS-UPDATE-COUNT
069500     PERFORM 5000-PRINT-TRAN THRU 5000-PRINT-TRAN-EXIT.
069600
069700 2300-UPDATE-CASE-EXIT.
069800     EXIT.
069900
070000*--------------------------------------------------------------*
070100* 2400-EXTEND-CASE - THE RESPONSE DEADLINE ON A QUALIFIED      *
070200*    WRITTEN REQUEST OR NOTICE OF ERROR MAY BE EXTENDED ONCE,  *
070300*    BY FIFTEEN BUSINESS DAYS, IF THE BORROWER IS TOLD BEFORE  *
070400*    THE ORIGINAL DEADLINE PASSES                              *
070500*--------------------------------------------------------------*
070600 2400-EXTEND-CASE.
070700     IF QW-RESP-EXTENDED
070800         MOVE "REJECTED-ONCE EXTENDED  " TO WD-ACTION
070900         PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
071000         GO TO 2400-EXTEND-CASE-EXIT
071100     END-IF
071200     IF QW-TYPE-COMPLAINT
071300         MOVE "REJECTED-NOT EXTENDABLE " TO WD-ACTION
071400         PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
071500         GO TO 2400-EXTEND-CASE-EXIT
071600     END-IF
071700     IF CT-EVENT-DATE = ZERO OR CT-EVENT-DATE > WS-BUSINESS-DATE
071800             OR CT-EVENT-DATE > QW-RESP-DUE-DATE
071900         MOVE "REJECTED-NOTICE TOO LATE" TO WD-ACTION
072000         PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
072100         GO TO 2400-EXTEND-CASE-EXIT
072200     END-IF
072300     MOVE QW-RESP-DUE-DATE TO WS-BD-DATE
072400     MOVE WS-EXTEND-DAYS   TO WS-BD-COUNT
072500     PERFORM 7000-ADD-BUSINESS-DAYS
072600         THRU 7000-ADD-BUSINESS-DAYS-EXIT
072700     MOVE WS-BD-DATE       TO QW-RESP-DUE-DATE
072800     MOVE "Y"              TO QW-EXTENDED-SW
072900     MOVE WS-BUSINESS-DATE TO QW-LAST-ACTION-DATE
073000     PERFORM 2900-STORE-CASE THRU 2900-STORE-CASE-EXIT
073100     ADD 1 TO WS-EXTEND-COUNT
073200     MOVE "RESPONSE DUE EXTENDED   " TO WD-ACTION
073300     PERFORM 5000-PRINT-TRAN THRU 5000-PRINT-TRAN-EXIT.
073400
073500 2400-EXTEND-CASE-EXIT.
073600     EXIT.
073700
073800*--------------------------------------------------------------*
073900* 2500-CLOSE-CASE - THE WRITTEN RESPONSE WENT OUT. A RESPONSE  *
074000*    SENT BEFORE ANY ACKNOWLEDGMENT ALSO SERVES AS THE         *
074100*    ACKNOWLEDGMENT. A RESPONSE SENT AFTER THE DEADLINE IS     *
074200*    STILL RECORDED BUT FLAGGED.                               *
074300*--------------------------------------------------------------*
074400 2500-CLOSE-CASE.
074500     IF CT-EVENT-DATE = ZERO OR CT-EVENT-DATE > WS-BUSINESS-DATE
074600             OR CT-EVENT-DATE < QW-RECEIVED-DATE
074700         MOVE "REJECTED-BAD RESP DATE  " TO WD-ACTION
074800         PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
074900         GO TO 2500-CLOSE-CASE-EXIT
075000     END-IF
075100     MOVE CT-RESOLUTION TO QW-RESOLUTION
075200     IF NOT QW-RESOLUTION-VALID
075300         MOVE "REJECTED-BAD RESOLUTION " TO WD-ACTION
075400         PERFORM 5900-REJECT-TRAN THRU 5900-REJECT-TRAN-EXIT
075500         GO TO 2500-CLOSE-CASE-EXIT
075600     END-IF
075700     IF QW-ACK-DATE = ZERO
075800         MOVE CT-EVENT-DATE TO QW-ACK-DATE
075900     END-IF
076000     MOVE "C"              TO QW-CASE-STATUS
076100     MOVE CT-EVENT-DATE    TO QW-CLOSED-DATE
076200     MOVE WS-BUSINESS-DATE TO QW-LAST-ACTION-DATE
076300     PERFORM 2900-STORE-CASE THRU 2900-STORE-CASE-EXIT
076400     ADD 1 TO WS-CLOSE-COUNT
076500     IF QW-CLOSED-DATE > QW-RESP-DUE-DATE
076600         ADD 1 TO WS-LATE-CLOSE-COUNT
076700         MOVE "CLOSED - RESPONSE LATE  " TO WD-ACTION
076800     ELSE
076900         MOVE "CASE CLOSED             " TO WD-ACTION
077000     END-IF
077100     PERFORM 5000-PRINT-TRAN THRU 5000-PRINT-TRAN-EXIT.
077200
077300 2500-CLOSE-CASE-EXIT.
077400     EXIT.
077500
077600*--------------------------------------------------------------*
077700* 2900-STORE-CASE - WRITE A NEW CASE RECORD OR REWRITE THE ONE *
077800*    READ FOR THIS TRANSACTION                                 *
077900*--------------------------------------------------------------*
078000 2900-STORE-CASE.
078100     IF CASE-ON-FILE
078200         REWRITE LOANQWCS-RECORD
078300             INVALID KEY
078400                 DISPLAY "LOANQWUP: LOANQWCS REWRITE FAILED "
078500                     QW-KEY
078600         END-REWRITE
078700     ELSE
078800         WRITE LOANQWCS-RECORD
078900             INVALID KEY
079000                 DISPLAY "LOANQWUP: LOANQWCS WRITE FAILED "
079100                     QW-KEY
079200         END-WRITE
079300         MOVE "Y" TO WS-CASE-FOUND-SW
079400     END-IF.
079500
079600 2900-STORE-CASE-EXIT.
079700     EXIT.
079800
079900*--------------------------------------------------------------*
080000* 3000-START-AGING - THE WARNING DATE IS TWO BUSINESS DAYS     *
080100*    PAST THE BUSINESS DATE; A DEADLINE FALLING ON OR BEFORE   *
080200*    IT IS NEARING, ONE FALLING BEFORE THE BUSINESS DATE HAS   *
080300*    PASSED. THE CASE FILE IS THEN READ FROM THE TOP.          *
080400*--------------------------------------------------------------*
080500 3000-START-AGING.
080600     MOVE WS-BUSINESS-DATE TO WS-BD-DATE
080700     MOVE WS-WARN-DAYS     TO WS-BD-COUNT
080800     PERFORM 7000-ADD-BUSINESS-DAYS
080900         THRU 7000-ADD-BUSINESS-DAYS-EXIT
081000     MOVE WS-BD-DATE       TO WS-WARN-DATE
081100     MOVE WS-BUSINESS-DATE TO WA-BUSINESS-DATE
081200     WRITE AGING-LINE FROM WS-AGING-HEADING
081300     WRITE AGING-LINE FROM SPACES
081400     WRITE AGING-LINE FROM WS-AGING-COLUMNS
081500     MOVE LOW-VALUES TO QW-KEY
081600     START LOANQWCS KEY NOT LESS THAN QW-KEY
081700         INVALID KEY
081800             MOVE "Y" TO WS-QWCS-EOF-SW
081900             GO TO 3000-START-AGING-EXIT
082000     END-START
082100     READ LOANQWCS NEXT RECORD
082200         AT END MOVE "Y" TO WS-QWCS-EOF-SW
082300     END-READ.
082400
082500 3000-START-AGING-EXIT.
082600     EXIT.
082700
082800*--------------------------------------------------------------*
082900* 3100-AGE-CASES - ONE CASE PER ITERATION. AN OPEN CASE IS     *
083000*    LISTED WHEN ITS ACKNOWLEDGMENT IS STILL OWED AND DUE BY   *
083100*    THE WARNING DATE, OR ITS RESPONSE IS DUE BY THE WARNING   *
083200*    DATE. THE WORSE OF THE TWO IS SHOWN.                      *
083300*--------------------------------------------------------------*
083400 3100-AGE-CASES.
083500     IF NOT QW-CASE-OPEN
083600         GO TO 3100-AGE-CASES-NEXT
083700     END-IF
083800     ADD 1 TO WS-AGED-COUNT
083900     IF QW-CAT-PAYMENT-DISPUTE
084000         ADD 1 TO WS-DISPUTE-COUNT
084100     END-IF
084200     MOVE "N" TO WS-AGE-FLAG-SW
084300     EVALUATE TRUE
084400         WHEN QW-RESP-DUE-DATE < WS-BUSINESS-DATE
084500             MOVE "RESP PAST " TO WG-STANDING
084600             ADD 1 TO WS-RESP-PAST-COUNT
084700             MOVE "Y" TO WS-AGE-FLAG-SW
084800         WHEN QW-ACK-DATE = ZERO
084900                 AND QW-ACK-DUE-DATE < WS-BUSINESS-DATE
085000             MOVE "ACK PAST  " TO WG-STANDING
085100             ADD 1 TO WS-ACK-PAST-COUNT
085200             MOVE "Y" TO WS-AGE-FLAG-SW
085300         WHEN QW-RESP-DUE-DATE NOT > WS-WARN-DATE
085400             MOVE "RESP NEAR " TO WG-STANDING
085500             ADD 1 TO WS-RESP-SOON-COUNT
085600             MOVE "Y" TO WS-AGE-FLAG-SW
085700         WHEN QW-ACK-DATE = ZERO
085800                 AND QW-ACK-DUE-DATE NOT > WS-WARN-DATE
085900             MOVE "ACK NEAR  " TO WG-STANDING
086000             ADD 1 TO WS-ACK-SOON-COUNT
086100             MOVE "Y" TO WS-AGE-FLAG-SW
086200     END-EVALUATE
086300     IF NOT CASE-NEEDS-LISTING
086400         GO TO 3100-AGE-CASES-NEXT
086500     END-IF
086600     MOVE QW-LOAN-NUMBER   TO WG-LOAN-NUMBER
086700     MOVE QW-CASE-NUMBER   TO WG-CASE-NUMBER
086800     MOVE QW-CASE-TYPE     TO WG-CASE-TYPE
086900     MOVE QW-CATEGORY      TO WG-CATEGORY
087000     MOVE QW-RECEIVED-DATE TO WG-RECEIVED-DATE
087100     MOVE QW-ACK-DUE-DATE  TO WG-ACK-DUE
087200     IF QW-ACK-DATE = ZERO
087300         MOVE "OWED    " TO WG-ACK-DATE
087400     ELSE
087500         MOVE QW-ACK-DATE TO WG-ACK-DATE
087600     END-IF
087700     MOVE QW-RESP-DUE-DATE TO WG-RESP-DUE
087800     WRITE AGING-LINE FROM WS-AGING-DETAIL.
087900
088000 3100-AGE-CASES-NEXT.
088100     READ LOANQWCS NEXT RECORD
088200         AT END MOVE "Y" TO WS-QWCS-EOF-SW
088300     END-READ.
088400
088500 3100-AGE-CASES-EXIT.
088600     EXIT.
088700
088800*--------------------------------------------------------------*
088900* 5000-PRINT-TRAN - ONE REGISTER LINE FOR AN APPLIED           *
089000*    TRANSACTION; WD-ACTION IS SET BY THE CALLER               *
089100*--------------------------------------------------------------*
089200 5000-PRINT-TRAN.
089300     MOVE CT-LOAN-NUMBER   TO WD-LOAN-NUMBER
089400     MOVE CT-CASE-NUMBER   TO WD-CASE-NUMBER
089500     MOVE CT-EVENT-DATE    TO WD-DATE
089600     MOVE QW-ACK-DUE-DATE  TO WD-ACK-DUE
089700     MOVE QW-RESP-DUE-DATE TO WD-RESP-DUE
089800     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
089900
090000 5000-PRINT-TRAN-EXIT.
090100     EXIT.
090200
090300*--------------------------------------------------------------*
090400* 5900-REJECT-TRAN - THE TRANSACTION IS NOT APPLIED; IT PRINTS *
090500*    ON THE REGISTER WITH THE REASON FOR THE DESK TO CORRECT   *
090600*--------------------------------------------------------------*
090700 5900-REJECT-TRAN.
090800     ADD 1 TO WS-REJECT-COUNT
090900     MOVE CT-LOAN-NUMBER TO WD-LOAN-NUMBER
091000     MOVE CT-CASE-NUMBER TO WD-CASE-NUMBER
091100     MOVE CT-EVENT-DATE  TO WD-DATE
091200     MOVE ZERO           TO WD-ACK-DUE
091300     MOVE ZERO           TO WD-RESP-DUE
091400     WRITE PRINT-LINE FROM WS-DETAIL-LINE
091410     MOVE SPACES           TO LOANRJCT-RECORD
091420     MOVE "LOANQWUP"       TO RJ-PROGRAM
091430     MOVE CT-LOAN-NUMBER   TO RJ-LOAN-NUMBER
091440     MOVE "90"             TO RJ-STATUS
091450     MOVE WD-ACTION        TO RJ-REASON
091460     MOVE LOANQWTR-RECORD  TO RJ-RECORD-IMAGE
091470     WRITE LOANRJCT-RECORD.
091500
091600 5900-REJECT-TRAN-EXIT.
091700     EXIT.
091800
091900*--------------------------------------------------------------*
092000* 7000-ADD-BUSINESS-DAYS - ADVANCE WS-BD-DATE BY WS-BD-COUNT   *
092100*    BUSINESS DAYS. THE STARTING DAY ITSELF IS NOT COUNTED.    *
092200*--------------------------------------------------------------*
092300 7000-ADD-BUSINESS-DAYS.
092400     PERFORM 7100-DAY-OF-WEEK
092500         THRU 7100-DAY-OF-WEEK-EXIT
092600     MOVE ZERO TO WS-BD-ADDED
092700     PERFORM 7200-NEXT-BUSINESS-DAY
092800         THRU 7200-NEXT-BUSINESS-DAY-EXIT
092900         UNTIL WS-BD-ADDED NOT < WS-BD-COUNT.
093000
093100 7000-ADD-BUSINESS-DAYS-EXIT.
093200     EXIT.
093300
093400*--------------------------------------------------------------*
093500* 7100-DAY-OF-WEEK - ZELLER'S CONGRUENCE FOR WS-BD-DATE, WITH  *
093600*    JANUARY AND FEBRUARY COUNTED AS MONTHS 13 AND 14 OF THE   *
093700*    YEAR BEFORE. WS-DAY-OF-WEEK COMES BACK 0 FOR SATURDAY, 1  *
093800*    FOR SUNDAY, 2 FOR MONDAY AND SO ON TO 6 FOR FRIDAY.       *
093900*--------------------------------------------------------------*
094000 7100-DAY-OF-WEEK.
094100     MOVE WS-BD-YEAR  TO WS-ZL-YEAR
094200     MOVE WS-BD-MONTH TO WS-ZL-MONTH
094300     IF WS-ZL-MONTH < 3
094400         ADD 12 TO WS-ZL-MONTH
094500         SUBTRACT 1 FROM WS-ZL-YEAR
094600     END-IF
094700     DIVIDE WS-ZL-YEAR BY 100 GIVING WS-ZL-CENTURY
094800         REMAINDER WS-ZL-YEAR-OF-CENT
094900     COMPUTE WS-ZL-MONTH-TERM = (13 * (WS-ZL-MONTH + 1)) / 5
095000     COMPUTE WS-ZL-YEAR-TERM  = WS-ZL-YEAR-OF-CENT / 4
095100     COMPUTE WS-ZL-CENT-TERM  = WS-ZL-CENTURY / 4
095200     COMPUTE WS-ZL-SUM = WS-BD-DAY + WS-ZL-MONTH-TERM
095300         + WS-ZL-YEAR-OF-CENT + WS-ZL-YEAR-TERM
095400         + WS-ZL-CENT-TERM + (5 * WS-ZL-CENTURY)
095500     DIVIDE WS-ZL-SUM BY 7 GIVING WS-ZL-QUOTIENT
095600         REMAINDER WS-DAY-OF-WEEK.
095700
095800 7100-DAY-OF-WEEK-EXIT.
095900     EXIT.
096000
096100*--------------------------------------------------------------*
096200* 7200-NEXT-BUSINESS-DAY - STEP ONE CALENDAR DAY; IT COUNTS    *
096300*    UNLESS IT IS A SATURDAY, A SUNDAY OR ON THE CALENDAR      *
096400*--------------------------------------------------------------*
096500 7200-NEXT-BUSINESS-DAY.
096600     PERFORM 7300-NEXT-CALENDAR-DAY
096700         THRU 7300-NEXT-CALENDAR-DAY-EXIT
096800     IF WS-DAY-OF-WEEK < 2
096900         GO TO 7200-NEXT-BUSINESS-DAY-EXIT
097000     END-IF
097100     MOVE "N" TO WS-HOLIDAY-SW
097200     PERFORM 7400-CHECK-HOLIDAY
097300         THRU 7400-CHECK-HOLIDAY-EXIT
097400         VARYING WS-HOLIDAY-IX FROM 1 BY 1
097500         UNTIL WS-HOLIDAY-IX > WS-HOLIDAY-COUNT
097600             OR WS-IS-HOLIDAY
097700     IF WS-IS-HOLIDAY
097800         GO TO 7200-NEXT-BUSINESS-DAY-EXIT
097900     END-IF
098000     ADD 1 TO WS-BD-ADDED.
098100
098200 7200-NEXT-BUSINESS-DAY-EXIT.
098300     EXIT.
098400
098500*--------------------------------------------------------------*
098600* 7300-NEXT-CALENDAR-DAY - WS-BD-DATE PLUS ONE DAY, ROLLING    *
098700*    THE MONTH AND YEAR, WITH THE USUAL LEAP-YEAR RULE         *
098800*--------------------------------------------------------------*
098900 7300-NEXT-CALENDAR-DAY.
099000     ADD 1 TO WS-DAY-OF-WEEK
099100     IF WS-DAY-OF-WEEK > 6
099200         MOVE ZERO TO WS-DAY-OF-WEEK
099300     END-IF
099400     MOVE WS-MONTH-DAYS(WS-BD-MONTH) TO WS-MONTH-DAYS-W
099500     IF WS-BD-MONTH = 2
099600         MOVE "N" TO WS-LEAP-YEAR-SW
099700         DIVIDE WS-BD-YEAR BY 4 GIVING WS-ZL-QUOTIENT
099800             REMAINDER WS-YEAR-REMAINDER
099900         IF WS-YEAR-REMAINDER = ZERO
100000             MOVE "Y" TO WS-LEAP-YEAR-SW
100100             DIVIDE WS-BD-YEAR BY 100 GIVING WS-ZL-QUOTIENT
100200                 REMAINDER WS-YEAR-REMAINDER
100300             IF WS-YEAR-REMAINDER = ZERO
100400                 MOVE "N" TO WS-LEAP-YEAR-SW
100500                 DIVIDE WS-BD-YEAR BY 400 GIVING WS-ZL-QUOTIENT
100600                     REMAINDER WS-YEAR-REMAINDER
100700                 IF WS-YEAR-REMAINDER = ZERO
100800                     MOVE "Y" TO WS-LEAP-YEAR-SW
100900                 END-IF
101000             END-IF
101100         END-IF
101200         IF WS-IS-LEAP-YEAR
101300             ADD 1 TO WS-MONTH-DAYS-W
101400         END-IF
101500     END-IF
101600     IF WS-BD-DAY < WS-MONTH-DAYS-W
101700         ADD 1 TO WS-BD-DAY
101800         GO TO 7300-NEXT-CALENDAR-DAY-EXIT
101900     END-IF
102000     MOVE 1 TO WS-BD-DAY
102100     IF WS-BD-MONTH < 12
102200         ADD 1 TO WS-BD-MONTH
102300     ELSE
102400         MOVE 1 TO WS-BD-MONTH
102500         ADD 1 TO WS-BD-YEAR
102600     END-IF.
102700
102800 7300-NEXT-CALENDAR-DAY-EXIT.
102900     EXIT.
103000
103100*--------------------------------------------------------------*
103200* 7400-CHECK-HOLIDAY - ONE HOLIDAY TABLE ENTRY AGAINST THE DAY *
103300*--------------------------------------------------------------*
103400 7400-CHECK-HOLIDAY.
103500     IF WS-HOLIDAY-DATE(WS-HOLIDAY-IX) = WS-BD-DATE
103600         MOVE "Y" TO WS-HOLIDAY-SW
103700     END-IF.
103800
103900 7400-CHECK-HOLIDAY-EXIT.
104000     EXIT.
104100
104200*--------------------------------------------------------------*
104300* 8000-PRINT-TOTALS - COUNTS BY TRANSACTION ON THE REGISTER    *
104400*    AND BY STANDING ON THE AGING REPORT. ANY REJECT, OR ANY   *
104500*    DEADLINE ALREADY PAST, ENDS THE STEP WITH RC 4.           *
104600*--------------------------------------------------------------*
104700 8000-PRINT-TOTALS.
104800     WRITE PRINT-LINE FROM SPACES
104900     MOVE "CASE TRANSACTIONS READ  . ." TO WX-LABEL
105000     MOVE WS-TRAN-COUNT                 TO WX-COUNT
105100     WRITE PRINT-LINE FROM WS-TOTAL-LINE
105200     MOVE "CASES OPENED  . . . . . . ." TO WX-LABEL
105300     MOVE WS-OPEN-COUNT                 TO WX-COUNT
105400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
105500     MOVE "ACKNOWLEDGMENTS SENT  . . ." TO WX-LABEL
105600     MOVE WS-ACK-COUNT                  TO WX-COUNT
105700     WRITE PRINT-LINE FROM WS-TOTAL-LINE
105800     MOVE "CASES UPDATED . . . . . . ." TO WX-LABEL
105900     MOVE WS-UPDATE-COUNT               TO WX-COUNT
106000     WRITE PRINT-LINE FROM WS-TOTAL-LINE
106100     MOVE "RESPONSE DEADLINES EXTENDED" TO WX-LABEL
106200     MOVE WS-EXTEND-COUNT               TO WX-COUNT
106300     WRITE PRINT-LINE FROM WS-TOTAL-LINE
106400     MOVE "CASES CLOSED  . . . . . . ." TO WX-LABEL
106500     MOVE WS-CLOSE-COUNT                TO WX-COUNT
106600     WRITE PRINT-LINE FROM WS-TOTAL-LINE
106700     MOVE "  OF WHICH RESPONDED LATE ." TO WX-LABEL
106800     MOVE WS-LATE-CLOSE-COUNT           TO WX-COUNT
106900     WRITE PRINT-LINE FROM WS-TOTAL-LINE
107000     MOVE "TRANSACTIONS REJECTED . . ." TO WX-LABEL
107100     MOVE WS-REJECT-COUNT               TO WX-COUNT
107200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
107300     WRITE AGING-LINE FROM SPACES
107400     MOVE "OPEN CASES AGED . . . . . ." TO WX-LABEL
107500     MOVE WS-AGED-COUNT                 TO WX-COUNT
107600     WRITE AGING-LINE FROM WS-TOTAL-LINE
107700     MOVE "  PAYMENT DISPUTES OPEN . ." TO WX-LABEL
107800     MOVE WS-DISPUTE-COUNT              TO WX-COUNT
107900     WRITE AGING-LINE FROM WS-TOTAL-LINE
108000     MOVE "ACKNOWLEDGMENT NEAR DUE . ." TO WX-LABEL
108100     MOVE WS-ACK-SOON-COUNT             TO WX-COUNT
108200     WRITE AGING-LINE FROM WS-TOTAL-LINE
108300     MOVE "ACKNOWLEDGMENT PAST DUE . ." TO WX-LABEL
108400     MOVE WS-ACK-PAST-COUNT             TO WX-COUNT
108500     WRITE AGING-LINE FROM WS-TOTAL-LINE
108600     MOVE "RESPONSE NEAR DUE . . . . ." TO WX-LABEL
108700     MOVE WS-RESP-SOON-COUNT            TO WX-COUNT
108800     WRITE AGING-LINE FROM WS-TOTAL-LINE
108900     MOVE "RESPONSE PAST DUE . . . . ." TO WX-LABEL
109000     MOVE WS-RESP-PAST-COUNT            TO WX-COUNT
109100     WRITE AGING-LINE FROM WS-TOTAL-LINE
109200     IF WS-REJECT-COUNT > ZERO
109300             OR WS-ACK-PAST-COUNT > ZERO
109400             OR WS-RESP-PAST-COUNT > ZERO
109500         MOVE 4 TO RETURN-CODE
109600     END-IF.
109700
109800 8000-PRINT-TOTALS-EXIT.
109900     EXIT.
110000
110100*--------------------------------------------------------------*
110200* 9000-TERMINATE                                               *
110300*--------------------------------------------------------------*
110400 9000-TERMINATE.
110500     CLOSE LOANMAST
110600     CLOSE LOANQWCS
110700     IF WS-QWTR-STATUS = "00" OR WS-QWTR-STATUS = "10"
110800         CLOSE LOANQWTR
110900     END-IF
111000     CLOSE LOANQWRG
111100     CLOSE LOANQWAG
111110     CLOSE LOANRJCT
111200     DISPLAY "LOANQWUP: TRANSACTIONS=" WS-TRAN-COUNT
111300         " REJECTED=" WS-REJECT-COUNT
111400         " OPEN CASES=" WS-AGED-COUNT
111500     MOVE "E"              TO WS-CY-FUNCTION
111600     MOVE "LOANQWUP "      TO WS-CY-PROGRAM
111700     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
111800     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
111900     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
112000
112100 END PROGRAM LOANQWUP.
