000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANBKRP.
000300 AUTHOR. LOAN-SYSTEMS-GROUP.
000400 INSTALLATION. LOAN-SERVICING-DATA-CENTER.
000500 DATE-WRITTEN. 2026-09-24.
000600 DATE-COMPILED. 2026-09-24.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*  2026-09-24  LSG  Initial version. Monthly bankruptcy case   *
001000*               status report, run after LOANBATCH. For every  *
001100*               open case on LOANBKCS the post-petition amount *
001200*               due - the scheduled payment and escrow on      *
001300*               LOANSKED for each month from the first         *
001400*               post-petition month through the current one,   *
001500*               with no late fees under the stay - is set      *
001600*               against the borrower's post-petition payments  *
001700*               to give the post-petition delinquency, kept    *
001800*               apart from the proof-of-claim balance the      *
001900*               trustee is paying down. The figures are stored *
002000*               back on the case and printed on LOANBKSR with  *
002100*               the cases discharged or dismissed during the   *
002200*               month.                                         *
002201*  2026-09-27  LSG  Post-petition months are read from the     *
002202*               keyed numeric schedule LOANSKIX, starting at   *
002203*               the first post-petition month, instead of      *
002204*               passing LOANSKED and de-editing it. A missing  *
002205*               schedule now aborts the step.                  *
002300*--------------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT LOANPARM ASSIGN TO "LOANPARM"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-RUNC-STATUS.
003400     SELECT LOANBKCS ASSIGN TO "LOANBKCS"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS BK-LOAN-NUMBER
003800         FILE STATUS IS WS-BKCS-STATUS.
003900     SELECT LOANMAST ASSIGN TO "LOANMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS LM-LOAN-NUMBER
004300         FILE STATUS IS WS-MAST-STATUS.
004301     SELECT LOANSKIX ASSIGN TO "LOANSKIX"
004302         ORGANIZATION IS INDEXED
004303         ACCESS MODE IS DYNAMIC
004304         RECORD KEY IS SX-KEY
004305         FILE STATUS IS WS-SKED-STATUS.
004600     SELECT LOANBKSR ASSIGN TO "LOANBKSR"
004700         ORGANIZATION IS SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100*--------------------------------------------------------------*
005200* LOANPARM - THE RUN-CONTROL RECORD LOANBATCH RAN UNDER; THE   *
005300*    BUSINESS DATE IS WHAT THE CYCLE VERIFY PROVES AGAINST     *
005400*--------------------------------------------------------------*
005500 FD  LOANPARM
005600     RECORDING MODE IS F.
005700 01  LOANPARM-RECORD.
005800     05 PR-BUSINESS-DATE         PIC 9(08).
005900     05 PR-RUN-ID                PIC X(08).
006000     05 PR-OPT-SKED-ONLY         PIC X(01).
006100     05 PR-OPT-SKIP-DELQ         PIC X(01).
006200     05 PR-OPT-FULL-RUN          PIC X(01).
006300     05 PR-RECON-TOLERANCE       PIC 9(03)V99.
006400     05 PR-GENERATIONS-KEPT      PIC 9(02).
006500
006600*--------------------------------------------------------------*
006700* LOANBKCS - BANKRUPTCY CASE FILE, ONE RECORD PER LOAN, KEYED  *
006800*    ON LM-LOAN-NUMBER; MAINTAINED DAILY BY LOANBKUP. THIS     *
006900*    STEP SETS THE POST-PETITION DUE AND DELINQUENCY FIELDS.   *
007000*--------------------------------------------------------------*
007100 FD  LOANBKCS
007200     RECORDING MODE IS F.
007300 01  LOANBKCS-RECORD.
007400     05 BK-LOAN-NUMBER           PIC X(10).
007500     05 BK-CHAPTER               PIC 9(02).
007600     05 BK-CASE-NUMBER           PIC X(15).
007700     05 BK-PETITION-DATE         PIC 9(08).
007800     05 BK-POST-START-MONTH      PIC 9(04).
007900     05 BK-CASE-STATUS           PIC X(01).
008000         88 BK-CASE-OPEN                         VALUE "O".
008100         88 BK-CASE-DISCHARGED                   VALUE "D".
008200         88 BK-CASE-DISMISSED                    VALUE "X".
008300     05 BK-STATUS-DATE           PIC 9(08).
008400     05 BK-STATUS-DATE-X REDEFINES BK-STATUS-DATE.
008500         10 BK-STATUS-YEAR       PIC 9(04).
008600         10 BK-STATUS-MONTH      PIC 9(02).
008700         10 BK-STATUS-DAY        PIC 9(02).
008800     05 BK-CLAIM-DATE            PIC 9(08).
008900     05 BK-CLAIM-AMOUNT          PIC S9(9)V99   COMP-3.
009000     05 BK-TRUSTEE-PAID          PIC S9(9)V99   COMP-3.
009100     05 BK-LAST-TRUSTEE-DATE     PIC 9(08).
009200     05 BK-BORROWER-PAID         PIC S9(9)V99   COMP-3.
009300     05 BK-LAST-BORROWER-DATE    PIC 9(08).
009400     05 BK-POST-DUE              PIC S9(9)V99   COMP-3.
009500     05 BK-POST-DELQ-AMT         PIC S9(9)V99   COMP-3.
009600     05 BK-POST-DELQ-MONTHS      PIC 9(03).
009700     05 BK-REVIEW-DATE           PIC 9(08).
009800     05 FILLER                   PIC X(10).
009900
010000*--------------------------------------------------------------*
010100* LOANMAST - ONE RECORD PER LOAN, KEYED ON LM-LOAN-NUMBER      *
010200*--------------------------------------------------------------*
010300 FD  LOANMAST
010400     RECORDING MODE IS F.
010500 01  LOANMAST-RECORD.
010600     05 LM-LOAN-NUMBER           PIC X(10).
010700     05 LM-CUSTOMER-ID           PIC X(10).
010800     05 LM-PRINCIPAL             PIC S9(8)      COMP-3.
010900     05 LM-LOANTERM              PIC S9(8)      COMP-3.
011000     05 LM-RATE                  PIC S9(9)V9(9).
011100     05 LM-PAYMENT-FREQUENCY     PIC X(01).
011200     05 LM-ESCROW-AMT            PIC S9(7)V99   COMP-3.
011300     05 LM-BALLOON-TERM          PIC S9(8)      COMP-3.
011400     05 LM-RATE-RESET-COUNT      PIC S9(4)      COMP.
011500     05 LM-RATE-RESETS OCCURS 3 TIMES.
011600         10 LM-RESET-EFF-MONTH   PIC S9(4)      COMP.
011700         10 LM-RESET-RATE        PIC S9(9)V9(9).
011800     05 LM-FIRST-PMT-YEAR        PIC 9(04).
011900     05 LM-FIRST-PMT-MONTH       PIC 9(02).
012000     05 LM-PRIOR-INTEREST-PAID   PIC S9(9)V99   COMP-3.
012100     05 LM-DAY-COUNT-METHOD      PIC X(01).
012200     05 LM-EXTRA-PRINCIPAL-AMT   PIC S9(7)V99   COMP-3.
012300     05 LM-INVESTOR-CODE         PIC X(03).
012400     05 LM-IO-MONTHS             PIC S9(4)      COMP.
012500     05 LM-FORBEAR-START-MONTH   PIC S9(4)      COMP.
012600     05 LM-FORBEAR-MONTHS        PIC S9(4)      COMP.
012700     05 LM-STATUS-CODE           PIC X(01).
012800         88 LM-STAT-ACTIVE                       VALUE " " "A".
012900         88 LM-STAT-BANKRUPT                     VALUE "B".
013000         88 LM-STAT-FORECLOSE                    VALUE "F".
013100         88 LM-STAT-PAIDOFF                      VALUE "P".
013200     05 LM-INDEX-CODE            PIC X(03).
013300     05 LM-INDEX-VALUE           PIC S9(3)V9(4) COMP-3.
013400     05 LM-ARM-MARGIN            PIC S9(3)V9(4) COMP-3.
013500     05 LM-PERIODIC-CAP          PIC S9(3)V9(4) COMP-3.
013600     05 LM-LIFETIME-CAP          PIC S9(3)V9(4) COMP-3.
013700     05 LM-RATE-FLOOR            PIC S9(3)V9(4) COMP-3.
013800     05 LM-ACH-ROUTING           PIC X(09).
013900     05 LM-ACH-ACCOUNT           PIC X(17).
014000     05 LM-AUTOPAY-FLAG          PIC X(01).
014100         88 LM-AUTOPAY-OFF                       VALUE " " "N".
014200         88 LM-AUTOPAY-PRENOTE                   VALUE "P".
014300         88 LM-AUTOPAY-ON                        VALUE "Y".
014400     05 LM-ESCROW-INT-RATE       PIC S9(3)V9(4) COMP-3.
014500     05 LM-BUYDOWN-COUNT         PIC S9(4)      COMP.
014600     05 LM-BUYDOWN-STEPS OCCURS 3 TIMES.
014700         10 LM-BUYDOWN-MONTHS    PIC S9(4)      COMP.
014800         10 LM-BUYDOWN-REDUCTION PIC S9(3)V9(4) COMP-3.
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
016700* LOANBKSR - PRINTED BANKRUPTCY CASE STATUS REPORT             *
016800*--------------------------------------------------------------*
016900 FD  LOANBKSR
017000     RECORDING MODE IS F.
017100 01  PRINT-LINE                  PIC X(80).
017200
017300 WORKING-STORAGE SECTION.
017400 77  WS-RUNC-STATUS              PIC X(02)      VALUE "00".
017500 77  WS-BKCS-STATUS              PIC X(02)      VALUE "00".
017600 77  WS-MAST-STATUS              PIC X(02)      VALUE "00".
017700 01  WS-BUSINESS-DATE            PIC 9(08)      VALUE ZERO.
017800 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
017900     05 WS-BUS-YEAR              PIC 9(04).
018000     05 WS-BUS-MONTH             PIC 9(02).
018100     05 WS-BUS-DAY               PIC 9(02).
018200 01  WS-CYCLE-REQUEST.
018300     03 WS-CY-FUNCTION           PIC X(01).
018400     03 WS-CY-PROGRAM            PIC X(09).
018500     03 WS-CY-BUSINESS-DATE      PIC 9(08).
018600     03 WS-CY-END-RETURN-CODE    PIC 9(04).
018700     03 WS-CY-RESULT             PIC X(01).
018800         88 WS-CY-OK                             VALUE "Y".
018900 77  WS-EOF-SW                   PIC X(01)      VALUE "N".
019000     88 END-OF-LOANBKCS                          VALUE "Y".
019001 77  WS-SKED-STATUS              PIC X(02)      VALUE "00".
019002 77  WS-SKED-DONE-SW             PIC X(01)      VALUE "N".
019003     88 SKED-SCAN-DONE                           VALUE "Y".
019300 77  WS-CUR-MONTH-NO             PIC S9(06)     COMP-3 VALUE ZERO.
019600 77  WS-INSTALLMENT              PIC S9(7)V99   COMP-3 VALUE ZERO.
019700 77  WS-POST-DUE                 PIC S9(9)V99   COMP-3 VALUE ZERO.
019800 77  WS-POST-DELQ                PIC S9(9)V99   COMP-3 VALUE ZERO.
019900 77  WS-DELQ-MONTHS              PIC S9(04)     COMP   VALUE ZERO.
020000 77  WS-CLAIM-BALANCE            PIC S9(9)V99   COMP-3 VALUE ZERO.
020100 77  WS-OPEN-COUNT               PIC 9(07)      COMP   VALUE ZERO.
020200 77  WS-DISCHARGE-COUNT          PIC 9(07)      COMP   VALUE ZERO.
020300 77  WS-DISMISSAL-COUNT          PIC 9(07)      COMP   VALUE ZERO.
020400 77  WS-DELQ-COUNT               PIC 9(07)      COMP   VALUE ZERO.
020500 77  WS-NOT-ON-MAST-COUNT        PIC 9(07)      COMP   VALUE ZERO.
020600 77  WS-CLAIM-TOTAL              PIC S9(11)V99  COMP-3 VALUE ZERO.
020700 77  WS-TRUSTEE-TOTAL            PIC S9(11)V99  COMP-3 VALUE ZERO.
020800 77  WS-CLAIM-BAL-TOTAL          PIC S9(11)V99  COMP-3 VALUE ZERO.
020900 77  WS-POST-DUE-TOTAL           PIC S9(11)V99  COMP-3 VALUE ZERO.
021000 77  WS-BORROWER-TOTAL           PIC S9(11)V99  COMP-3 VALUE ZERO.
021100 77  WS-POST-DELQ-TOTAL          PIC S9(11)V99  COMP-3 VALUE ZERO.
021200
021300 01  WS-REPORT-HEADING.
021400     05 FILLER              PIC X(40)  VALUE
021500         "BANKRUPTCY CASE STATUS REPORT -         ".
021600     05 WH-BUSINESS-DATE    PIC 9(08).
021700     05 FILLER              PIC X(32)  VALUE SPACES.
021800
021900 01  WS-COLUMN-HEADING-1.
022000     05 FILLER              PIC X(40)  VALUE
022100         "LOAN        CH CASE NUMBER     STATUS   ".
022200     05 FILLER              PIC X(40)  VALUE
022300         "  PETITION  CLOSED      CLAIM FILED".
022400
022500 01  WS-COLUMN-HEADING-2.
022600     05 FILLER              PIC X(40)  VALUE
022700         "             TRUSTEE PAID     CLAIM BAL ".
022800     05 FILLER              PIC X(40)  VALUE
022900         "   POST DUE  BORR PAID  POST DELQ  MOS".
023000
023100 01  WS-DETAIL-LINE-1.
023200     05 WD-LOAN-NUMBER           PIC X(10).
023300     05 FILLER                   PIC X(02)      VALUE SPACES.
023400     05 WD-CHAPTER               PIC Z9.
023500     05 FILLER                   PIC X(01)      VALUE SPACES.
023600     05 WD-CASE-NUMBER           PIC X(15).
023700     05 FILLER                   PIC X(01)      VALUE SPACES.
023800     05 WD-STATUS                PIC X(10).
023900     05 FILLER                   PIC X(01)      VALUE SPACES.
024000     05 WD-PETITION-DATE         PIC 9(08).
024100     05 FILLER                   PIC X(02)      VALUE SPACES.
024200     05 WD-CLOSED-DATE           PIC X(08).
024300     05 FILLER                   PIC X(02)      VALUE SPACES.
024400     05 WD-CLAIM-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
024500
024600 01  WS-DETAIL-LINE-2.
024700     05 FILLER                   PIC X(12)      VALUE SPACES.
024800     05 WD-TRUSTEE-PAID          PIC ZZ,ZZZ,ZZ9.99.
024900     05 FILLER                   PIC X(01)      VALUE SPACES.
025000     05 WD-CLAIM-BALANCE         PIC ZZ,ZZZ,ZZ9.99-.
025100     05 FILLER                   PIC X(01)      VALUE SPACES.
025200     05 WD-POST-DUE              PIC ZZZ,ZZ9.99.
025300     05 FILLER                   PIC X(01)      VALUE SPACES.
025400     05 WD-BORROWER-PAID         PIC ZZZ,ZZ9.99.
025500     05 FILLER                   PIC X(01)      VALUE SPACES.
025600     05 WD-POST-DELQ             PIC ZZZ,ZZ9.99-.
025700     05 FILLER                   PIC X(01)      VALUE SPACES.
025800     05 WD-DELQ-MONTHS           PIC ZZ9.
025900
026000 01  WS-TOTAL-LINE.
026100     05 WX-LABEL                 PIC X(30).
026200     05 WX-COUNT                 PIC ZZZ,ZZ9.
026300     05 FILLER                   PIC X(02)      VALUE SPACES.
026400     05 WX-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
026500
026600 PROCEDURE DIVISION.
026700*--------------------------------------------------------------*
026800* 0000-MAINLINE                                                *
026900*--------------------------------------------------------------*
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE
027200     PERFORM 2000-REVIEW-CASES THRU 2000-REVIEW-CASES-EXIT
027300         UNTIL END-OF-LOANBKCS
027400     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
027500     PERFORM 9000-TERMINATE
027600     GOBACK.
027700
027800*--------------------------------------------------------------*
027900* 1000-INITIALIZE                                              *
028000*--------------------------------------------------------------*
028100 1000-INITIALIZE.
028200     PERFORM 1100-VERIFY-CYCLE THRU 1100-VERIFY-CYCLE-EXIT
028300     OPEN INPUT LOANMAST
028400     IF WS-MAST-STATUS NOT = "00"
028500         DISPLAY "LOANBKRP: MASTER FILE LOANMAST MISSING"
028600         MOVE 16 TO RETURN-CODE
028700         GOBACK
028800     END-IF
028900     OPEN I-O LOANBKCS
029000     IF WS-BKCS-STATUS = "35"
029100*        FIRST-EVER RUN - NO CASE FILE YET, CREATE ONE
029200         OPEN OUTPUT LOANBKCS
029300         CLOSE LOANBKCS
029400         OPEN I-O LOANBKCS
029500     END-IF
029600     IF WS-BKCS-STATUS NOT = "00"
029700         DISPLAY "LOANBKRP: CASE FILE LOANBKCS NOT USABLE,"
029800             " STATUS=" WS-BKCS-STATUS
029900         MOVE 16 TO RETURN-CODE
030000         GOBACK
030100     END-IF
030101     OPEN INPUT LOANSKIX
030102     IF WS-SKED-STATUS NOT = "00"
030103         DISPLAY "LOANBKRP: SCHEDULE FILE LOANSKIX MISSING"
030104         MOVE 16 TO RETURN-CODE
030105         GOBACK
030106     END-IF
030300     OPEN OUTPUT LOANBKSR
030400     MOVE WS-BUSINESS-DATE TO WH-BUSINESS-DATE
030500     WRITE PRINT-LINE FROM WS-REPORT-HEADING
030600     WRITE PRINT-LINE FROM SPACES
030700     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-1
030800     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-2
030900     WRITE PRINT-LINE FROM SPACES
031700     READ LOANBKCS
031800         AT END MOVE "Y" TO WS-EOF-SW
031900     END-READ.
032000
032100*--------------------------------------------------------------*
032200* 1100-VERIFY-CYCLE - READ THE BUSINESS DATE FROM LOANPARM,    *
032300*    PROVE THE LOANBATCH STEP THAT PRODUCED TONIGHT'S LOANSKED *
032400*    ENDED CLEAN FOR THAT SAME DATE, AND RECORD THIS STEP'S    *
032500*    OWN START ON THE CYCLE-CONTROL FILE                       *
032600*--------------------------------------------------------------*
032700 1100-VERIFY-CYCLE.
032800     OPEN INPUT LOANPARM
032900     IF WS-RUNC-STATUS NOT = "00"
033000         DISPLAY "LOANBKRP: RUN-CONTROL FILE LOANPARM MISSING"
033100         MOVE 16 TO RETURN-CODE
033200         GOBACK
033300     END-IF
033400     READ LOANPARM
033500         AT END
033600             DISPLAY "LOANBKRP: RUN-CONTROL RECORD MISSING"
033700             MOVE 16 TO RETURN-CODE
033800             GOBACK
033900     END-READ
034000     MOVE PR-BUSINESS-DATE TO WS-BUSINESS-DATE
034100     CLOSE LOANPARM
034200     MOVE "V"              TO WS-CY-FUNCTION
034300     MOVE "LOANBATCH"      TO WS-CY-PROGRAM
034400     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
034500     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST
034600     IF NOT WS-CY-OK
034700         DISPLAY "LOANBKRP: LOANSKED NOT PRODUCED CLEAN FOR "
034800             WS-BUSINESS-DATE " - STEP ABORTED"
034900         MOVE 16 TO RETURN-CODE
035000         GOBACK
035100     END-IF
035200     MOVE "S"              TO WS-CY-FUNCTION
035300     MOVE "LOANBKRP "      TO WS-CY-PROGRAM
035400     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
035500
035600 1100-VERIFY-CYCLE-EXIT.
035700     EXIT.
035800
035900*--------------------------------------------------------------*
036000* 2000-REVIEW-CASES - ONE CASE PER ITERATION. AN OPEN CASE HAS *
036100*    ITS POST-PETITION POSITION MEASURED AND STORED; A CASE    *
036200*    CLOSED THIS MONTH IS LISTED AS IT STOOD; OLDER CLOSED     *
036300*    CASES ARE PASSED OVER                                     *
036400*--------------------------------------------------------------*
036500 2000-REVIEW-CASES.
036600     IF NOT BK-CASE-OPEN
036700             AND (BK-STATUS-YEAR NOT = WS-BUS-YEAR
036800                  OR BK-STATUS-MONTH NOT = WS-BUS-MONTH)
036900         GO TO 2000-REVIEW-CASES-NEXT
037000     END-IF
037100     IF BK-CASE-OPEN
037200         PERFORM 2100-MEASURE-POST-PETITION
037300             THRU 2100-MEASURE-POST-PETITION-EXIT
037400     END-IF
037500     PERFORM 3000-PRINT-CASE THRU 3000-PRINT-CASE-EXIT.
037600
037700 2000-REVIEW-CASES-NEXT.
037800     READ LOANBKCS
037900         AT END MOVE "Y" TO WS-EOF-SW
038000     END-READ.
038100
038200 2000-REVIEW-CASES-EXIT.
038300     EXIT.
038400
038500*--------------------------------------------------------------*
038600* 2100-MEASURE-POST-PETITION - TOTAL THE SCHEDULED PAYMENT AND *
038700*    ESCROW FROM THE FIRST POST-PETITION MONTH THROUGH THE     *
038800*    CURRENT MONTH, TAKE OFF WHAT THE BORROWER HAS PAID SINCE  *
038900*    THE PETITION, AND EXPRESS ANY SHORTFALL IN WHOLE MONTHS   *
039000*    OF THE CURRENT INSTALLMENT. THE RESULT IS STORED ON THE   *
039100*    CASE.                                                     *
039200*--------------------------------------------------------------*
039300 2100-MEASURE-POST-PETITION.
039400     MOVE ZERO TO WS-POST-DUE
039500     MOVE ZERO TO WS-INSTALLMENT
039600     MOVE ZERO TO WS-DELQ-MONTHS
039700     MOVE BK-LOAN-NUMBER TO LM-LOAN-NUMBER
039800     READ LOANMAST
039900     IF WS-MAST-STATUS NOT = "00"
040000         DISPLAY "LOANBKRP: CASE LOAN NOT ON MASTER "
040100             BK-LOAN-NUMBER
040200         ADD 1 TO WS-NOT-ON-MAST-COUNT
040300         MOVE ZERO TO WS-CUR-MONTH-NO
040400     ELSE
040500         COMPUTE WS-CUR-MONTH-NO =
040600             ((WS-BUS-YEAR * 12) + WS-BUS-MONTH)
040700             - ((LM-FIRST-PMT-YEAR * 12) + LM-FIRST-PMT-MONTH)
040800             + 1
040900     END-IF
040901     MOVE "N" TO WS-SKED-DONE-SW
040902     IF WS-CUR-MONTH-NO < BK-POST-START-MONTH
040903         MOVE "Y" TO WS-SKED-DONE-SW
040904     ELSE
040905         MOVE BK-LOAN-NUMBER      TO SX-LOAN-NUMBER
040906         MOVE BK-POST-START-MONTH TO SX-MONTH
040907         START LOANSKIX KEY NOT LESS THAN SX-KEY
040908             INVALID KEY
040909                 MOVE "Y" TO WS-SKED-DONE-SW
040910         END-START
040911     END-IF
041000     PERFORM 2200-SCAN-SCHEDULE THRU 2200-SCAN-SCHEDULE-EXIT
041001         UNTIL SKED-SCAN-DONE
041300
041400     COMPUTE WS-POST-DELQ = WS-POST-DUE - BK-BORROWER-PAID
041500     IF WS-POST-DELQ < ZERO
041600         MOVE ZERO TO WS-POST-DELQ
041700     END-IF
041800     IF WS-POST-DELQ > ZERO AND WS-INSTALLMENT > ZERO
041900         DIVIDE WS-INSTALLMENT INTO WS-POST-DELQ
042000             GIVING WS-DELQ-MONTHS
042100     END-IF
042200     MOVE WS-POST-DUE      TO BK-POST-DUE
042300     MOVE WS-POST-DELQ     TO BK-POST-DELQ-AMT
042400     MOVE WS-DELQ-MONTHS   TO BK-POST-DELQ-MONTHS
042500     MOVE WS-BUSINESS-DATE TO BK-REVIEW-DATE
042600     REWRITE LOANBKCS-RECORD
042700     IF WS-BKCS-STATUS NOT = "00"
042800         DISPLAY "LOANBKRP: LOANBKCS REWRITE FAILED "
042900             BK-LOAN-NUMBER " STATUS=" WS-BKCS-STATUS
043000         MOVE 8 TO RETURN-CODE
043100     END-IF.
043200
043300 2100-MEASURE-POST-PETITION-EXIT.
043400     EXIT.
043500
043600*--------------------------------------------------------------*
043601* 2200-SCAN-SCHEDULE - ONE KEYED SCHEDULE ROW, STARTING AT THE *
043602*    FIRST POST-PETITION MONTH. ROWS OF THE CASE LOAN THROUGH  *
043603*    THE CURRENT MONTH ARE DUE; LATE FEES ARE NOT, THE STAY    *
043604*    BARS THEM. THE SCAN ENDS AT THE NEXT LOAN OR A LATER      *
043605*    MONTH.                                                    *
044100*--------------------------------------------------------------*
044200 2200-SCAN-SCHEDULE.
044201     READ LOANSKIX NEXT RECORD
044202         AT END
044203             MOVE "Y" TO WS-SKED-DONE-SW
044204             GO TO 2200-SCAN-SCHEDULE-EXIT
044205     END-READ
044206     IF SX-LOAN-NUMBER NOT = BK-LOAN-NUMBER
044207             OR SX-MONTH > WS-CUR-MONTH-NO
044208         MOVE "Y" TO WS-SKED-DONE-SW
044209         GO TO 2200-SCAN-SCHEDULE-EXIT
045000     END-IF
045001     COMPUTE WS-INSTALLMENT = SX-PAYMENT + SX-ESCROW
045002     ADD WS-INSTALLMENT TO WS-POST-DUE.
045800
045900 2200-SCAN-SCHEDULE-EXIT.
046000     EXIT.
046100
046200*--------------------------------------------------------------*
046300* 3000-PRINT-CASE - TWO LINES PER CASE: THE CASE ITSELF AND    *
046400*    ITS PROOF OF CLAIM, THEN THE TRUSTEE (PRE-PETITION) AND   *
046500*    BORROWER (POST-PETITION) POSITIONS SIDE BY SIDE           *
046600*--------------------------------------------------------------*
046700 3000-PRINT-CASE.
046800     COMPUTE WS-CLAIM-BALANCE = BK-CLAIM-AMOUNT - BK-TRUSTEE-PAID
046900     MOVE BK-LOAN-NUMBER   TO WD-LOAN-NUMBER
047000     MOVE BK-CHAPTER       TO WD-CHAPTER
047100     MOVE BK-CASE-NUMBER   TO WD-CASE-NUMBER
047200     MOVE BK-PETITION-DATE TO WD-PETITION-DATE
047300     MOVE BK-CLAIM-AMOUNT  TO WD-CLAIM-AMOUNT
047400     EVALUATE TRUE
047500         WHEN BK-CASE-OPEN
047600             MOVE "OPEN      " TO WD-STATUS
047700             MOVE SPACES       TO WD-CLOSED-DATE
047800             ADD 1 TO WS-OPEN-COUNT
047900             ADD BK-CLAIM-AMOUNT   TO WS-CLAIM-TOTAL
048000             ADD BK-TRUSTEE-PAID   TO WS-TRUSTEE-TOTAL
048100             ADD WS-CLAIM-BALANCE  TO WS-CLAIM-BAL-TOTAL
048200             ADD BK-POST-DUE       TO WS-POST-DUE-TOTAL
048300             ADD BK-BORROWER-PAID  TO WS-BORROWER-TOTAL
048400             ADD BK-POST-DELQ-AMT  TO WS-POST-DELQ-TOTAL
048500             IF BK-POST-DELQ-AMT > ZERO
048600                 ADD 1 TO WS-DELQ-COUNT
048700             END-IF
048800         WHEN BK-CASE-DISCHARGED
048900             MOVE "DISCHARGED" TO WD-STATUS
049000             MOVE BK-STATUS-DATE TO WD-CLOSED-DATE
049100             ADD 1 TO WS-DISCHARGE-COUNT
049200         WHEN OTHER
049300             MOVE "DISMISSED " TO WD-STATUS
049400             MOVE BK-STATUS-DATE TO WD-CLOSED-DATE
049500             ADD 1 TO WS-DISMISSAL-COUNT
049600     END-EVALUATE
049700     WRITE PRINT-LINE FROM WS-DETAIL-LINE-1
049800     MOVE BK-TRUSTEE-PAID     TO WD-TRUSTEE-PAID
049900     MOVE WS-CLAIM-BALANCE    TO WD-CLAIM-BALANCE
050000     MOVE BK-POST-DUE         TO WD-POST-DUE
050100     MOVE BK-BORROWER-PAID    TO WD-BORROWER-PAID
050200     MOVE BK-POST-DELQ-AMT    TO WD-POST-DELQ
050300     MOVE BK-POST-DELQ-MONTHS TO WD-DELQ-MONTHS
050400     WRITE PRINT-LINE FROM WS-DETAIL-LINE-2.
050500
050600 3000-PRINT-CASE-EXIT.
050700     EXIT.
050800
050900*--------------------------------------------------------------*
051000* 8000-PRINT-TOTALS - OPEN-CASE TOTALS BY BUCKET, AND THE      *
051100*    CASES CLOSED DURING THE MONTH                             *
051200*--------------------------------------------------------------*
051300 8000-PRINT-TOTALS.
051400     WRITE PRINT-LINE FROM SPACES
051500     MOVE "OPEN CASES  . . . . . . . . ." TO WX-LABEL
051600     MOVE WS-OPEN-COUNT                   TO WX-COUNT
051700     MOVE ZERO                            TO WX-AMOUNT
051800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
051900     MOVE "  PROOFS OF CLAIM FILED . . ." TO WX-LABEL
052000     MOVE ZERO                            TO WX-COUNT
052100     MOVE WS-CLAIM-TOTAL                  TO WX-AMOUNT
052200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
052300     MOVE "  PAID BY TRUSTEE . . . . . ." TO WX-LABEL
052400     MOVE WS-TRUSTEE-TOTAL                TO WX-AMOUNT
052500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
052600     MOVE "  CLAIM BALANCE OUTSTANDING ." TO WX-LABEL
052700     MOVE WS-CLAIM-BAL-TOTAL              TO WX-AMOUNT
052800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
052900     MOVE "  POST-PETITION DUE . . . . ." TO WX-LABEL
053000     MOVE WS-POST-DUE-TOTAL               TO WX-AMOUNT
053100     WRITE PRINT-LINE FROM WS-TOTAL-LINE
053200     MOVE "  PAID BY BORROWER  . . . . ." TO WX-LABEL
053300     MOVE WS-BORROWER-TOTAL               TO WX-AMOUNT
053400     WRITE PRINT-LINE FROM WS-TOTAL-LINE
053500     MOVE "  POST-PETITION DELINQUENT  ." TO WX-LABEL
053600     MOVE WS-DELQ-COUNT                   TO WX-COUNT
053700     MOVE WS-POST-DELQ-TOTAL              TO WX-AMOUNT
053800     WRITE PRINT-LINE FROM WS-TOTAL-LINE
053900     MOVE "DISCHARGED THIS MONTH . . . ." TO WX-LABEL
054000     MOVE WS-DISCHARGE-COUNT              TO WX-COUNT
054100     MOVE ZERO                            TO WX-AMOUNT
054200     WRITE PRINT-LINE FROM WS-TOTAL-LINE
054300     MOVE "DISMISSED THIS MONTH  . . . ." TO WX-LABEL
054400     MOVE WS-DISMISSAL-COUNT              TO WX-COUNT
054500     WRITE PRINT-LINE FROM WS-TOTAL-LINE
054600     IF WS-NOT-ON-MAST-COUNT > ZERO
054700         MOVE "CASE LOANS NOT ON MASTER  . ." TO WX-LABEL
054800         MOVE WS-NOT-ON-MAST-COUNT            TO WX-COUNT
054900         WRITE PRINT-LINE FROM WS-TOTAL-LINE
055000         IF RETURN-CODE < 4
055100             MOVE 4 TO RETURN-CODE
055200         END-IF
055300     END-IF.
055400
055500 8000-PRINT-TOTALS-EXIT.
055600     EXIT.
055700
055800*--------------------------------------------------------------*
055900* 9000-TERMINATE                                               *
056000*--------------------------------------------------------------*
056100 9000-TERMINATE.
056200     CLOSE LOANMAST
056300     CLOSE LOANBKCS
056301     CLOSE LOANSKIX
056500     CLOSE LOANBKSR
056600     DISPLAY "LOANBKRP: OPEN CASES=" WS-OPEN-COUNT
056700         " POST-PETITION DELINQUENT=" WS-DELQ-COUNT
056800     MOVE "E"              TO WS-CY-FUNCTION
056900     MOVE "LOANBKRP "      TO WS-CY-PROGRAM
057000     MOVE WS-BUSINESS-DATE TO WS-CY-BUSINESS-DATE
057100     MOVE RETURN-CODE      TO WS-CY-END-RETURN-CODE
057200     CALL "LOANCYCK" USING BY REFERENCE WS-CYCLE-REQUEST.
057300
057400 END PROGRAM LOANBKRP.
